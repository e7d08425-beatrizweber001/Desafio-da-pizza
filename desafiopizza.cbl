               record key is chave-pend
               file status is fs-pendapiz.

           select pendant assign to "PENDAPRV"
               organization is indexed
               access mode is dynamic
               record key is chave-pda
               file status is fs-pendant.

           select cadpizant assign to dynamic arqcad_emuso
               organization is indexed
               access mode is dynamic
               record key is chave-cda
               file status is fs-cadpizant.

           select arqrelat3 assign to "RANKTAXA.LST"
               organization is line sequential
               access mode is sequential
               access mode is sequential
               file status is fs-arqclass4.

           select arqtransm assign to dynamic arqtransm_emuso
               organization is line sequential
               access mode is sequential
               file status is fs-arqtransm.

           select arqclcons assign to "CLASSCON.TMP"
               organization is sequential
               access mode is sequential
               file status is fs-arqrelcons.

           select pedidos assign to "PEDIDOS"
               organization is indexed
               access mode is dynamic
               record key is chave-ped
               file status is fs-pedidos.

           select arqgasto assign to "GASTOS.LST"
               organization is line sequential
               access mode is sequential
               file status is fs-arqgasto.

           select arqfat assign to "FATURAS"
               organization is line sequential
               access mode is sequential
               file status is fs-arqfat.

           select arqfatcl assign to "FATURAS.TMP"
               organization is sequential
               access mode is sequential
               file status is fs-arqfatcl.

           select arqdiverg assign to "FATDIVERG.LST"
               organization is line sequential
               access mode is sequential
               file status is fs-arqdiverg.

           select avalpiz assign to "AVALPIZ"
               organization is indexed
               access mode is dynamic
               record key is chave-aval
               file status is fs-avalpiz.

           select arqclval assign to "CLASSVAL.TMP"
               organization is sequential
               access mode is sequential
               file status is fs-arqclval.

           select arqrelval assign to "RANKVALOR.LST"
               organization is line sequential
               access mode is sequential
               file status is fs-arqrelval.

           select arqinteg assign to "INTEGRID.LST"
               organization is line sequential
               access mode is sequential
               file status is fs-arqinteg.

           select arqpromotmp assign to "PROMOCOES.TMP"
               organization is line sequential
               access mode is sequential
               file status is fs-arqpromotmp.

           select arqbkp assign to dynamic arqbkp_nome
               organization is sequential
               access mode is sequential
               file status is fs-arqbkp.

           select ctlbkp assign to "BACKUPCTL"
               organization is indexed
               access mode is dynamic
               record key is slot-bkc
               file status is fs-ctlbkp.

           select cadxref assign to "CADXREF"
               organization is indexed
               access mode is dynamic
               record key is chave-xref
               file status is fs-cadxref.

           select arqlista assign to "LISTAPRECO"
               organization is line sequential
               access mode is sequential
               file status is fs-arqlista.

           select arqnovos assign to "NOVOSPROD.LST"
               organization is line sequential
               access mode is sequential
               file status is fs-arqnovos.

           select arqclass5 assign to "CLASSFAM.TMP"
               organization is sequential
               access mode is sequential
               file status is fs-arqclass5.

           select arqrelfam assign to "FAMILIAS.LST"
               organization is line sequential
               access mode is sequential
               file status is fs-arqrelfam.

           select rankhist assign to "RANKHIST"
               organization is indexed
               access mode is dynamic
               record key is chave-rkh
               file status is fs-rankhist.

           select arqrkarq assign to dynamic arqrkarq_nome
               organization is sequential
               access mode is sequential
               file status is fs-arqrkarq.

           select arqreimp assign to "RANKREIMP.LST"
               organization is line sequential
               access mode is sequential
               file status is fs-arqreimp.

           select arqposh assign to "POSHIST.LST"
               organization is line sequential
               access mode is sequential
               file status is fs-arqposh.

           select arqsusp assign to "SUSPEITOS.LST"
               organization is line sequential
               access mode is sequential
               file status is fs-arqsusp.

           select sortwk assign to "SORTWK".

           select sortcons assign to "SORTWK2".

           select sortfat assign to "SORTWK3".

           select sortval assign to "SORTWK4".

           select sortrkh assign to "SORTWK5".
       i-o-control.

      *Declaração de variáveis
           05 custo_total-cad                      pic 9(05)v99.
           05 categ-cad                            pic 9(03).
           05 dtconf-cad                           pic 9(08).
           05 familia-cad                          pic 9(05).
           05 suspeito-cad                         pic x(01).

       fd  arqtrans
           label record is standard.
           05 diametro-trans                        pic 9(03).
           05 preco-trans                           pic 9(03)v99.
           05 categ-trans                           pic 9(03).
           05 familia-trans                         pic 9(05).

       fd  arqrelat
           label record is standard.
       fd  arqrej
           label record is standard.
       01  reg-rej.
           05 regtrans-rej                          pic x(35).
           05 filler                                pic x(01).
           05 motivo-rej                            pic x(02).
           05 filler                                pic x(01).
      *regravado por cima do arquivo de rejeitados no final
       fd  arqrej2
           label record is standard.
       01  reg-rej2                                 pic x(64).

      *registro de controle da execucao: quando presente com tipo "B",
      *a execucao e feita sem operador no terminal, com o operador e a
           05 custo_total-class                     pic 9(05)v99.
           05 categ-class                           pic 9(03).
           05 dtconf-class                          pic 9(08).
           05 familia-class                         pic 9(05).
           05 suspeito-class                        pic x(01).

      *parametros de operacao da loja, lidos na inicializacao, para
      *que cada localidade rode o mesmo programa com seus valores
           05 custo_total-cl2                       pic 9(05)v99.
           05 categ-cl2                             pic 9(03).
           05 dtconf-cl2                            pic 9(08).
           05 familia-cl2                           pic 9(05).
           05 suspeito-cl2                          pic x(01).

      *catalogo e fila de aprovacao no formato anterior a familia de
      *tamanhos e a marca de preco suspeito, lidos apenas na conversao
      *unica para o formato novo
       fd  cadpizant
           label record is standard.
       01  reg-cadant.
           05 chave-cda.
              10 nome-cda                          pic x(15).
              10 fornec-cda                        pic 9(03).
           05 filler                                pic x(66).

       fd  pendant
           label record is standard.
       01  reg-pendant.
           05 chave-pda.
              10 nome-pda                          pic x(15).
              10 fornec-pda                        pic 9(03).
           05 filler                                pic x(36).

      *fila de aprovacao das alteracoes de catalogo feitas por
      *operadores comuns: inclusoes ("I") e alteracoes de preco
           05 oper-pend                             pic x(10).
           05 data-pend                             pic 9(08).
           05 categ-pend                            pic 9(03).
           05 familia-pend                          pic 9(05).

       fd  arqrelat3
           label record is standard.
           05 custo_total-cl3                       pic 9(05)v99.
           05 categ-cl3                             pic 9(03).
           05 dtconf-cl3                            pic 9(08).
           05 familia-cl3                           pic 9(05).
           05 suspeito-cl3                          pic x(01).

      *scorecard anual por fornecedor: movimento do preco por cm2 no
      *historico, atividade de promocoes, taxa de entrega e presenca
           05 custo_total-cl4                       pic 9(05)v99.
           05 categ-cl4                             pic 9(03).
           05 dtconf-cl4                            pic 9(08).
           05 familia-cl4                           pic 9(05).
           05 suspeito-cl4                          pic x(01).

      *arquivo de transmissao da loja para a matriz, gravado ao fim de
      *cada ranking: cabecalho "H" com a loja, a data e o operador,
      *um detalhe "D" por pizza do catalogo classificado e um trailer
      *"T" com a quantidade de detalhes e os totais de precos, que o
      *ranking consolidado confere antes de aceitar o arquivo
       fd  arqtransm
           label record is standard.
       01  reg-transm.
           05 tipo-trm                              pic x(01).
           05 filler                                pic x(79).
       01  reg-transm-cab.
           05 tipo-tcb                              pic x(01).
           05 loja-tcb                              pic x(20).
           05 data-tcb                              pic 9(08).
           05 hora-tcb                              pic 9(08).
           05 operador-tcb                          pic x(10).
           05 filler                                pic x(33).
       01  reg-transm-det.
           05 tipo-tdt                              pic x(01).
           05 nome-tdt                              pic x(15).
           05 fornec-tdt                            pic 9(03).
           05 tipo_pizza-tdt                        pic x(01).
           05 diametro-tdt                          pic 9(03).
           05 preco-tdt                             pic 9(03)v99.
           05 preco_efet-tdt                        pic 9(03)v99.
           05 preco_cm2-tdt                         pic 9(03)v99.
           05 empromo-tdt                           pic x(01).
           05 posicao-tdt                           pic 9(05).
           05 categ-tdt                             pic 9(03).
           05 familia-tdt                           pic 9(05).
           05 suspeito-tdt                          pic x(01).
           05 filler                                pic x(27).
       01  reg-transm-rod.
           05 tipo-trd                              pic x(01).
           05 qtde-trd                              pic 9(05).
           05 total_preco-trd                       pic 9(07)v99.
           05 total_efet-trd                        pic 9(07)v99.
           05 filler                                pic x(56).

      *classificacao consolidada da rede, com a loja de origem de
      *cada pizza, lida pelo relatorio consolidado
           label record is standard.
       01  reg-relcons                              pic x(80).

      *pedidos de compra registrados a partir da cotacao da sugestao
      *de pedido: um pedido por fornecedor e uma linha por pizza, com
      *o preco de tabela e o preco efetivo da data do pedido; a taxa
      *de entrega do fornecedor vai apenas na primeira linha de cada
      *pedido. Situacao: "A" aberto / "R" recebido / "C" cancelado
       fd  pedidos
           label record is standard.
       01  reg-ped.
           05 chave-ped.
              10 numero-ped                        pic 9(06).
              10 item-ped                          pic 9(02).
           05 data-ped                              pic 9(08).
           05 oper-ped                              pic x(10).
           05 fornec-ped                            pic 9(03).
           05 nome-ped                              pic x(15).
           05 categ-ped                             pic 9(03).
           05 qtde-ped                              pic 9(03).
           05 preco-ped                             pic 9(03)v99.
           05 preco_efet-ped                        pic 9(03)v99.
           05 empromo-ped                           pic x(01).
           05 taxa_ent-ped                          pic 9(03)v99.
           05 status-ped                            pic x(01).
           05 dtstatus-ped                          pic 9(08).

      *relatorio mensal de gastos com pedidos de compra
       fd  arqgasto
           label record is standard.
       01  reg-gasto                                pic x(80).

      *faturas dos fornecedores, uma linha por pizza entregue, com
      *a quantidade, o preco unitario e a taxa de entrega cobrados
       fd  arqfat
           label record is standard.
       01  reg-fat.
           05 fornec-fat                            pic 9(03).
           05 nome-fat                              pic x(15).
           05 dtentr-fat                            pic 9(08).
           05 qtde-fat                              pic 9(03).
           05 preco-fat                             pic 9(03)v99.
           05 taxa-fat                              pic 9(03)v99.

      *faturas classificadas por fornecedor e data de entrega, lidas
      *pela conciliacao
       fd  arqfatcl
           label record is standard.
       01  reg-fatcl.
           05 fornec-fcl                            pic 9(03).
           05 nome-fcl                              pic x(15).
           05 dtentr-fcl                            pic 9(08).
           05 qtde-fcl                              pic 9(03).
           05 preco-fcl                             pic 9(03)v99.
           05 taxa-fcl                              pic 9(03)v99.

      *relatorio de excecao da conciliacao de faturas: cobrancas
      *acima do preco ou da taxa devidos, com o total a contestar
       fd  arqdiverg
           label record is standard.
       01  reg-diverg                               pic x(80).

      *avaliacoes de qualidade das pizzas recebidas: nota de 1 a 10 e
      *tempo de entrega em minutos (zero na retirada), datadas
       fd  avalpiz
           label record is standard.
       01  reg-aval.
           05 chave-aval.
              10 nome-aval                         pic x(15).
              10 fornec-aval                       pic 9(03).
              10 data-aval                         pic 9(08).
              10 hora-aval                         pic 9(08).
           05 nota-aval                             pic 9(02).
           05 minutos-aval                          pic 9(03).
           05 oper-aval                             pic x(10).

      *copia do catalogo classificada pelo indice de valor, que
      *combina o preco por cm2 com a nota media e a pontualidade do
      *fornecedor; pizzas sem avaliacao no periodo vao por ultimo
       fd  arqclval
           label record is standard.
       01  reg-clval.
           05 semaval-clv                           pic x(01).
           05 indice-clv                            pic 9(05)v9(04).
           05 nome-clv                              pic x(15).
           05 fornec-clv                            pic 9(03).
           05 tipo-clv                              pic x(01).
           05 preco_efet-clv                        pic 9(03)v99.
           05 empromo-clv                           pic x(01).
           05 preco_cm2-clv                         pic 9(03)v99.
           05 nota-clv                              pic 9(02)v9.
           05 qtaval-clv                            pic 9(03).
           05 pontual-clv                           pic 9(03).
           05 compont-clv                           pic x(01).

       fd  arqrelval
           label record is standard.
       01  reg-relval                               pic x(80).

      *relatorio de excecao da verificacao de integridade entre os
      *cadastros, com as pendencias e as correcoes feitas
       fd  arqinteg
           label record is standard.
       01  reg-integ                                pic x(80).

      *apoio da correcao das promocoes: registros mantidos durante a
      *regravacao do arquivo de promocoes
       fd  arqpromotmp
           label record is standard.
       01  reg-promotmp                             pic x(40).

      *geracao de backup de um cadastro: copia registro a registro,
      *no tamanho do maior registro copiado
       fd  arqbkp
           label record is standard.
       01  reg-bkp                                  pic x(200).

      *controle das geracoes de backup: uma por posicao, com a data,
      *a hora, o operador e a quantidade de registros copiada de cada
      *cadastro, na ordem da tabela de arquivos do backup
       fd  ctlbkp
           label record is standard.
       01  reg-ctlbkp.
           05 slot-bkc                              pic 9(02).
           05 data-bkc                              pic 9(08).
           05 hora-bkc                              pic 9(08).
           05 oper-bkc                              pic x(10).
           05 qtde-bkc                              pic 9(07)
              occurs 12.

      *referencia cruzada entre o codigo de produto de cada fornecedor
      *e a pizza do catalogo, usada na importacao da lista de precos
       fd  cadxref
           label record is standard.
       01  reg-cadxref.
           05 chave-xref.
              10 fornec-xref                       pic 9(03).
              10 codprod-xref                      pic x(15).
           05 nome-xref                             pic x(15).
           05 tipo-xref                             pic x(01).
           05 diametro-xref                         pic 9(03).
           05 categ-xref                            pic 9(03).
           05 familia-xref                          pic 9(05).

      *lista de precos enviada pelo fornecedor, com os campos separados
      *por ponto e virgula: fornecedor;codigo;descricao;preco
       fd  arqlista
           label record is standard.
       01  reg-lista                                pic x(100).

      *produtos da lista de precos sem referencia cruzada cadastrada
      *e linhas da lista que nao puderam ser lidas
       fd  arqnovos
           label record is standard.
       01  reg-novos                                pic x(80).

      *copia do catalogo classificada por familia de tamanhos e
      *diametro, lida pelo relatorio de degraus de tamanho
       fd  arqclass5
           label record is standard.
       01  reg-class5.
           05 nome-cl5                              pic x(15).
           05 fornec-cl5                            pic 9(03).
           05 tipo-cl5                              pic x(01).
           05 diametro-cl5                          pic 9(03).
           05 areapizza-cl5                         pic 9(05).
           05 preco-cl5                             pic 9(03)v99.
           05 preco_cm2-cl5                         pic 9(03)v99.
           05 diferenca-cl5                         pic S9(04)v99.
           05 posicao-cl5                           pic 9(05).
           05 preco_efet-cl5                        pic 9(03)v99.
           05 empromo-cl5                           pic x(01).
           05 custo_pessoa-cl5                      pic 9(05)v99.
           05 taxa_ent-cl5                          pic 9(03)v99.
           05 custo_total-cl5                       pic 9(05)v99.
           05 categ-cl5                             pic 9(03).
           05 dtconf-cl5                            pic 9(08).
           05 familia-cl5                           pic 9(05).
           05 suspeito-cl5                          pic x(01).

      *relatorio dos tamanhos de cada familia, com o custo de cada
      *cm2 a mais de um tamanho para o seguinte
       fd  arqrelfam
           label record is standard.
       01  reg-relfam                               pic x(80).

      *arquivo dos rankings finais de cada execucao, pela data e hora
      *da execucao e posicao, para reimpressao e historico de posicoes
       fd  rankhist
           label record is standard.
       01  reg-rankhist.
           05 chave-rkh.
              10 data-rkh                          pic 9(08).
              10 hora-rkh                          pic 9(08).
              10 posicao-rkh                       pic 9(05).
           05 oper-rkh                              pic x(10).
           05 nome-rkh                              pic x(15).
           05 fornec-rkh                            pic 9(03).
           05 tipo-rkh                              pic x(01).
           05 diametro-rkh                          pic 9(03).
           05 preco-rkh                             pic 9(03)v99.
           05 preco_efet-rkh                        pic 9(03)v99.
           05 preco_cm2-rkh                         pic 9(03)v99.
           05 diferenca-rkh                         pic S9(04)v99.
           05 empromo-rkh                           pic x(01).
           05 categ-rkh                             pic 9(03).
           05 familia-rkh                           pic 9(05).
           05 areapizza-rkh                         pic 9(05).
           05 suspeito-rkh                          pic x(01).
           05 vencido-rkh                           pic x(01).

      *arquivo morto datado dos rankings expurgados
       fd  arqrkarq
           label record is standard.
       01  reg-rkarq                                pic x(90).

      *reimpressao de um ranking arquivado
       fd  arqreimp
           label record is standard.
       01  reg-reimp                                pic x(80).

      *historico de posicoes de uma pizza ou de um fornecedor
       fd  arqposh
           label record is standard.
       01  reg-posh                                 pic x(80).

      *lista de excecao dos precos suspeitos, fora da tolerancia em
      *relacao a mediana da categoria ou ao ultimo preco do historico
       fd  arqsusp
           label record is standard.
       01  reg-susp                                 pic x(80).

       sd  sortwk.
       01  reg-sort.
           05 nome-sw                               pic x(15).
           05 custo_total-sw                        pic 9(05)v99.
           05 categ-sw                              pic 9(03).
           05 dtconf-sw                             pic 9(08).
           05 familia-sw                            pic 9(05).
           05 suspeito-sw                           pic x(01).

       sd  sortcons.
       01  reg-scons.
           05 preco_cm2-scw                         pic 9(03)v99.
           05 empromo-scw                           pic x(01).

       sd  sortfat.
       01  reg-sfat.
           05 fornec-sft                            pic 9(03).
           05 nome-sft                              pic x(15).
           05 dtentr-sft                            pic 9(08).
           05 qtde-sft                              pic 9(03).
           05 preco-sft                             pic 9(03)v99.
           05 taxa-sft                              pic 9(03)v99.

      *ranking arquivado de uma execucao, reordenado por categoria e
      *posicao para a reimpressao em secoes por categoria
       sd  sortrkh.
       01  reg-srkh.
           05 categ-srk                             pic 9(03).
           05 posicao-srk                           pic 9(05).
           05 dados-srk                             pic x(90).

       sd  sortval.
       01  reg-sval.
           05 semaval-svl                           pic x(01).
           05 indice-svl                            pic 9(05)v9(04).
           05 nome-svl                              pic x(15).
           05 fornec-svl                            pic 9(03).
           05 tipo-svl                              pic x(01).
           05 preco_efet-svl                        pic 9(03)v99.
           05 empromo-svl                           pic x(01).
           05 preco_cm2-svl                         pic 9(03)v99.
           05 nota-svl                              pic 9(02)v9.
           05 qtaval-svl                            pic 9(03).
           05 pontual-svl                           pic 9(03).
           05 compont-svl                           pic x(01).


      *----Variaveis de trabalho
       working-storage section.
       77  hist_convertidos                        pic 9(05).
       77  hist_expurgados                         pic 9(05).
       77  hist_conv_edt                           pic zzzz9.

      *conversao unica do catalogo e da fila de aprovacao gravados no
      *formato anterior
       77  fs-cadpizant                            pic x(02).
       77  fs-pendant                              pic x(02).
       77  conv_ok                                 pic x(01).
       77  conv_lidos                              pic 9(05).
       77  conv_gravados                           pic 9(05).
       77  conv_edt                                pic zzzz9.
       77  hist_exp_edt                            pic zzzz9.
       77  fs-cadforn                              pic x(02).
       77  opcao_forn                              pic x(01).
       77  lote_rej_cat                            pic 9(05).
       77  lote_rej_cat_edt                        pic zzzz9.

      *ranking consolidado da rede: arquivos de transmissao das lojas
      *vindos dos parametros CATLOJA1 a CATLOJA9, de modo que incluir
      *uma loja nova seja so uma alteracao de parametro
       77  fs-arqtransm                            pic x(02).
       77  fs-arqclcons                            pic x(02).
       77  fs-arqrelcons                           pic x(02).
       77  arqtransm_emuso                         pic x(30).
       77  qtde_lojas                              pic 9(02) value 0.
       77  ind_loja                                pic 9(02).
       77  ind_loja1                               pic 9(01).
       01  lojas_cat  occurs  9.
           05 arqcat_loja                          pic x(30).

      *recepcao das transmissoes: a transmissao da propria loja vem
      *dos parametros ARQTRANSM e TRANSMDIAS; na conferencia de cada
      *loja guarda-se o cabecalho, os totais apurados e os do trailer
       77  param_arqtransm                         pic x(30)
           value "TRANSLOJA".
       77  transm_dias                             pic 9(03) value 2.
       77  trm_qtde                                pic 9(05).
       77  trm_total_preco                         pic 9(07)v99.
       77  trm_total_efet                          pic 9(07)v99.
       77  trm_idade                               pic S9(07).
       77  trm_fim                                 pic x(01).
       77  trm_rodape                              pic x(01).
       77  trm_ok                                  pic x(01).
       77  arqtransm_sessao                        pic x(30).
       77  trm_aceitas                             pic 9(02).
       77  trm_rejeitadas                          pic 9(02).
       77  trm_qtde_edt                            pic zzzz9.
       77  trm_qtde_rod_edt                        pic zzzz9.
       77  trm_preco_edt                           pic zzzzzz9,99.
       77  trm_preco_rod_edt                       pic zzzzzz9,99.
       77  trm_efet_edt                            pic zzzzzz9,99.
       77  trm_efet_rod_edt                        pic zzzzzz9,99.
       77  trm_data_br                             pic x(10).
       77  trm_idade_edt                           pic zzzzzz9.

       01  lojas_recep  occurs  9.
           05 situacao_rcp                         pic x(01).
           05 motivo_rcp                           pic x(50).
           05 loja_rcp                             pic x(20).
           05 data_rcp                             pic 9(08).
           05 operador_rcp                         pic x(10).
           05 qtde_rcp                             pic 9(05).
           05 qtde_rod_rcp                         pic 9(05).
           05 preco_rcp                            pic 9(07)v99.
           05 preco_rod_rcp                        pic 9(07)v99.
           05 efet_rcp                             pic 9(07)v99.
           05 efet_rod_rcp                         pic 9(07)v99.

      *fila de aprovacao das alteracoes de catalogo de operadores
      *comuns, revisada por um supervisor antes do ranking
       77  fs-pendapiz                             pic x(02).
           05 diametro-tw                           pic 9(03).
           05 preco-tw                              pic 9(03)v99.
           05 categ-tw                              pic 9(03).
           05 familia-tw                            pic 9(05).

      *ranking por custo por pessoa, baseado em porcoes de consumo
       77  fs-arqclass2                            pic x(02).
       77  sug_total_edt                           pic zzzz9,99.
       77  sug_orc_edt                             pic zzzz9,99.

      *pedidos de compra gerados da cotacao, com acompanhamento da
      *situacao e relatorio mensal de gastos por fornecedor e por
      *categoria de sabor
       77  fs-pedidos                              pic x(02).
       77  fs-arqgasto                             pic x(02).
       77  opcao_ped                               pic x(01).
       77  ped_ultimo                              pic 9(06).
       77  ped_numero                              pic 9(06).
       77  ped_item                                pic 9(02).
       77  ped_nome                                pic x(15).
       77  ped_fornec                              pic 9(03).
       77  ped_categ                               pic 9(03).
       77  ped_qtde                                pic 9(03).
       77  ped_preco                               pic 9(03)v99.
       77  ped_preco_efet                          pic 9(03)v99.
       77  ped_promo                               pic x(01).
       77  ped_taxa                                pic 9(03)v99.
       77  ped_numero_inf                          pic 9(06).
       77  ped_status_novo                         pic x(01).
       77  ped_status_desc                         pic x(09).
       77  ped_achados                             pic 9(03).
       77  ped_alterados                           pic 9(03).
       77  ped_data_br                             pic x(10).
       77  ped_numero_edt                          pic zzzzz9.
       77  ped_item_edt                            pic z9.
       77  ped_qtde_edt                            pic zz9.
       77  ped_mes_inf                             pic 9(06).
       77  ped_mes_br                              pic x(07).
       77  ped_valor                               pic 9(07)v99.
       77  ped_economia                            pic S9(07)v99.
       77  ind_gasto                               pic 9(04).
       77  gasto_nome                              pic x(20).
       77  gasto_total                             pic 9(07)v99.
       77  gasto_tot_pedidos                       pic 9(05).
       77  gasto_tot_qtde                          pic 9(05).
       77  gasto_tot_valor                         pic 9(07)v99.
       77  gasto_tot_taxa                          pic 9(07)v99.
       77  gasto_tot_lista                         pic 9(07)v99.
       77  gasto_tot_econ                          pic S9(07)v99.
       77  gasto_econ_perc                         pic S9(03)v99.
       77  gasto_aberto_qtde                       pic 9(05).
       77  gasto_aberto                            pic 9(07)v99.
       77  gasto_ped_edt                           pic zzz9.
       77  gasto_qtde_edt                          pic zzzz9.
       77  gasto_valor_edt                         pic zzzzz9,99.
       77  gasto_taxa_edt                          pic zzzz9,99.
       77  gasto_total_edt                         pic zzzzzz9,99.
       77  gasto_econ_edt                          pic -zzzzz9,99.
       77  gasto_perc_edt                          pic -zz9,99.

      *totais do relatorio de gastos por codigo de fornecedor e por
      *codigo de categoria, na posicao do codigo mais um
       01  gasto_forn  occurs  1000.
           05 pedidos_gforn                        pic 9(05).
           05 qtde_gforn                           pic 9(05).
           05 valor_gforn                          pic 9(07)v99.
           05 taxa_gforn                           pic 9(07)v99.
           05 econ_gforn                           pic S9(07)v99.

       01  gasto_categ  occurs  1000.
           05 qtde_gcat                            pic 9(05).
           05 valor_gcat                           pic 9(07)v99.
           05 econ_gcat                            pic S9(07)v99.

      *conciliacao das faturas dos fornecedores contra o preco do
      *historico na data da entrega, as promocoes vigentes nessa data
      *e a taxa de entrega do cadastro de fornecedores
       77  fs-arqfat                               pic x(02).
       77  fs-arqfatcl                             pic x(02).
       77  fs-arqdiverg                            pic x(02).
       77  fat_fornec_ant                          pic 9(03).
       77  fat_primeira                            pic x(01).
       77  fat_forn_impresso                       pic x(01).
       77  fat_nomeforn                            pic x(20).
       77  fat_taxa_forn                           pic 9(03)v99.
       77  fat_origem                              pic x(01).
       77  fat_preco_lista                         pic 9(03)v99.
       77  fat_preco_devido                        pic 9(03)v99.
       77  fat_em_promo                            pic x(01).
       77  fat_excesso                             pic 9(07)v99.
       77  fat_obs                                 pic x(20).
       77  fat_data_br                             pic x(10).
       77  fat_lidas                               pic 9(05).
       77  fat_divergencias                        pic 9(05).
       77  fat_sem_preco                           pic 9(05).
       77  fat_total_forn                          pic 9(07)v99.
       77  fat_total_geral                         pic 9(07)v99.
       77  fat_qtde_edt                            pic zz9.
       77  fat_cobrado_edt                         pic zz9,99.
       77  fat_devido_edt                          pic zz9,99.
       77  fat_excesso_edt                         pic zzzz9,99.
       77  fat_total_edt                           pic zzzzzz9,99.
       77  fat_lidas_edt                           pic zzzz9.
       77  fat_diverg_edt                          pic zzzz9.
       77  fat_sem_preco_edt                       pic zzzz9.

      *avaliacoes de qualidade e entrega e ranking por valor, com a
      *janela de avaliacao em dias e o prazo de entrega pontual nos
      *parametros
       77  fs-avalpiz                              pic x(02).
       77  fs-arqclval                             pic x(02).
       77  fs-arqrelval                            pic x(02).
       77  modo_ranking_valor                      pic x(01) value "N".
       77  aval_dias                               pic 9(03) value 90.
       77  prazo_entrega                           pic 9(03) value 45.
       77  opcao_aval                              pic x(01).
       77  aval_nome                               pic x(15).
       77  aval_fornec                             pic 9(03).
       77  aval_nota                               pic 9(02).
       77  aval_minutos                            pic 9(03).
       77  aval_hora                               pic 9(08).
       77  aval_pizza_ok                           pic x(01).
       77  aval_arq_ok                             pic x(01).
       77  aval_data_limite                        pic 9(08).
       77  aval_soma                               pic 9(05).
       77  aval_qtde                               pic 9(03).
       77  aval_media                              pic 9(02)v9.
       77  aval_pontual                            pic 9(03).
       77  aval_fator                              pic 9(01)v9(04).
       77  aval_indice                             pic 9(05)v9(04).
       77  aval_posicao                            pic 9(05).
       77  aval_sem                                pic 9(05).
       77  aval_data_br                            pic x(10).
       77  aval_pont_txt                           pic x(04).
       77  aval_pos_edt                            pic zzz9.
       77  aval_media_edt                          pic z9,9.
       77  aval_nota_edt                           pic z9.
       77  aval_qtde_edt                           pic zz9.
       77  aval_min_edt                            pic zz9.
       77  aval_pont_edt                           pic zz9.
       77  aval_dias_edt                           pic zz9.
       77  aval_indice_edt                         pic zzzz9,9999.
       77  aval_sem_edt                            pic zzzz9.
       77  ind_pont                                pic 9(04).

      *entregas avaliadas no periodo por fornecedor e quantas dentro
      *do prazo, na posicao do codigo do fornecedor mais um
       01  pont_forn  occurs  1000.
           05 entregas_pforn                       pic 9(05).
           05 notempo_pforn                        pic 9(05).

      *verificacao de integridade entre os cadastros, com correcao
      *opcional pelo supervisor
       77  fs-arqinteg                             pic x(02).
       77  fs-arqpromotmp                          pic x(02).
       77  opcao_integ                             pic x(01).
       77  integ_reparar                           pic x(01) value "N".
       77  integ_forn_novo                         pic 9(03).
       77  integ_categ_nova                        pic 9(03).
       77  integ_arquivo                           pic x(10).
       77  integ_nome                              pic x(15).
       77  integ_fornec                            pic 9(03).
       77  integ_categ                             pic 9(03).
       77  integ_problema                          pic x(25).
       77  integ_acao                              pic x(22).
       77  integ_corrigido                         pic x(01).
       77  integ_existe                            pic x(01).
       77  integ_forn_ok                           pic x(01).
       77  integ_categ_ok                          pic x(01).
       77  integ_tmp_ok                            pic x(01).
       77  integ_orf_cad                           pic 9(05).
       77  integ_cor_cad                           pic 9(05).
       77  integ_orf_promo                         pic 9(05).
       77  integ_cor_promo                         pic 9(05).
       77  integ_orf_pend                          pic 9(05).
       77  integ_cor_pend                          pic 9(05).
       77  integ_orf_hist                          pic 9(05).
       77  integ_cor_hist                          pic 9(05).
       77  integ_orf_aval                          pic 9(05).
       77  integ_cor_aval                          pic 9(05).
       77  integ_orf_xref                          pic 9(05).
       77  integ_cor_xref                          pic 9(05).
       77  integ_total                             pic 9(05).
       77  integ_corrigidos                        pic 9(05).
       77  integ_refs                              pic 9(05).
       77  integ_hist_ant                          pic 9(05).
       77  integ_orf_edt                           pic zzzz9.
       77  integ_cor_edt                           pic zzzz9.
       77  integ_total_edt                         pic zzzz9.
       77  integ_refs_edt                          pic zzzz9.
       77  integ_modo                              pic x(11).

       01  integ_chave.
           05 integ_nome_w                         pic x(15).
           05 integ_fornec_w                       pic 9(03).

      *pizzas com o fornecedor reatribuido no reparo, para levar as
      *promocoes, o historico e as avaliacoes para a chave nova em vez
      *de trata-los como orfaos
       77  integ_qtde_rech                         pic 9(03).
       77  ind_rech                                pic 9(03).
       77  integ_rech_achou                        pic x(01).
       77  integ_fornec_rech                       pic 9(03).
       77  integ_chave_ref                         pic x(34).

       01  integ_rechaves  occurs  500.
           05 nome_rech                            pic x(15).
           05 fornec_ant_rech                      pic 9(03).
           05 fornec_novo_rech                     pic 9(03).

      *geracoes de backup dos cadastros antes da execucao noturna e
      *restauracao pelo supervisor; a quantidade de geracoes mantidas
      *vem dos parametros
       77  fs-arqbkp                               pic x(02).
       77  fs-ctlbkp                               pic x(02).
       77  arqbkp_nome                             pic x(30).
       77  bkp_geracoes                            pic 9(02) value 7.
       77  bkp_qtde_arqs                           pic 9(02) value 10.
       77  bkp_slot                                pic 9(02).
       77  bkp_slot_livre                          pic 9(02).
       77  bkp_slot_velho                          pic 9(02).
       77  bkp_mais_velho                          pic 9(16).
       77  bkp_momento                             pic 9(16).
       77  ind_bkp                                 pic 9(02).
       77  bkp_qtde                                pic 9(07).
       77  bkp_base                                pic x(30).
       77  bkp_opcao_arq                           pic 9(02).
       77  bkp_confirma                            pic x(01).
       77  bkp_divergentes                         pic 9(02).
       77  bkp_restaurados                         pic 9(02).
       77  bkp_data_br                             pic x(10).
       77  bkp_hora_br                             pic x(08).
       77  bkp_slot_edt                            pic 99.
       77  bkp_qtde_edt                            pic zzzzzz9.
       77  bkp_ctl_edt                             pic zzzzzz9.
       77  bkp_ind_edt                             pic z9.
       77  bkp_total                               pic 9(07).
       77  bkp_ok                                  pic x(01).
       77  rst_ok                                  pic x(01).
       77  bkp_total_edt                           pic zzzzzz9.

      *referencia cruzada dos codigos de produto dos fornecedores e
      *importacao da lista de precos para o arquivo de lote
       77  fs-cadxref                              pic x(02).
       77  fs-arqlista                             pic x(02).
       77  fs-arqnovos                             pic x(02).
       77  opcao_xref                              pic x(01).
       77  xref_existe                             pic x(01).
       77  xref_ok                                 pic x(01).
       77  xref_codprod_inf                        pic x(15).
       77  lista_fornec_txt                        pic x(10).
       77  lista_codprod                           pic x(15).
       77  lista_descr                             pic x(30).
       77  lista_preco_txt                         pic x(12).
       77  lista_num                               pic s9(07)v99.
       77  lista_fornec                            pic 9(03).
       77  lista_preco                             pic 9(03)v99.
       77  lista_situacao                          pic x(15).
       77  lista_achada                            pic x(01).
       77  lista_ok                                pic x(01).
       77  lista_processar                         pic x(01).
       77  lista_lidas                             pic 9(05).
       77  lista_gravadas                          pic 9(05).
       77  lista_novos                             pic 9(05).
       77  lista_invalidas                         pic 9(05).
       77  lista_lidas_edt                         pic zzzz9.
       77  lista_gravadas_edt                      pic zzzz9.
       77  lista_novos_edt                         pic zzzz9.
       77  lista_invalidas_edt                     pic zzzz9.

      *familias de tamanhos do mesmo sabor e fornecedor e relatorio
      *do custo por cm2 a mais entre tamanhos vizinhos
       77  fs-arqclass5                            pic x(02).
       77  fs-arqrelfam                            pic x(02).
       77  ent_familia                             pic 9(05).
       77  fam_quebra                              pic 9(05).
       77  fam_primeira                            pic x(01).
       77  fam_ant_area                            pic 9(05).
       77  fam_ant_preco                           pic 9(03)v99.
       77  fam_ant_cm2                             pic 9(03)v99.
       77  fam_custo_extra                         pic s9(03)v9(04).
       77  fam_obs                                 pic x(09).
       77  fam_qtde                                pic 9(05).
       77  fam_inversoes                           pic 9(05).
       77  familia_edt                             pic zzzz9.
       77  fam_custo_edt                           pic -zz9,9999.
       77  fam_custo_txt                           pic x(09).
       77  fam_qtde_edt                            pic zzzz9.
       77  fam_inv_edt                             pic zzzz9.

      *arquivo dos rankings de cada execucao, com reimpressao por data
      *e historico de posicoes; a retencao vem dos parametros
       77  fs-rankhist                             pic x(02).
       77  fs-arqrkarq                             pic x(02).
       77  fs-arqreimp                             pic x(02).
       77  fs-arqposh                              pic x(02).
       77  arqrkarq_nome                           pic x(30).
       77  rank_meses                              pic 9(03) value 24.
       77  rankh_ok                                pic x(01).
       77  data_limite_rank                        pic 9(08).
       77  rank_expurgados                         pic 9(05).
       77  rank_exp_edt                            pic zzzz9.
       77  opcao_rkh                               pic x(01).
       77  rkh_data                                pic 9(08).
       77  rkh_hora                                pic 9(08).
       77  rkh_hora_ant                            pic 9(08).
       77  rkh_execucoes                           pic 9(03).
       77  rkh_escolha                             pic 9(03).
       77  rkh_dtini                               pic 9(08).
       77  rkh_dtfim                               pic 9(08).
       77  rkh_filtro                              pic x(01).
       77  rkh_nome                                pic x(15).
       77  rkh_fornec                              pic 9(03).
       77  rkh_achados                             pic 9(05).
       77  rkh_achados_edt                         pic zzzz9.
       77  rkh_exec_edt                            pic zz9.
       77  rkh_pos_edt                             pic zzzz9.
       77  rkh_data_br                             pic x(10).
       77  rkh_hora_br                             pic x(08).
       77  rkh_suspeitos                           pic 9(05).
       77  rkh_fim                                 pic x(01).

      *horas das execucoes arquivadas na data pedida para reimpressao
       01  rkh_execs  occurs  100.
           05 hora_rkex                            pic 9(08).

      *triagem dos precos fora da curva antes da classificacao, com
      *as tolerancias em porcento vindas dos parametros
       77  fs-arqsusp                              pic x(02).
       77  tol_categ                               pic 9(03) value 50.
       77  tol_hist                                pic 9(03) value 30.
       77  tri_min_categ                           pic 9(02) value 3.
       77  tri_suspeitos                           pic 9(05).
       77  tri_categ                               pic 9(03).
       77  tri_primeira                            pic x(01).
       77  tri_fim                                 pic x(01).
       77  tri_pos                                 pic 9(05).
       77  tri_meio_inf                            pic 9(05).
       77  tri_meio_sup                            pic 9(05).
       77  ind_tcat                                pic 9(04).
       77  tri_mediana                             pic 9(03)v9(04).
       77  tri_ultimo                              pic 9(03)v99.
       77  tri_achou                               pic x(01).
       77  tri_desvio_cat                          pic s9(05)v99.
       77  tri_desvio_hist                         pic s9(05)v99.
       77  tri_motivo                              pic x(10).
       77  tri_pct_cat_edt                         pic -zzz9.
       77  tri_pct_hist_edt                        pic -zzz9.
       77  tri_pct_cat_txt                         pic x(05).
       77  tri_pct_hist_txt                        pic x(05).
       77  tri_mediana_edt                         pic zz9,99.
       77  tri_mediana_txt                         pic x(06).
       77  tri_ultimo_edt                          pic zz9,99.
       77  tri_ultimo_txt                          pic x(06).
       77  tri_susp_edt                            pic zzzz9.
       77  tol_cat_edt                             pic zz9.
       77  tol_hist_edt                            pic zz9.
       77  susp_flag                               pic x(01).

      *quantidade de pizzas e mediana do preco por cm2 por categoria,
      *na posicao do codigo da categoria mais um
       01  tri_categs  occurs  1000.
           05 qtde_tcat                            pic 9(05).
           05 mediana_tcat                         pic 9(03)v9(04).




      *----Variaveis para comunicação entre programas
           perform lerparametros

      *congelando os nomes de arquivo desta sessao
           move param_arqcad    to arqcad_emuso
           move param_arqlote   to arqlote_emuso
           move param_arqrank   to arqrank_emuso
           move param_arqtransm to arqtransm_sessao

      *registrando data/hora e operador responsavel pela execucao
           accept data_execucao from date yyyymmdd
                   if param_num > 0 then
                       move param_num to audit_meses
                   end-if
               when "AVALDIAS"
                   compute param_num =
                       function numval(valor-param)
                   if param_num > 0 then
                       move param_num to aval_dias
                   end-if
               when "PRAZOENTREGA"
                   compute param_num =
                       function numval(valor-param)
                   if param_num > 0 then
                       move param_num to prazo_entrega
                   end-if
               when "RANKMESES"
                   compute param_num =
                       function numval(valor-param)
                   if param_num > 0 then
                       move param_num to rank_meses
                   end-if
               when "TOLCATEG"
                   compute param_num =
                       function numval(valor-param)
                   if param_num > 0 then
                       move param_num to tol_categ
                   end-if
               when "TOLHIST"
                   compute param_num =
                       function numval(valor-param)
                   if param_num > 0 then
                       move param_num to tol_hist
                   end-if
               when "BKPGERACOES"
                   compute param_num =
                       function numval(valor-param)
                   if param_num > 0 and param_num < 99 then
                       move param_num to bkp_geracoes
                   end-if
               when "ARQTRANSM"
                   if valor-param <> spaces then
                       move valor-param to param_arqtransm
                   end-if
               when "TRANSMDIAS"
                   compute param_num =
                       function numval(valor-param)
                   if param_num > 0 then
                       move param_num to transm_dias
                   end-if
               when other
      *transmissoes das lojas da rede: CATLOJA1 a CATLOJA9
                   if chave-param(1:7) = "CATLOJA"
                      and chave-param(8:1) is numeric
                      and valor-param <> spaces then
                 into valor-param
               write reg-param

               move spaces     to reg-param
               move "AVALDIAS" to chave-param
               move spaces     to valor-param
               string aval_dias delimited by size
                 into valor-param
               write reg-param

               move spaces         to reg-param
               move "PRAZOENTREGA" to chave-param
               move spaces         to valor-param
               string prazo_entrega delimited by size
                 into valor-param
               write reg-param

               move spaces      to reg-param
               move "RANKMESES" to chave-param
               move spaces      to valor-param
               string rank_meses delimited by size
                 into valor-param
               write reg-param

               move spaces     to reg-param
               move "TOLCATEG" to chave-param
               move spaces     to valor-param
               string tol_categ delimited by size
                 into valor-param
               write reg-param

               move spaces    to reg-param
               move "TOLHIST" to chave-param
               move spaces    to valor-param
               string tol_hist delimited by size
                 into valor-param
               write reg-param

               move spaces        to reg-param
               move "BKPGERACOES" to chave-param
               move spaces        to valor-param
               string bkp_geracoes delimited by size
                 into valor-param
               write reg-param

               move spaces          to reg-param
               move "ARQTRANSM"     to chave-param
               move param_arqtransm to valor-param
               write reg-param

               move spaces       to reg-param
               move "TRANSMDIAS" to chave-param
               move spaces       to valor-param
               string transm_dias delimited by size
                 into valor-param
               write reg-param

               perform gravarparamloja
                   varying ind_loja from 1 by 1
                   until ind_loja > 9
           exit.

      *-----------------------------------------------------------------
      *grava no arquivo de parametros a transmissao da loja corrente,
      *quando configurado
       gravarparamloja section.
           if arqcat_loja(ind_loja) <> spaces then
      *abre o catalogo persistente em modo de atualizacao, criando-o
      *na primeira execucao, e conta as pizzas ja cadastradas
       carregarcatalogo section.
      *fila de aprovacao ainda no formato anterior, convertida uma vez
           perform converterpendentes

           open i-o cadpizza

      *catalogo ainda no formato anterior, convertido uma vez
           if fs-cadpizza = "39" then
               perform convertercatalogo
               open i-o cadpizza
           end-if

           if fs-cadpizza = "35" then
               open output cadpizza
               close cadpizza
           exit.

      *-----------------------------------------------------------------
      *conversao unica do catalogo gravado no formato anterior, sem a
      *familia de tamanhos e a marca de preco suspeito: o catalogo
      *antigo e copiado para <catalogo>.CNV, que fica como copia do
      *formato anterior, e recriado no formato novo com a familia zero
      *e a marca "N"; o formato anterior e prefixo do novo
       convertercatalogo section.
           move 0 to conv_lidos
           move 0 to conv_gravados
           move "N" to conv_ok

           move spaces to arqbkp_nome
           string function trim(arqcad_emuso) delimited by size
                  ".CNV"                      delimited by size
             into arqbkp_nome

           open input cadpizant

           if fs-cadpizant = "00" then
               open output arqbkp
               if fs-arqbkp = "00" then
                   perform until fs-cadpizant <> "00"
                       read cadpizant next record
                           at end
                               move "10" to fs-cadpizant
                           not at end
                               move reg-cadant to reg-bkp
                               write reg-bkp
                               add 1 to conv_lidos
                       end-read
                   end-perform
                   close arqbkp
                   move "S" to conv_ok
               end-if
               close cadpizant
           end-if

           if conv_ok <> "S" then
               display "Nao foi possivel copiar o catalogo no formato "
               "anterior para " arqbkp_nome
           else
               open output cadpizza

               if fs-cadpizza = "00" then
                   open input arqbkp
                   if fs-arqbkp = "00" then
                       perform until fs-arqbkp <> "00"
                           read arqbkp next record
                               at end
                                   move "10" to fs-arqbkp
                               not at end
                                   move reg-bkp(1:84) to reg-cadpizza
                                   move 0   to familia-cad
                                   move "N" to suspeito-cad
                                   write reg-cadpizza
                                       invalid key
                                           continue
                                       not invalid key
                                           add 1 to conv_gravados
                                   end-write
                           end-read
                       end-perform
                       close arqbkp
                   end-if
                   close cadpizza
               end-if

               move conv_gravados to conv_edt
               display "Catalogo convertido para o formato novo: "
               conv_edt " pizzas - formato anterior em " arqbkp_nome

               move spaces to linha_log
               string "Conversao do catalogo - Operador: "
                                          delimited by size
                      operador_id         delimited by size
                      "  Pizzas: "        delimited by size
                      conv_edt            delimited by size
                      "  Copia anterior: " delimited by size
                      arqbkp_nome         delimited by space
                 into linha_log
               move "CONV" to log_evento
               move arqcad_emuso to log_chave
               perform gravarlinhalog
           end-if
           .
       convertercatalogo-exit.
           exit.

      *-----------------------------------------------------------------
      *conversao unica da fila de aprovacao gravada no formato anterior,
      *sem a familia de tamanhos, do mesmo modo que o catalogo: copia
      *em PENDAPRV.CNV e recriacao no formato novo com a familia zero
       converterpendentes section.
           open input pendapiz

           if fs-pendapiz = "00" then
               close pendapiz
           else
               if fs-pendapiz = "39" then
                   perform converterfilapend
               end-if
           end-if
           .
       converterpendentes-exit.
           exit.

      *-----------------------------------------------------------------
      *copia e recriacao da fila de aprovacao no formato novo
       converterfilapend section.
           move 0 to conv_lidos
           move 0 to conv_gravados
           move "N" to conv_ok
           move "PENDAPRV.CNV" to arqbkp_nome

           open input pendant

           if fs-pendant = "00" then
               open output arqbkp
               if fs-arqbkp = "00" then
                   perform until fs-pendant <> "00"
                       read pendant next record
                           at end
                               move "10" to fs-pendant
                           not at end
                               move reg-pendant to reg-bkp
                               write reg-bkp
                               add 1 to conv_lidos
                       end-read
                   end-perform
                   close arqbkp
                   move "S" to conv_ok
               end-if
               close pendant
           end-if

           if conv_ok <> "S" then
               display "Nao foi possivel copiar a fila de aprovacao no "
               "formato anterior para PENDAPRV.CNV"
           else
               open output pendapiz

               if fs-pendapiz = "00" then
                   open input arqbkp
                   if fs-arqbkp = "00" then
                       perform until fs-arqbkp <> "00"
                           read arqbkp next record
                               at end
                                   move "10" to fs-arqbkp
                               not at end
                                   move reg-bkp(1:54) to reg-pend
                                   move 0 to familia-pend
                                   write reg-pend
                                       invalid key
                                           continue
                                       not invalid key
                                           add 1 to conv_gravados
                                   end-write
                           end-read
                       end-perform
                       close arqbkp
                   end-if
                   close pendapiz
               end-if

               move conv_gravados to conv_edt
               display "Fila de aprovacao convertida para o formato "
               "novo: " conv_edt " pendencias - formato anterior em "
               "PENDAPRV.CNV"

               move spaces to linha_log
               string "Conversao da fila de aprovacao - Operador: "
                                          delimited by size
                      operador_id         delimited by size
                      "  Pendencias: "    delimited by size
                      conv_edt            delimited by size
                 into linha_log
               move "CONV" to log_evento
               move "PENDAPRV" to log_chave
               perform gravarlinhalog
           end-if
           .
       converterfilapend-exit.
           exit.

      *-----------------------------------------------------------------
      *grava na fotografia o registro corrente do catalogo
       gravarsnapshot section.
           move nome-cad       to nome-antp
           move fornec-cad     to fornec-antp
           move preco-cad      to preco-antp
           move preco_cm2-cad  to preco_cm2-antp
           move posicao-cad    to posicao-antp
           move "N"            to marcado-antp
           write reg-antpizza
               invalid key
                   continue
           end-write
           .
       gravarsnapshot-exit.
           exit.

      *-----------------------------------------------------------------
       processamento section.

      *em lote: importa as transacoes e segue direto para o ranking;
      *interativo: menu de cadastro, importacao e manutencao
           if modo_exec = "B" then
               move "S" to modo_ranking
               move "S" to modo_ranking_taxa
               move "S" to modo_ranking_valor

      *guardando uma geracao de backup dos cadastros antes de
      *qualquer atualizacao da noite
               perform backupgeracoes
               if bkp_ok <> "S" then
                   move 8 to return-code
               end-if

      *traduzindo a lista de precos dos fornecedores para o arquivo
      *de lote, quando recebida; lista recebida e nao importada nao
      *deixa o lote rodar sobre um arquivo vazio ou da vespera
               perform importarlista
               if (lista_novos > 0 or lista_invalidas > 0)
                  and return-code < 4 then
                   move 4 to return-code
               end-if

               if lista_achada = "S" and lista_ok <> "S" then
                   move 8 to return-code
               else
                   perform processalote

                   if lote_ok <> "S" then
                       move 8 to return-code
                   else
                       if lote_rejeitados > 0 and return-code < 4 then
                           move 4 to return-code
                       end-if
                   end-if
               end-if

      *conferindo as faturas dos fornecedores recebidas no dia
               perform conciliarfaturas
               if fat_divergencias > 0 and return-code < 4 then
                   move 4 to return-code
               end-if

      *conferindo a integridade entre os cadastros, sem correcao
               move "N" to integ_reparar
               perform verificarintegridade
           else
               move "0" to opcao_menu
               perform until opcao_menu = "4"
                   perform menuprincipal
               end-perform
           end-if

      *aplicando as promocoes vigentes sobre o preco de tabela
           perform aplicarpromocoes

      *somando a taxa de entrega de cada fornecedor ao preco efetivo
           perform calculartaxas

      *marcando os precos fora da curva antes da classificacao; em
      *lote, qualquer suspeito pede conferencia antes dos pedidos
           perform triagemprecos
           if modo_exec = "B" and tri_suspeitos > 0
              and return-code < 4 then
               move 4 to return-code
           end-if

      *fechando o catalogo para a classificacao por arquivo
           close cadpizza

      *reorganizando por melhor custo beneficio
           perform ordenando

      *classificacao por categoria de sabor, para o ranking em
      *secoes por categoria
           perform ordenarcategoria

      *classificacao por familia de tamanhos e diametro, para o
      *relatorio de degraus de tamanho
           perform ordenarfamilia

      *classificacao adicional por custo por pessoa, quando pedida
           if modo_ranking = "S" then
               perform ordenarpessoa
           end-if

               perform ordenartaxa
           end-if

      *classificacao adicional pelo indice de valor, com a qualidade
      *e a pontualidade avaliadas, quando pedida
           if modo_ranking_valor = "S" then
               perform ordenarvalor
           end-if

      *definindo diferenca em porcento e atualizando o catalogo
           perform calculodiferenca

               perform relatoriotaxa
           end-if

      *emitindo o ranking por valor, quando pedido
           if modo_ranking_valor = "S" then
               perform relatoriovalor
           end-if

      *emitindo os tamanhos de cada familia com o custo do cm2 a mais
           perform relatoriofamilia

      *exportando o ranking final em csv para negociacao com
      *fornecedores
           perform exportarcsv

      *gravando a transmissao do ranking desta loja para a matriz
           perform gerartransmissao
           if modo_exec = "B" and trm_ok <> "S"
              and return-code < 4 then
               move 4 to return-code
           end-if

      *relatando o que mudou desde a execucao anterior
           perform relatoriodelta

           display "B - Manutencao de categorias de sabor"
           display "C - Ranking consolidado das lojas da rede"
           display "D - Consulta de auditoria (supervisor)"
           display "E - Pedidos de compra (recebimento/gastos)"
           display "F - Conciliacao de faturas de fornecedores"
           display "G - Avaliacoes de qualidade e entrega"
           display "H - Verificacao de integridade (supervisor)"
           display "I - Restaurar backup dos cadastros (supervisor)"
           display "J - Referencia de produtos dos fornecedores"
           display "K - Importar lista de precos de fornecedor"
           display "L - Rankings arquivados (reimpressao/posicoes)"
           display "Escolha uma opcao: "
           accept opcao_menu
           move function upper-case (opcao_menu) to opcao_menu
                   accept modo_ranking_taxa
                   move function upper-case (modo_ranking_taxa)
                     to modo_ranking_taxa
                   display "Gerar tambem o ranking por valor "
                   "(qualidade/entrega)? (S/N) "
                   accept modo_ranking_valor
                   move function upper-case (modo_ranking_valor)
                     to modo_ranking_valor
               when "5"
                   perform manutfornecedor
               when "6"
                   perform rankingconsolidado
               when "D"
                   perform consultarauditoria
               when "E"
                   perform manutpedidos
               when "F"
                   perform conciliarfaturas
               when "G"
                   perform manutavaliacao
               when "H"
                   perform manutintegridade
               when "I"
                   perform restaurarbackup
               when "J"
                   perform manutxref
               when "K"
                   perform menuimportarlista
               when "L"
                   perform manutrankhist
               when other
                   display "Opcao invalida"
           end-evaluate

           perform informarcategoria

           perform informarfamilia

           move space to ent_tipo
           perform until ent_tipo = "C" or ent_tipo = "Q"
               display "Informe o formato (C-Redonda / "
           move 0              to custo_total-cad
           move ent_categ      to categ-cad
           move data_execucao  to dtconf-cad
           move ent_familia    to familia-cad
           move "N"            to suspeito-cad
           .
       montarregistro-exit.
           exit.
               move operador_id   to oper-pend
               move data_execucao to data-pend
               move ent_categ     to categ-pend
               move ent_familia   to familia-pend

               write reg-pend
                   invalid key
       informarcategoria-exit.
           exit.

      *-----------------------------------------------------------------
      *pede o codigo da familia de tamanhos da pizza corrente, que
      *liga os tamanhos do mesmo sabor e fornecedor
       informarfamilia section.
           display "Informe o codigo da familia de tamanhos (0 = sem "
           "familia) "
           accept ent_familia
           .
       informarfamilia-exit.
           exit.

      *-----------------------------------------------------------------
      *verifica se o codigo em codigo_categ_inf existe na tabela de
      *categorias, devolvendo categ_valido = "S" ou "N"
               display "Informe o codigo do fornecedor a excluir "
               accept codigo_forn_inf

               perform contarreffornecedor

               if integ_refs > 0 then
                   move integ_refs to integ_refs_edt
                   display "Fornecedor em uso em " integ_refs_edt
                   " registro(s) do catalogo, pendentes, "
                   "promocoes ou referencias; exclusao recusada"
               else
                   move codigo_forn_inf to codigo-forn
                   delete cadforn record
                       invalid key
                           display "Fornecedor nao encontrado"
                       not invalid key
                           display "Fornecedor excluido"
                   end-delete
               end-if

               close cadforn
           end-if
               display "Informe o codigo da categoria a excluir "
               accept codigo_categ_inf

               perform contarrefcategoria

               if integ_refs > 0 then
                   move integ_refs to integ_refs_edt
                   display "Categoria em uso em " integ_refs_edt
                   " registro(s) do catalogo, pendentes ou "
                   "referencias; exclusao recusada"
               else
                   move codigo_categ_inf to codigo-categ
                   delete cadcateg record
                       invalid key
                           display "Categoria nao encontrada"
                       not invalid key
                           display "Categoria excluida"
                   end-delete
               end-if

               close cadcateg
           end-if
           move diametro-pend to ent_diametro
           move preco-pend    to ent_preco
           move categ-pend    to ent_categ
           move familia-pend  to ent_familia

           perform calculoarea

           display "Retencao historico..: " hist_meses " meses"
           display "Idade max do preco..: " max_dias_preco " dias"
           display "Retencao auditoria..: " audit_meses " meses"
           display "Janela avaliacoes...: " aval_dias " dias"
           display "Prazo de entrega....: " prazo_entrega " minutos"
           display "Geracoes de backup..: " bkp_geracoes
           display "Retencao rankings...: " rank_meses " meses"
           display "Tolerancia categoria: " tol_categ " %"
           display "Tolerancia historico: " tol_hist " %"
           display "Arquivo transmissao.: " param_arqtransm
           display "Idade max transmis..: " transm_dias " dias"

           perform exibirparamloja
               varying ind_loja from 1 by 1
           exit.

      *-----------------------------------------------------------------
      *exibe a transmissao da loja corrente, quando configurado
       exibirparamloja section.
           if arqcat_loja(ind_loja) <> spaces then
               move ind_loja to loja_edt
               display "Transmissao loja " loja_edt "..: "
               arqcat_loja(ind_loja)
           end-if
           .
               end-if
           end-if

           display "Nova janela das avaliacoes em dias (branco "
           "mantem): "
           accept param_valor_inf
           if param_valor_inf <> spaces then
               compute param_num = function numval(param_valor_inf)
               if param_num > 0 then
                   move param_num to aval_dias
               end-if
           end-if

           display "Novo prazo de entrega pontual em minutos (branco "
           "mantem): "
           accept param_valor_inf
           if param_valor_inf <> spaces then
               compute param_num = function numval(param_valor_inf)
               if param_num > 0 then
                   move param_num to prazo_entrega
               end-if
           end-if

           display "Nova quantidade de geracoes de backup, 1 a 98 "
           "(branco mantem): "
           accept param_valor_inf
           if param_valor_inf <> spaces then
               compute param_num = function numval(param_valor_inf)
               if param_num > 0 and param_num < 99 then
                   move param_num to bkp_geracoes
               end-if
           end-if

           display "Nova retencao dos rankings arquivados em meses "
           "(branco mantem): "
           accept param_valor_inf
           if param_valor_inf <> spaces then
               compute param_num = function numval(param_valor_inf)
               if param_num > 0 then
                   move param_num to rank_meses
               end-if
           end-if

           display "Nova tolerancia sobre a mediana da categoria em "
           "% (branco mantem): "
           accept param_valor_inf
           if param_valor_inf <> spaces then
               compute param_num = function numval(param_valor_inf)
               if param_num > 0 then
                   move param_num to tol_categ
               end-if
           end-if

           display "Nova tolerancia sobre o ultimo preco em % (branco "
           "mantem): "
           accept param_valor_inf
           if param_valor_inf <> spaces then
               compute param_num = function numval(param_valor_inf)
               if param_num > 0 then
                   move param_num to tol_hist
               end-if
           end-if

           display "Novo arquivo de transmissao para a matriz (branco "
           "mantem): "
           accept param_valor_inf
           if param_valor_inf <> spaces then
               move param_valor_inf to param_arqtransm
           end-if

           display "Nova idade maxima das transmissoes recebidas em "
           "dias (branco mantem): "
           accept param_valor_inf
           if param_valor_inf <> spaces then
               compute param_num = function numval(param_valor_inf)
               if param_num > 0 then
                   move param_num to transm_dias
               end-if
           end-if

           display "Alterar as transmissoes das lojas da rede? (S/N) "
           accept param_valor_inf
           move function upper-case (param_valor_inf)
             to param_valor_inf
           exit.

      *-----------------------------------------------------------------
      *pede a transmissao da loja corrente; branco mantem o valor e o
      *asterisco remove a loja da lista
       alterarparamloja section.
           move ind_loja to loja_edt
           display "Transmissao da loja " loja_edt " (branco mantem,"
           " * remove): " arqcat_loja(ind_loja)
           accept param_valor_inf

           if param_valor_inf = "*" then

               close arqcot

      *a cotacao impressa pode virar pedido de compra
               perform confirmarpedido

               display "Tecle ENTER para continuar"
               accept opcao_menu
               move "0" to opcao_menu
           exit.

      *-----------------------------------------------------------------
      *oferece o registro da cotacao impressa como pedido de compra
       confirmarpedido section.
           if sug_qtde > 0 or comp_achou = "S" then
               display "Registrar a cotacao como pedido de compra? "
               "(S/N) "
               accept opcao_ped
               move function upper-case (opcao_ped) to opcao_ped

               if opcao_ped = "S" then
                   perform gerarpedido
               end-if
           end-if
           .
       confirmarpedido-exit.
           exit.

      *-----------------------------------------------------------------
      *grava a cotacao corrente no arquivo de pedidos: a pizza base e
      *o complemento do mesmo fornecedor formam um pedido; complemento
      *de outro fornecedor vai em um pedido proprio
       gerarpedido section.
           open i-o pedidos
           if fs-pedidos = "35" then
               open output pedidos
               close pedidos
               open i-o pedidos
           end-if

           if fs-pedidos <> "00" then
               display "Nao foi possivel abrir o arquivo de pedidos "
               "PEDIDOS, pedido nao registrado"
           else
               perform ultimonumeropedido
               compute ped_numero = ped_ultimo + 1
               move 0 to ped_item

               if sug_qtde > 0 then
                   move sug_nome   to ped_nome
                   move sug_fornec to ped_fornec
                   move sug_qtde   to ped_qtde
                   move sug_preco  to ped_preco_efet
                   move sug_promo  to ped_promo
                   perform gravaritempedido
               end-if

               if comp_achou = "S" then
                   if ped_item > 0 and comp_fornec <> ped_fornec then
                       perform fecharpedido
                       add 1 to ped_numero
                       move 0 to ped_item
                   end-if

                   move comp_nome   to ped_nome
                   move comp_fornec to ped_fornec
                   move 1           to ped_qtde
                   move comp_preco  to ped_preco_efet
                   move comp_promo  to ped_promo
                   perform gravaritempedido
               end-if

               perform fecharpedido

               close pedidos
           end-if
           .
       gerarpedido-exit.
           exit.

      *-----------------------------------------------------------------
      *apura o ultimo numero de pedido usado, que e o da ultima chave
      *do arquivo de pedidos
       ultimonumeropedido section.
           move 0 to ped_ultimo

           move low-values to chave-ped
           start pedidos key >= chave-ped
               invalid key
                   move "23" to fs-pedidos
           end-start

           perform until fs-pedidos <> "00"
               read pedidos next record
                   at end
                       move "10" to fs-pedidos
                   not at end
                       move numero-ped to ped_ultimo
               end-read
           end-perform
           .
       ultimonumeropedido-exit.
           exit.

      *-----------------------------------------------------------------
      *grava uma linha do pedido corrente com o preco de tabela e a
      *categoria do catalogo; a taxa de entrega do fornecedor vai na
      *primeira linha
       gravaritempedido section.
           add 1 to ped_item

           move ped_preco_efet to ped_preco
           move 0              to ped_categ
           move ped_nome       to nome-cad
           move ped_fornec     to fornec-cad
           read cadpizza record
               invalid key
                   continue
               not invalid key
                   move preco-cad to ped_preco
                   move categ-cad to ped_categ
           end-read

           move 0 to ped_taxa
           if ped_item = 1 and ped_fornec > 0 then
               open input cadforn
               if fs-cadforn = "00" then
                   move ped_fornec to codigo-forn
                   read cadforn record
                       invalid key
                           continue
                       not invalid key
                           move taxa-forn to ped_taxa
                   end-read
                   close cadforn
               end-if
           end-if

           move spaces         to reg-ped
           move ped_numero     to numero-ped
           move ped_item       to item-ped
           move data_execucao  to data-ped
           move operador_id    to oper-ped
           move ped_fornec     to fornec-ped
           move ped_nome       to nome-ped
           move ped_categ      to categ-ped
           move ped_qtde       to qtde-ped
           move ped_preco      to preco-ped
           move ped_preco_efet to preco_efet-ped
           move ped_promo      to empromo-ped
           move ped_taxa       to taxa_ent-ped
           move "A"            to status-ped
           move data_execucao  to dtstatus-ped

           write reg-ped
               invalid key
                   display "Linha de pedido ja gravada, pedido "
                   "nao registrado"
           end-write
           .
       gravaritempedido-exit.
           exit.

      *-----------------------------------------------------------------
      *informa o numero do pedido gravado e registra no log de
      *auditoria
       fecharpedido section.
           if ped_item > 0 then
               move ped_numero to ped_numero_edt
               move ped_fornec to fornec_edt
               display "Pedido de compra " ped_numero_edt
               " registrado - fornecedor " fornec_edt

               move spaces to linha_log
               string "Pedido de compra registrado - Operador: "
                                          delimited by size
                      operador_id         delimited by size
                      "  Pedido: "        delimited by size
                      ped_numero_edt      delimited by size
                      "  Fornecedor: "    delimited by size
                      fornec_edt          delimited by size
                      "  Data: "          delimited by size
                      data_exec_br        delimited by size
                 into linha_log
               move "PEDI" to log_evento
               move ped_numero to log_chave
               perform gravarlinhalog
           end-if
           .
       fecharpedido-exit.
           exit.

      *-----------------------------------------------------------------
      *menu dos pedidos de compra: consulta, recebimento, cancelamento
      *e relatorio mensal de gastos
       manutpedidos section.
           display erase
           display "1 - Listar pedidos de compra"
           display "2 - Registrar recebimento de pedido"
           display "3 - Cancelar pedido"
           display "4 - Relatorio mensal de gastos"
           display "Escolha uma opcao: "
           accept opcao_ped

           evaluate opcao_ped
               when "1"
                   perform listarpedidos
               when "2"
                   move "R" to ped_status_novo
                   perform alterarstatuspedido
               when "3"
                   move "C" to ped_status_novo
                   perform alterarstatuspedido
               when "4"
                   perform relatoriogastos
               when other
                   display "Opcao invalida"
           end-evaluate
           .
       manutpedidos-exit.
           exit.

      *-----------------------------------------------------------------
      *lista as linhas de todos os pedidos de compra registrados
       listarpedidos section.
           open input pedidos
           if fs-pedidos <> "00" then
               display "Nenhum pedido de compra registrado"
           else
               perform until fs-pedidos <> "00"
                   read pedidos next record
                       at end
                           move "10" to fs-pedidos
                       not at end
                           perform exibirpedido
                   end-read
               end-perform
               close pedidos

               display "Tecle ENTER para continuar"
               accept opcao_ped
           end-if
           .
       listarpedidos-exit.
           exit.

      *-----------------------------------------------------------------
      *exibe a linha de pedido corrente com a situacao
       exibirpedido section.
           evaluate status-ped
               when "A"
                   move "ABERTO"    to ped_status_desc
               when "R"
                   move "RECEBIDO"  to ped_status_desc
               when "C"
                   move "CANCELADO" to ped_status_desc
               when other
                   move "?"         to ped_status_desc
           end-evaluate

           move spaces to ped_data_br
           string data-ped(7:2)      delimited by size
                  "/"                delimited by size
                  data-ped(5:2)      delimited by size
                  "/"                delimited by size
                  data-ped(1:4)      delimited by size
             into ped_data_br

           move numero-ped     to ped_numero_edt
           move item-ped       to ped_item_edt
           move fornec-ped     to fornec_edt
           move qtde-ped       to ped_qtde_edt
           move preco_efet-ped to preco_efet_edt

           if empromo-ped = "S" then
               move "*" to promo_flag
           else
               move " " to promo_flag
           end-if

           display ped_numero_edt "/" ped_item_edt " " ped_data_br " "
           ped_status_desc " forn " fornec_edt " " nome-ped " "
           ped_qtde_edt " x " preco_efet_edt promo_flag
           .
       exibirpedido-exit.
           exit.

      *-----------------------------------------------------------------
      *muda para a situacao em ped_status_novo todas as linhas em
      *aberto do pedido informado, registrando no log de auditoria
       alterarstatuspedido section.
           display "Informe o numero do pedido "
           accept ped_numero_inf

           open i-o pedidos
           if fs-pedidos <> "00" then
               display "Nenhum pedido de compra registrado"
           else
               move 0 to ped_achados
               move 0 to ped_alterados

               move ped_numero_inf to numero-ped
               move 0              to item-ped
               start pedidos key >= chave-ped
                   invalid key
                       move "23" to fs-pedidos
               end-start

               perform until fs-pedidos <> "00"
                   read pedidos next record
                       at end
                           move "10" to fs-pedidos
                       not at end
                           if numero-ped = ped_numero_inf then
                               add 1 to ped_achados
                               if status-ped = "A" then
                                   move ped_status_novo to status-ped
                                   move data_execucao  to dtstatus-ped
                                   rewrite reg-ped
                                   add 1 to ped_alterados
                               end-if
                           else
                               move "10" to fs-pedidos
                           end-if
                   end-read
               end-perform

               close pedidos

               move ped_numero_inf to ped_numero_edt

               evaluate true
                   when ped_achados = 0
                       display "Pedido nao encontrado"
                   when ped_alterados = 0
                       display "Pedido nao esta em aberto, situacao "
                       "nao alterada"
                   when other
                       move spaces to linha_log
                       if ped_status_novo = "R" then
                           display "Pedido recebido"
                           string "Pedido de compra recebido - "
                                  "Operador: "    delimited by size
                                  operador_id     delimited by size
                                  "  Pedido: "    delimited by size
                                  ped_numero_edt  delimited by size
                                  "  Data: "      delimited by size
                                  data_exec_br    delimited by size
                             into linha_log
                           move "PEDR" to log_evento
                       else
                           display "Pedido cancelado"
                           string "Pedido de compra cancelado - "
                                  "Operador: "    delimited by size
                                  operador_id     delimited by size
                                  "  Pedido: "    delimited by size
                                  ped_numero_edt  delimited by size
                                  "  Data: "      delimited by size
                                  data_exec_br    delimited by size
                             into linha_log
                           move "PEDC" to log_evento
                       end-if
                       move ped_numero_inf to log_chave
                       perform gravarlinhalog
               end-evaluate
           end-if
           .
       alterarstatuspedido-exit.
           exit.

      *-----------------------------------------------------------------
      *relatorio mensal de gastos: soma os pedidos recebidos no mes
      *por fornecedor e por categoria de sabor, com a economia sobre
      *o preco de tabela do fornecedor; pedidos ainda em aberto sao
      *mostrados a parte
       relatoriogastos section.
           display "Informe o mes (AAAAMM, 0 = mes corrente) "
           accept ped_mes_inf
           if ped_mes_inf = 0 then
               move data_execucao(1:6) to ped_mes_inf
           end-if

           move spaces to ped_mes_br
           string ped_mes_inf(5:2) delimited by size
                  "/"              delimited by size
                  ped_mes_inf(1:4) delimited by size
             into ped_mes_br

           perform varying ind_gasto from 1 by 1 until ind_gasto > 1000
               move 0 to pedidos_gforn(ind_gasto)
               move 0 to qtde_gforn(ind_gasto)
               move 0 to valor_gforn(ind_gasto)
               move 0 to taxa_gforn(ind_gasto)
               move 0 to econ_gforn(ind_gasto)
               move 0 to qtde_gcat(ind_gasto)
               move 0 to valor_gcat(ind_gasto)
               move 0 to econ_gcat(ind_gasto)
           end-perform

           move 0 to gasto_tot_pedidos
           move 0 to gasto_tot_qtde
           move 0 to gasto_tot_valor
           move 0 to gasto_tot_taxa
           move 0 to gasto_tot_lista
           move 0 to gasto_tot_econ
           move 0 to gasto_aberto_qtde
           move 0 to gasto_aberto

           open input pedidos

           if fs-pedidos <> "00" then
               display "Nenhum pedido de compra registrado"
           else
               perform until fs-pedidos <> "00"
                   read pedidos next record
                       at end
                           move "10" to fs-pedidos
                       not at end
                           if data-ped(1:6) = ped_mes_inf then
                               perform acumulargasto
                           end-if
                   end-read
               end-perform
               close pedidos

               perform imprimirgastos
           end-if
           .
       relatoriogastos-exit.
           exit.

      *-----------------------------------------------------------------
      *acumula a linha de pedido corrente nos totais do mes
       acumulargasto section.
           evaluate status-ped
               when "R"
                   compute ped_valor = qtde-ped * preco_efet-ped
                   compute ped_economia = qtde-ped *
                       (preco-ped - preco_efet-ped)

                   compute ind_gasto = fornec-ped + 1
                   if item-ped = 1 then
                       add 1 to pedidos_gforn(ind_gasto)
                       add 1 to gasto_tot_pedidos
                   end-if
                   add qtde-ped     to qtde_gforn(ind_gasto)
                   add ped_valor    to valor_gforn(ind_gasto)
                   add taxa_ent-ped to taxa_gforn(ind_gasto)
                   add ped_economia to econ_gforn(ind_gasto)

                   compute ind_gasto = categ-ped + 1
                   add qtde-ped     to qtde_gcat(ind_gasto)
                   add ped_valor    to valor_gcat(ind_gasto)
                   add ped_economia to econ_gcat(ind_gasto)

                   add qtde-ped     to gasto_tot_qtde
                   add ped_valor    to gasto_tot_valor
                   add taxa_ent-ped to gasto_tot_taxa
                   add ped_economia to gasto_tot_econ
                   compute gasto_tot_lista = gasto_tot_lista +
                       (qtde-ped * preco-ped)
               when "A"
                   if item-ped = 1 then
                       add 1 to gasto_aberto_qtde
                   end-if
                   compute gasto_aberto = gasto_aberto +
                       (qtde-ped * preco_efet-ped) + taxa_ent-ped
               when other
                   continue
           end-evaluate
           .
       acumulargasto-exit.
           exit.

      *-----------------------------------------------------------------
      *cabecalho e quebra de pagina do relatorio de gastos
       cabecalhogasto section.
           add 1 to numero_pagina
           move numero_pagina to pagina_edt

           move spaces to linha_imp
           string nome_loja                      delimited by size
                  " - Gastos do Mes "             delimited by size
                  ped_mes_br                      delimited by size
                  " - Data: "                     delimited by size
                  data_exec_br                    delimited by size
                  "  Pag: "                       delimited by size
                  pagina_edt                      delimited by size
             into linha_imp
           move linha_imp to reg-gasto

           if numero_pagina > 1 then
               write reg-gasto after advancing page
           else
               write reg-gasto
           end-if

           move linha_traco to reg-gasto
           write reg-gasto after advancing 1 lines

           move 0 to contador_linhas
           .
       cabecalhogasto-exit.
           exit.

      *-----------------------------------------------------------------
      *imprime o relatorio de gastos do mes: secao por fornecedor,
      *secao por categoria e totais com a economia obtida
       imprimirgastos section.
           move 0 to numero_pagina
           move 0 to contador_linhas

           open output arqgasto

           if fs-arqgasto <> "00" then
               display "Nao foi possivel abrir o relatorio GASTOS.LST"
           else
               perform cabecalhogasto

               move spaces to reg-gasto
               write reg-gasto after advancing 1 lines

               move spaces to linha_imp
               string "Forn Fornecedor            Ped  Qtde    "
                                                   delimited by size
                      "Pizzas    Taxas      Total   Economia"
                                                   delimited by size
                 into linha_imp
               move linha_imp to reg-gasto
               write reg-gasto after advancing 1 lines

               move linha_traco to reg-gasto
               write reg-gasto after advancing 1 lines
               add 3 to contador_linhas

               open input cadforn
               if fs-cadforn = "00" then
                   move "S" to cadforn_ok
               else
                   move "N" to cadforn_ok
               end-if

               perform imprimirgastoforn
                   varying ind_gasto from 1 by 1
                   until ind_gasto > 1000

               if cadforn_ok = "S" then
                   close cadforn
               end-if

               if contador_linhas + 3 >= max_linhas_pagina then
                   perform cabecalhogasto
               end-if

               move spaces to reg-gasto
               write reg-gasto after advancing 1 lines

               move spaces to linha_imp
               string "Cat  Categoria             Qtde    Pizzas   "
                                                   delimited by size
                      "Economia"                   delimited by size
                 into linha_imp
               move linha_imp to reg-gasto
               write reg-gasto after advancing 1 lines

               move linha_traco to reg-gasto
               write reg-gasto after advancing 1 lines
               add 3 to contador_linhas

               open input cadcateg
               if fs-cadcateg = "00" then
                   move "S" to cadcateg_ok
               else
                   move "N" to cadcateg_ok
               end-if

               perform imprimirgastocat
                   varying ind_gasto from 1 by 1
                   until ind_gasto > 1000

               if cadcateg_ok = "S" then
                   close cadcateg
               end-if

               perform imprimirtotaisgasto

               close arqgasto

               display "Relatorio de gastos gravado em GASTOS.LST"
               display "Tecle ENTER para continuar"
               accept opcao_ped
           end-if
           .
       imprimirgastos-exit.
           exit.

      *-----------------------------------------------------------------
      *linha do relatorio de gastos para o fornecedor da posicao
      *corrente da tabela, quando teve pedido recebido no mes
       imprimirgastoforn section.
           if qtde_gforn(ind_gasto) > 0 then
               if contador_linhas >= max_linhas_pagina then
                   perform cabecalhogasto
               end-if

               compute codigo_forn_inf = ind_gasto - 1
               if codigo_forn_inf = 0 then
                   move "(retirada)" to gasto_nome
               else
                   move "(nao cadastrado)" to gasto_nome
                   if cadforn_ok = "S" then
                       move codigo_forn_inf to codigo-forn
                       read cadforn record
                           invalid key
                               continue
                           not invalid key
                               move nomeforn-forn to gasto_nome
                       end-read
                   end-if
               end-if

               compute gasto_total = valor_gforn(ind_gasto) +
                   taxa_gforn(ind_gasto)

               move codigo_forn_inf        to fornec_edt
               move pedidos_gforn(ind_gasto) to gasto_ped_edt
               move qtde_gforn(ind_gasto)  to gasto_qtde_edt
               move valor_gforn(ind_gasto) to gasto_valor_edt
               move taxa_gforn(ind_gasto)  to gasto_taxa_edt
               move gasto_total            to gasto_total_edt
               move econ_gforn(ind_gasto)  to gasto_econ_edt

               move spaces to linha_imp
               string fornec_edt       delimited by size
                      "  "             delimited by size
                      gasto_nome       delimited by size
                      " "              delimited by size
                      gasto_ped_edt    delimited by size
                      " "              delimited by size
                      gasto_qtde_edt   delimited by size
                      " "              delimited by size
                      gasto_valor_edt  delimited by size
                      " "              delimited by size
                      gasto_taxa_edt   delimited by size
                      " "              delimited by size
                      gasto_total_edt  delimited by size
                      " "              delimited by size
                      gasto_econ_edt   delimited by size
                 into linha_imp

               move linha_imp to reg-gasto
               write reg-gasto after advancing 1 lines
               add 1 to contador_linhas
           end-if
           .
       imprimirgastoforn-exit.
           exit.

      *-----------------------------------------------------------------
      *linha do relatorio de gastos para a categoria da posicao
      *corrente da tabela, quando teve pizza recebida no mes
       imprimirgastocat section.
           if qtde_gcat(ind_gasto) > 0 then
               if contador_linhas >= max_linhas_pagina then
                   perform cabecalhogasto
               end-if

               compute codigo_categ_inf = ind_gasto - 1
               if codigo_categ_inf = 0 then
                   move "SEM CATEGORIA" to desccateg_w
               else
                   move "NAO CADASTRADA" to desccateg_w
                   if cadcateg_ok = "S" then
                       move codigo_categ_inf to codigo-categ
                       read cadcateg record
                           invalid key
                               continue
                           not invalid key
                               move desccateg-categ to desccateg_w
                       end-read
                   end-if
               end-if

               move codigo_categ_inf      to categ_edt
               move qtde_gcat(ind_gasto)  to gasto_qtde_edt
               move valor_gcat(ind_gasto) to gasto_valor_edt
               move econ_gcat(ind_gasto)  to gasto_econ_edt

               move spaces to linha_imp
               string categ_edt        delimited by size
                      "  "             delimited by size
                      desccateg_w      delimited by size
                      " "              delimited by size
                      gasto_qtde_edt   delimited by size
                      " "              delimited by size
                      gasto_valor_edt  delimited by size
                      " "              delimited by size
                      gasto_econ_edt   delimited by size
                 into linha_imp

               move linha_imp to reg-gasto
               write reg-gasto after advancing 1 lines
               add 1 to contador_linhas
           end-if
           .
       imprimirgastocat-exit.
           exit.

      *-----------------------------------------------------------------
      *totais do mes: valor comprado, taxas, economia sobre o preco de
      *tabela e pedidos que ainda aguardam recebimento
       imprimirtotaisgasto section.
           if contador_linhas + 6 >= max_linhas_pagina then
               perform cabecalhogasto
           end-if

           if gasto_tot_lista > 0 then
               compute gasto_econ_perc = (gasto_tot_econ /
                   gasto_tot_lista) * 100
           else
               move 0 to gasto_econ_perc
           end-if

           compute gasto_total = gasto_tot_valor + gasto_tot_taxa

           move spaces to reg-gasto
           write reg-gasto after advancing 1 lines

           move gasto_tot_pedidos to gasto_ped_edt
           move gasto_tot_qtde    to gasto_qtde_edt
           move spaces to linha_imp
           string "Pedidos recebidos: " delimited by size
                  gasto_ped_edt         delimited by size
                  "   Pizzas: "         delimited by size
                  gasto_qtde_edt        delimited by size
             into linha_imp
           move linha_imp to reg-gasto
           write reg-gasto after advancing 1 lines

           move gasto_tot_valor to gasto_valor_edt
           move gasto_tot_taxa  to gasto_taxa_edt
           move gasto_total     to gasto_total_edt
           move spaces to linha_imp
           string "Pizzas: "           delimited by size
                  gasto_valor_edt      delimited by size
                  "   Taxas: "         delimited by size
                  gasto_taxa_edt       delimited by size
                  "   Total gasto: "   delimited by size
                  gasto_total_edt      delimited by size
             into linha_imp
           move linha_imp to reg-gasto
           write reg-gasto after advancing 1 lines

           move gasto_tot_econ  to gasto_econ_edt
           move gasto_econ_perc to gasto_perc_edt
           move spaces to linha_imp
           string "Economia sobre o preco de tabela: "
                                       delimited by size
                  gasto_econ_edt       delimited by size
                  " ("                 delimited by size
                  gasto_perc_edt       delimited by size
                  "%)"                 delimited by size
             into linha_imp
           move linha_imp to reg-gasto
           write reg-gasto after advancing 1 lines

           move gasto_aberto_qtde to gasto_ped_edt
           move gasto_aberto      to gasto_total_edt
           move spaces to linha_imp
           string "Pedidos do mes em aberto: " delimited by size
                  gasto_ped_edt         delimited by size
                  "   Valor a receber: " delimited by size
                  gasto_total_edt       delimited by size
             into linha_imp
           move linha_imp to reg-gasto
           write reg-gasto after advancing 1 lines

           add 5 to contador_linhas
           .
       imprimirtotaisgasto-exit.
           exit.

      *-----------------------------------------------------------------
      *conciliacao das faturas dos fornecedores: cada linha cobrada e
      *conferida contra o preco de tabela do historico na data da
      *entrega, com a promocao vigente nessa data, e contra a taxa de
      *entrega do cadastro; as cobrancas acima do devido vao para o
      *relatorio de excecao e para o log de auditoria
       conciliarfaturas section.
           move 0 to fat_lidas
           move 0 to fat_divergencias
           move 0 to fat_sem_preco
           move 0 to fat_total_geral

           open input arqfat

           if fs-arqfat <> "00" then
               display "Arquivo de faturas FATURAS nao encontrado"
           else
               close arqfat

               sort sortfat on ascending key fornec-sft
                                             dtentr-sft
                                             nome-sft
                   using arqfat
                   giving arqfatcl

               move 0 to numero_pagina
               move 0 to contador_linhas

               open output arqdiverg

               if fs-arqdiverg <> "00" then
                   display "Nao foi possivel abrir o relatorio "
                   "FATDIVERG.LST"
               else
                   perform cabecalhofat

                   perform abrirhistorico

                   open input cadforn
                   if fs-cadforn = "00" then
                       move "S" to cadforn_ok
                   else
                       move "N" to cadforn_ok
                   end-if

                   move "S" to fat_primeira

                   open input arqfatcl

                   perform until fs-arqfatcl <> "00"
                       read arqfatcl next record
                           at end
                               move "10" to fs-arqfatcl
                           not at end
                               add 1 to fat_lidas
                               if fat_primeira = "S"
                                  or fornec-fcl <> fat_fornec_ant then
                                   perform quebrafornfatura
                               end-if
                               perform conciliarlinha
                       end-read
                   end-perform

                   close arqfatcl

                   if fat_primeira = "N" then
                       perform totalfornfatura
                   end-if

                   if cadforn_ok = "S" then
                       close cadforn
                   end-if

                   if hisx_ok = "S" then
                       close arqhisx
                   end-if

                   perform resumofaturas

                   close arqdiverg
               end-if
           end-if
           .
       conciliarfaturas-exit.
           exit.

      *-----------------------------------------------------------------
      *quebra por fornecedor: fecha o total do fornecedor anterior e
      *carrega o nome e a taxa de entrega cadastrada do novo
       quebrafornfatura section.
           if fat_primeira = "N" then
               perform totalfornfatura
           end-if

           move "N"        to fat_primeira
           move fornec-fcl to fat_fornec_ant
           move "N"        to fat_forn_impresso
           move 0          to fat_total_forn
           move 0          to fat_taxa_forn

           if fornec-fcl = 0 then
               move "(retirada)" to fat_nomeforn
           else
               move "(nao cadastrado)" to fat_nomeforn
               if cadforn_ok = "S" then
                   move fornec-fcl to codigo-forn
                   read cadforn record
                       invalid key
                           continue
                       not invalid key
                           move nomeforn-forn to fat_nomeforn
                           move taxa-forn     to fat_taxa_forn
                   end-read
               end-if
           end-if
           .
       quebrafornfatura-exit.
           exit.

      *-----------------------------------------------------------------
      *confere o preco unitario e a taxa de entrega da linha de
      *fatura corrente
       conciliarlinha section.
           perform buscarprecodevido

           move qtde-fcl to fat_qtde_edt
           move preco-fcl to fat_cobrado_edt

           evaluate true
               when fat_origem = "N"
                   add 1 to fat_sem_preco
                   move 0 to fat_excesso
                   move 0 to fat_devido_edt
                   move "SEM PRECO DE REFER." to fat_obs
                   perform imprimirdivergencia
               when preco-fcl > fat_preco_devido
                   compute fat_excesso = qtde-fcl *
                       (preco-fcl - fat_preco_devido)
                   move fat_preco_devido to fat_devido_edt
                   evaluate true
                       when fat_em_promo = "S"
                           move "PRECO ACIMA/PROMO" to fat_obs
                       when fat_origem = "C"
                           move "PRECO ACIMA/CATALOGO" to fat_obs
                       when other
                           move "PRECO ACIMA" to fat_obs
                   end-evaluate
                   perform imprimirdivergencia
               when other
                   continue
           end-evaluate

           if taxa-fcl > fat_taxa_forn then
               compute fat_excesso = taxa-fcl - fat_taxa_forn
               move 1             to fat_qtde_edt
               move taxa-fcl      to fat_cobrado_edt
               move fat_taxa_forn to fat_devido_edt
               move "TAXA ACIMA"  to fat_obs
               perform imprimirdivergencia
           end-if
           .
       conciliarlinha-exit.
           exit.

      *-----------------------------------------------------------------
      *preco devido da pizza da linha de fatura: o ultimo preco de
      *tabela registrado no historico ate a data da entrega ou, sem
      *historico, o preco do catalogo; sobre ele a promocao vigente
      *na data da entrega
       buscarprecodevido section.
           move "N" to fat_origem
           move "N" to fat_em_promo
           move 0   to fat_preco_lista

           if hisx_ok = "S" then
               move nome-fcl   to nome-hisx
               move fornec-fcl to fornec-hisx
               move 0          to data-hisx
               move 0          to hora-hisx
               start arqhisx key >= chave-hisx
                   invalid key
                       move "23" to fs-arqhisx
               end-start

               perform until fs-arqhisx <> "00"
                   read arqhisx next record
                       at end
                           move "10" to fs-arqhisx
                       not at end
                           if nome-hisx = nome-fcl
                              and fornec-hisx = fornec-fcl
                              and data-hisx <= dtentr-fcl then
                               move preco-hisx to fat_preco_lista
                               move "H"        to fat_origem
                           else
                               move "10" to fs-arqhisx
                           end-if
                   end-read
               end-perform
           end-if

           if fat_origem = "N" then
               move nome-fcl   to nome-cad
               move fornec-fcl to fornec-cad
               read cadpizza record
                   invalid key
                       continue
                   not invalid key
                       move preco-cad to fat_preco_lista
                       move "C"       to fat_origem
               end-read
           end-if

           move fat_preco_lista to fat_preco_devido

           if fat_origem <> "N" then
               perform buscarpromofatura
           end-if
           .
       buscarprecodevido-exit.
           exit.

      *-----------------------------------------------------------------
      *aplica sobre o preco devido a promocao da pizza vigente na data
      *da entrega; havendo mais de uma, vale a ultima do arquivo, como
      *na aplicacao das promocoes sobre o catalogo
       buscarpromofatura section.
           open input arqpromo

           if fs-arqpromo = "00" then
               perform until fs-arqpromo <> "00"
                   read arqpromo next record
                       at end
                           move "10" to fs-arqpromo
                       not at end
                           if nome-promo = nome-fcl
                              and fornec-promo = fornec-fcl
                              and dtentr-fcl >= dtini-promo
                              and dtentr-fcl <= dtfim-promo then
                               evaluate tipopromo-promo
                                   when "P"
                                       move valor-promo
                                         to fat_preco_devido
                                       move "S" to fat_em_promo
                                   when "D"
                                       compute fat_preco_devido =
                                           fat_preco_lista *
                                           (100 - valor-promo) / 100
                                       move "S" to fat_em_promo
                                   when other
                                       continue
                               end-evaluate
                           end-if
                   end-read
               end-perform
               close arqpromo
           end-if
           .
       buscarpromofatura-exit.
           exit.

      *-----------------------------------------------------------------
      *cabecalho e quebra de pagina do relatorio de divergencias
       cabecalhofat section.
           add 1 to numero_pagina
           move numero_pagina to pagina_edt

           move spaces to linha_imp
           string nome_loja                      delimited by size
                  " - Divergencias de Faturas - Data: "
                                                   delimited by size
                  data_exec_br                    delimited by size
                  "  Pag: "                       delimited by size
                  pagina_edt                      delimited by size
             into linha_imp
           move linha_imp to reg-diverg

           if numero_pagina > 1 then
               write reg-diverg after advancing page
           else
               write reg-diverg
           end-if

           move spaces to linha_imp
           string "Pizza           Entrega    Qtd  Cobr. Devido  "
                                                   delimited by size
                  "Excesso Ocorrencia"             delimited by size
             into linha_imp
           move linha_imp to reg-diverg
           write reg-diverg after advancing 1 lines

           move linha_traco to reg-diverg
           write reg-diverg after advancing 1 lines

           move 0 to contador_linhas
           .
       cabecalhofat-exit.
           exit.

      *-----------------------------------------------------------------
      *titulo do fornecedor no relatorio de divergencias, impresso na
      *primeira divergencia encontrada nas faturas dele
       cabecalhofornfat section.
           if contador_linhas + 2 >= max_linhas_pagina then
               perform cabecalhofat
           end-if

           move "S" to fat_forn_impresso

           move fat_fornec_ant to fornec_edt
           move fat_taxa_forn  to taxa_edt

           move spaces to linha_imp
           string "Fornecedor "         delimited by size
                  fornec_edt            delimited by size
                  " - "                 delimited by size
                  fat_nomeforn          delimited by size
                  "  Taxa cadastrada: " delimited by size
                  taxa_edt              delimited by size
             into linha_imp
           move linha_imp to reg-diverg
           write reg-diverg after advancing 2 lines
           add 2 to contador_linhas
           .
       cabecalhofornfat-exit.
           exit.

      *-----------------------------------------------------------------
      *linha de divergencia no relatorio e registro correspondente no
      *log de auditoria
       imprimirdivergencia section.
           if fat_forn_impresso = "N" then
               perform cabecalhofornfat
           end-if

           if contador_linhas >= max_linhas_pagina then
               perform cabecalhofat
           end-if

           add 1           to fat_divergencias
           add fat_excesso to fat_total_forn
           add fat_excesso to fat_total_geral

           move spaces to fat_data_br
           string dtentr-fcl(7:2)    delimited by size
                  "/"                delimited by size
                  dtentr-fcl(5:2)    delimited by size
                  "/"                delimited by size
                  dtentr-fcl(1:4)    delimited by size
             into fat_data_br

           move fat_excesso to fat_excesso_edt

           move spaces to linha_imp
           string nome-fcl         delimited by size
                  " "              delimited by size
                  fat_data_br      delimited by size
                  " "              delimited by size
                  fat_qtde_edt     delimited by size
                  " "              delimited by size
                  fat_cobrado_edt  delimited by size
                  " "              delimited by size
                  fat_devido_edt   delimited by size
                  " "              delimited by size
                  fat_excesso_edt  delimited by size
                  " "              delimited by size
                  fat_obs          delimited by size
             into linha_imp

           move linha_imp to reg-diverg
           write reg-diverg after advancing 1 lines
           add 1 to contador_linhas

           move fornec-fcl to fornec_edt
           move spaces to linha_log
           string "Fatura divergente - Forn: " delimited by size
                  fornec_edt              delimited by size
                  "  Pizza: "             delimited by size
                  nome-fcl                delimited by size
                  "  Entr: "              delimited by size
                  fat_data_br             delimited by size
                  "  Cobr: "              delimited by size
                  fat_cobrado_edt         delimited by size
                  "  Dev: "               delimited by size
                  fat_devido_edt          delimited by size
                  "  "                    delimited by size
                  fat_obs                 delimited by size
             into linha_log
           move "FATD" to log_evento
           move spaces to log_chave
           string nome-fcl   delimited by size
                  fornec-fcl delimited by size
             into log_chave
           perform gravarlinhalog
           .
       imprimirdivergencia-exit.
           exit.

      *-----------------------------------------------------------------
      *total a contestar do fornecedor corrente, quando houve
      *divergencia nas faturas dele
       totalfornfatura section.
           if fat_forn_impresso = "S" then
               if contador_linhas >= max_linhas_pagina then
                   perform cabecalhofat
               end-if

               move fat_fornec_ant to fornec_edt
               move fat_total_forn to fat_total_edt

               move spaces to linha_imp
               string "Total a contestar do fornecedor "
                                                delimited by size
                      fornec_edt                delimited by size
                      ": "                      delimited by size
                      fat_total_edt             delimited by size
                 into linha_imp
               move linha_imp to reg-diverg
               write reg-diverg after advancing 1 lines
               add 1 to contador_linhas
           end-if
           .
       totalfornfatura-exit.
           exit.

      *-----------------------------------------------------------------
      *totais da conciliacao no fim do relatorio e no terminal
       resumofaturas section.
           move fat_lidas        to fat_lidas_edt
           move fat_divergencias to fat_diverg_edt
           move fat_sem_preco    to fat_sem_preco_edt
           move fat_total_geral  to fat_total_edt

           if fat_divergencias = 0 then
               move "Nenhuma divergencia nas faturas conferidas"
                 to linha_imp
               move linha_imp to reg-diverg
               write reg-diverg after advancing 2 lines
           end-if

           move spaces to linha_imp
           string "Linhas lidas: "      delimited by size
                  fat_lidas_edt         delimited by size
                  "  Divergencias: "    delimited by size
                  fat_diverg_edt        delimited by size
                  "  Sem preco: "       delimited by size
                  fat_sem_preco_edt     delimited by size
             into linha_imp
           move linha_imp to reg-diverg
           write reg-diverg after advancing 2 lines

           move spaces to linha_imp
           string "Total geral a contestar: " delimited by size
                  fat_total_edt              delimited by size
             into linha_imp
           move linha_imp to reg-diverg
           write reg-diverg after advancing 1 lines

           display "Faturas conferidas - linhas lidas: " fat_lidas_edt
           " divergencias: " fat_diverg_edt
           display "Total a contestar: " fat_total_edt
           " - ver FATDIVERG.LST"

           if modo_exec <> "B" then
               display "Tecle ENTER para continuar"
               accept opcao_ped
           end-if
           .
       resumofaturas-exit.
           exit.

      *-----------------------------------------------------------------
      *menu das avaliacoes de qualidade e entrega das pizzas
       manutavaliacao section.
           display erase
           display "1 - Registrar avaliacao de pizza recebida"
           display "2 - Listar avaliacoes de uma pizza"
           display "Escolha uma opcao: "
           accept opcao_aval

           evaluate opcao_aval
               when "1"
                   perform registraravaliacao
               when "2"
                   perform listaravaliacoes
               when other
                   display "Opcao invalida"
           end-evaluate
           .
       manutavaliacao-exit.
           exit.

      *-----------------------------------------------------------------
      *registra a nota de qualidade e o tempo de entrega de uma pizza
      *do catalogo recebida hoje
       registraravaliacao section.
           display "Informe o nome da pizza "
           accept aval_nome

           perform informarfornecedor
           move ent_fornec to aval_fornec

           move aval_nome   to nome-cad
           move aval_fornec to fornec-cad
           read cadpizza record
               invalid key
                   move "N" to aval_pizza_ok
                   display "Pizza nao cadastrada para o fornecedor "
                   "informado"
               not invalid key
                   move "S" to aval_pizza_ok
           end-read

           if aval_pizza_ok = "S" then
               move 0 to aval_nota
               perform until aval_nota >= 1 and aval_nota <= 10
                   display "Informe a nota de qualidade (1 a 10) "
                   accept aval_nota
                   if aval_nota < 1 or aval_nota > 10 then
                       display "Nota invalida, informe um valor de "
                       "1 a 10"
                   end-if
               end-perform

               display "Informe o tempo de entrega em minutos (0 = "
               "retirada ou nao informado) "
               accept aval_minutos

               open i-o avalpiz
               if fs-avalpiz = "35" then
                   open output avalpiz
                   close avalpiz
                   open i-o avalpiz
               end-if

               if fs-avalpiz <> "00" then
                   display "Nao foi possivel abrir o arquivo de "
                   "avaliacoes AVALPIZ"
               else
                   accept aval_hora from time

                   move aval_nome     to nome-aval
                   move aval_fornec   to fornec-aval
                   move data_execucao to data-aval
                   move aval_hora     to hora-aval
                   move aval_nota     to nota-aval
                   move aval_minutos  to minutos-aval
                   move operador_id   to oper-aval

                   write reg-aval
                       invalid key
                           display "Avaliacao ja registrada neste "
                           "horario"
                       not invalid key
                           display "Avaliacao registrada"

                           move aval_fornec to fornec_edt
                           move aval_nota   to aval_nota_edt
                           move spaces to linha_log
                           string "Avaliacao registrada - Operador: "
                                                  delimited by size
                                  operador_id     delimited by size
                                  "  Pizza: "     delimited by size
                                  aval_nome       delimited by size
                                  "  Forn: "      delimited by size
                                  fornec_edt      delimited by size
                                  "  Nota: "      delimited by size
                                  aval_nota_edt   delimited by size
                                  "  Data: "      delimited by size
                                  data_exec_br    delimited by size
                             into linha_log
                           move "AVAL" to log_evento
                           move spaces to log_chave
                           string aval_nome   delimited by size
                                  aval_fornec delimited by size
                             into log_chave
                           perform gravarlinhalog
                   end-write

                   close avalpiz
               end-if
           end-if
           .
       registraravaliacao-exit.
           exit.

      *-----------------------------------------------------------------
      *lista as avaliacoes registradas de uma pizza
       listaravaliacoes section.
           display "Informe o nome da pizza "
           accept aval_nome

           perform informarfornecedor
           move ent_fornec to aval_fornec

           open input avalpiz
           if fs-avalpiz <> "00" then
               display "Nenhuma avaliacao registrada"
           else
               move 0 to aval_qtde

               move aval_nome   to nome-aval
               move aval_fornec to fornec-aval
               move 0           to data-aval
               move 0           to hora-aval
               start avalpiz key >= chave-aval
                   invalid key
                       move "23" to fs-avalpiz
               end-start

               perform until fs-avalpiz <> "00"
                   read avalpiz next record
                       at end
                           move "10" to fs-avalpiz
                       not at end
                           if nome-aval = aval_nome
                              and fornec-aval = aval_fornec then
                               add 1 to aval_qtde
                               move spaces to aval_data_br
                               string data-aval(7:2) delimited by size
                                      "/"            delimited by size
                                      data-aval(5:2) delimited by size
                                      "/"            delimited by size
                                      data-aval(1:4) delimited by size
                                 into aval_data_br
                               move nota-aval    to aval_nota_edt
                               move minutos-aval to aval_min_edt
                               display aval_data_br "  Nota: "
                               aval_nota_edt "  Entrega: "
                               aval_min_edt " min  Operador: "
                               oper-aval
                           else
                               move "10" to fs-avalpiz
                           end-if
                   end-read
               end-perform

               close avalpiz

               if aval_qtde = 0 then
                   display "Nenhuma avaliacao registrada para a pizza"
               end-if

               display "Tecle ENTER para continuar"
               accept opcao_aval
           end-if
           .
       listaravaliacoes-exit.
           exit.

      *-----------------------------------------------------------------
      *verificacao de integridade pelo supervisor, com a opcao de
      *corrigir as pendencias encontradas
       manutintegridade section.
           if operador_nivel <> "S" then
               display "Acesso restrito a supervisores"
               move spaces to linha_log
               string "Acao negada - verificacao de integridade "
                      "requer nivel supervisor - Operador: "
                                          delimited by size
                      operador_id         delimited by size
                      "  Data: "          delimited by size
                      data_exec_br        delimited by size
                      "  Hora: "          delimited by size
                      hora_exec_br        delimited by size
                 into linha_log
               move "NEGA" to log_evento
               perform gravarlinhalog
           else
               display erase
               display "Corrigir as pendencias encontradas (modo "
               "reparo)? (S/N) "
               accept integ_reparar
               move function upper-case (integ_reparar)
                 to integ_reparar

               if integ_reparar = "S" then
                   display "Pizzas com fornecedor inexistente serao "
                   "reatribuidas ao fornecedor:"
                   move "N" to forn_valido
                   perform until forn_valido = "S"
                       display "Informe o codigo do fornecedor (0 = "
                       "sem fornecedor) "
                       accept codigo_forn_inf
                       perform validarfornecedor
                       if forn_valido = "N" then
                           display "Fornecedor nao cadastrado"
                       end-if
                   end-perform
                   move codigo_forn_inf to integ_forn_novo

                   display "Pizzas com categoria inexistente serao "
                   "reatribuidas a categoria:"
                   move "N" to categ_valido
                   perform until categ_valido = "S"
                       display "Informe o codigo da categoria (0 = "
                       "sem categoria) "
                       accept codigo_categ_inf
                       perform validarcategoria
                       if categ_valido = "N" then
                           display "Categoria nao cadastrada"
                       end-if
                   end-perform
                   move codigo_categ_inf to integ_categ_nova
               else
                   move "N" to integ_reparar
               end-if

               perform verificarintegridade

               display "Tecle ENTER para continuar"
               accept opcao_integ
           end-if
           .
       manutintegridade-exit.
           exit.

      *-----------------------------------------------------------------
      *verificacao de integridade: fornecedor e categoria de cada
      *pizza do catalogo, e promocoes, pendentes, historico de precos
      *e avaliacoes contra o catalogo; com integ_reparar = "S" as
      *pendencias sao corrigidas e cada correcao vai para a auditoria
       verificarintegridade section.
           move 0 to integ_orf_cad
           move 0 to integ_cor_cad
           move 0 to integ_orf_promo
           move 0 to integ_cor_promo
           move 0 to integ_orf_pend
           move 0 to integ_cor_pend
           move 0 to integ_orf_hist
           move 0 to integ_cor_hist
           move 0 to integ_orf_aval
           move 0 to integ_cor_aval
           move 0 to integ_orf_xref
           move 0 to integ_cor_xref
           move 0 to integ_qtde_rech

           if integ_reparar = "S" then
               move "REPARO"      to integ_modo
           else
               move "VERIFICACAO" to integ_modo
           end-if

           move 0 to numero_pagina
           move 0 to contador_linhas

           open output arqinteg

           if fs-arqinteg <> "00" then
               display "Nao foi possivel abrir o relatorio INTEGRID."
               "LST"
           else
               perform cabecalhointeg

               open input cadforn
               if fs-cadforn = "00" then
                   move "S" to cadforn_ok
               else
                   move "N" to cadforn_ok
               end-if

               open input cadcateg
               if fs-cadcateg = "00" then
                   move "S" to cadcateg_ok
               else
                   move "N" to cadcateg_ok
               end-if

               perform integcatalogo
               perform integpromocoes
               perform integpendentes
               perform integhistorico
               perform integavaliacoes
               perform integreferencias

               if cadforn_ok = "S" then
                   close cadforn
               end-if

               if cadcateg_ok = "S" then
                   close cadcateg
               end-if

               perform resumointegridade

               close arqinteg

               if integ_total > 0 and return-code < 4 then
                   move 4 to return-code
               end-if

               move integ_total      to integ_total_edt
               move integ_corrigidos to integ_cor_edt
               move spaces to linha_log
               string "Verificacao de integridade - Operador: "
                                          delimited by size
                      operador_id         delimited by size
                      "  Modo: "          delimited by size
                      integ_modo          delimited by size
                      "  Pendencias: "    delimited by size
                      integ_total_edt     delimited by size
                      "  Corrigidas: "    delimited by size
                      integ_cor_edt       delimited by size
                 into linha_log
               move "INTG" to log_evento
               perform gravarlinhalog
           end-if
           .
       verificarintegridade-exit.
           exit.

      *-----------------------------------------------------------------
      *confere o fornecedor e a categoria de cada pizza do catalogo
       integcatalogo section.
           move low-values to chave-cad
           start cadpizza key >= chave-cad
               invalid key
                   move "23" to fs-cadpizza
           end-start

           perform until fs-cadpizza <> "00"
               read cadpizza next record
                   at end
                       move "10" to fs-cadpizza
                   not at end
                       perform integpizza
               end-read
           end-perform
           .
       integcatalogo-exit.
           exit.

      *-----------------------------------------------------------------
      *confere a pizza corrente do catalogo e, no modo reparo,
      *reatribui o fornecedor ou a categoria inexistente
       integpizza section.
           move fornec-cad to integ_fornec
           perform integverforn
           move integ_existe to integ_forn_ok

           move categ-cad to integ_categ
           perform integvercateg
           move integ_existe to integ_categ_ok

           if integ_forn_ok = "N" or integ_categ_ok = "N" then
               add 1 to integ_orf_cad

               move "CADPIZZA" to integ_arquivo
               move nome-cad   to integ_nome
               move fornec-cad to integ_fornec
               move spaces     to integ_acao
               move "N"        to integ_corrigido

               evaluate true
                   when integ_forn_ok = "N" and integ_categ_ok = "N"
                       move "FORNEC. E CATEG. INEXIST."
                         to integ_problema
                   when integ_forn_ok = "N"
                       move "FORNECEDOR INEXISTENTE" to integ_problema
                   when other
                       move "CATEGORIA INEXISTENTE" to integ_problema
               end-evaluate

               if integ_reparar = "S" then
                   perform repararpizza
               end-if

               perform imprimirintegridade
           end-if
           .
       integpizza-exit.
           exit.

      *-----------------------------------------------------------------
      *correcao da pizza corrente: a categoria e regravada; a troca
      *de fornecedor muda a chave, gravando a pizza com a chave nova
      *e excluindo a antiga, e a leitura do catalogo continua apos a
      *chave antiga
       repararpizza section.
           if integ_categ_ok = "N" then
               move integ_categ_nova to categ-cad
           end-if

           move chave-cad to integ_chave

           if integ_forn_ok = "N" then
               move integ_forn_novo to fornec-cad
               write reg-cadpizza
                   invalid key
                       move "CHAVE NOVA JA EXISTE" to integ_acao
                       if integ_categ_ok = "N" then
                           perform repararcategantiga
                       end-if
                   not invalid key
                       move integ_chave to chave-cad
                       delete cadpizza record
                           invalid key
                               continue
                       end-delete
                       add 1 to integ_cor_cad
                       move "S" to integ_corrigido
                       move "FORNECEDOR REATRIBUIDO" to integ_acao
                       perform guardarrechave
               end-write

               move integ_chave to chave-cad
               start cadpizza key > chave-cad
                   invalid key
                       move "23" to fs-cadpizza
               end-start
           else
               rewrite reg-cadpizza
                   invalid key
                       continue
                   not invalid key
                       add 1 to integ_cor_cad
                       move "S" to integ_corrigido
                       move "CATEGORIA REATRIBUIDA" to integ_acao
               end-rewrite
           end-if
           .
       repararpizza-exit.
           exit.

      *-----------------------------------------------------------------
      *a chave nova ja existe no catalogo: a pizza fica no fornecedor
      *antigo, mas a categoria reatribuida e regravada na chave antiga
       repararcategantiga section.
           move integ_chave to chave-cad
           rewrite reg-cadpizza
               invalid key
                   continue
               not invalid key
                   add 1 to integ_cor_cad
                   move "S" to integ_corrigido
                   move "SO CATEG. CORRIGIDA" to integ_acao
           end-rewrite
           .
       repararcategantiga-exit.
           exit.

      *-----------------------------------------------------------------
      *guarda a chave antiga e o fornecedor novo da pizza reatribuida
       guardarrechave section.
           if integ_qtde_rech < 500 then
               add 1 to integ_qtde_rech
               move integ_nome_w    to nome_rech(integ_qtde_rech)
               move integ_fornec_w  to fornec_ant_rech(integ_qtde_rech)
               move integ_forn_novo
                 to fornec_novo_rech(integ_qtde_rech)
           end-if
           .
       guardarrechave-exit.
           exit.

      *-----------------------------------------------------------------
      *procura a pizza de integ_nome e integ_fornec entre as
      *reatribuidas neste reparo, devolvendo o fornecedor novo
       integprocrechave section.
           move "N" to integ_rech_achou
           perform varying ind_rech from 1 by 1
                   until ind_rech > integ_qtde_rech
                      or integ_rech_achou = "S"
               if nome_rech(ind_rech) = integ_nome
                  and fornec_ant_rech(ind_rech) = integ_fornec then
                   move "S" to integ_rech_achou
                   move fornec_novo_rech(ind_rech) to integ_fornec_rech
               end-if
           end-perform
           .
       integprocrechave-exit.
           exit.

      *-----------------------------------------------------------------
      *confere as promocoes contra o catalogo; no modo reparo o
      *arquivo de promocoes e regravado sem as promocoes orfas
       integpromocoes section.
           move "N" to integ_tmp_ok

           open input arqpromo

           if fs-arqpromo = "00" then
               if integ_reparar = "S" then
                   open output arqpromotmp
                   if fs-arqpromotmp = "00" then
                       move "S" to integ_tmp_ok
                   else
                       display "Nao foi possivel abrir o arquivo de "
                       "apoio PROMOCOES.TMP, promocoes nao corrigidas"
                   end-if
               end-if

               perform until fs-arqpromo <> "00"
                   read arqpromo next record
                       at end
                           move "10" to fs-arqpromo
                       not at end
                           perform integpromo
                   end-read
               end-perform

               close arqpromo

               if integ_tmp_ok = "S" then
                   close arqpromotmp
                   if integ_cor_promo > 0 then
                       perform regravarpromocoes
                   end-if
               end-if
           end-if
           .
       integpromocoes-exit.
           exit.

      *-----------------------------------------------------------------
      *confere a promocao corrente; as validas vao para o arquivo de
      *apoio quando o arquivo de promocoes sera regravado
       integpromo section.
           move nome-promo   to integ_nome
           move fornec-promo to integ_fornec
           perform integverpizza

           if integ_existe = "N" then
               add 1 to integ_orf_promo

               move "PROMOCOES"            to integ_arquivo
               move "PIZZA NAO CADASTRADA" to integ_problema
               move spaces                 to integ_acao
               move "N"                    to integ_corrigido

               perform integprocrechave

               if integ_tmp_ok = "S" then
                   add 1 to integ_cor_promo
                   move "S" to integ_corrigido
                   if integ_rech_achou = "S" then
                       move integ_fornec_rech to fornec-promo
                       move reg-promo to reg-promotmp
                       write reg-promotmp
                       move "FORNEC. REATRIBUIDO" to integ_acao
                   else
                       move "PROMOCAO EXCLUIDA" to integ_acao
                   end-if
               end-if

               perform imprimirintegridade
           else
               if integ_tmp_ok = "S" then
                   move reg-promo to reg-promotmp
                   write reg-promotmp
               end-if
           end-if
           .
       integpromo-exit.
           exit.

      *-----------------------------------------------------------------
      *regrava o arquivo de promocoes apenas com as promocoes validas
       regravarpromocoes section.
           open input arqpromotmp
           open output arqpromo

           if fs-arqpromotmp = "00" and fs-arqpromo = "00" then
               perform until fs-arqpromotmp <> "00"
                   read arqpromotmp next record
                       at end
                           move "10" to fs-arqpromotmp
                       not at end
                           move reg-promotmp to reg-promo
                           write reg-promo
                   end-read
               end-perform
           end-if

           close arqpromotmp
           close arqpromo
           .
       regravarpromocoes-exit.
           exit.

      *-----------------------------------------------------------------
      *confere a fila de aprovacao: alteracao de preco de pizza fora
      *do catalogo, fornecedor ou categoria inexistente; no modo
      *reparo a pendencia e excluida
       integpendentes section.
           if integ_reparar = "S" then
               open i-o pendapiz
           else
               open input pendapiz
           end-if

           if fs-pendapiz = "00" then
               perform until fs-pendapiz <> "00"
                   read pendapiz next record
                       at end
                           move "10" to fs-pendapiz
                       not at end
                           perform integpendente
                   end-read
               end-perform
               close pendapiz
           end-if
           .
       integpendentes-exit.
           exit.

      *-----------------------------------------------------------------
      *confere a pendencia corrente da fila de aprovacao
       integpendente section.
           move spaces to integ_problema

           move nome-pend   to integ_nome
           move fornec-pend to integ_fornec

           if acao-pend = "P" then
               perform integverpizza
               if integ_existe = "N" then
                   move "PIZZA NAO CADASTRADA" to integ_problema
               end-if
           end-if

           perform integverforn
           if integ_existe = "N" then
               move "FORNECEDOR INEXISTENTE" to integ_problema
           end-if

           move categ-pend to integ_categ
           perform integvercateg
           if integ_existe = "N" then
               move "CATEGORIA INEXISTENTE" to integ_problema
           end-if

           if integ_problema <> spaces then
               add 1 to integ_orf_pend

               move "PENDAPRV" to integ_arquivo
               move spaces     to integ_acao
               move "N"        to integ_corrigido

               if integ_reparar = "S" then
                   delete pendapiz record
                       invalid key
                           continue
                       not invalid key
                           add 1 to integ_cor_pend
                           move "S" to integ_corrigido
                           move "PENDENCIA EXCLUIDA" to integ_acao
                   end-delete
               end-if

               perform imprimirintegridade
           end-if
           .
       integpendente-exit.
           exit.

      *-----------------------------------------------------------------
      *confere o historico de precos contra o catalogo; no modo
      *reparo os registros orfaos vao para o arquivo morto datado,
      *como no expurgo do historico
       integhistorico section.
           perform abrirhistorico

           if hisx_ok = "S" then
               move "N" to integ_tmp_ok
               move 0 to hist_expurgados

               if integ_reparar = "S" then
                   move spaces to arqhisarq_nome
                   string "HISTARQ."    delimited by size
                          data_execucao delimited by size
                     into arqhisarq_nome

                   open extend arqhisarq
                   if fs-arqhisarq <> "00" then
                       open output arqhisarq
                   end-if

                   if fs-arqhisarq = "00" then
                       move "S" to integ_tmp_ok
                   else
                       display "Nao foi possivel abrir o arquivo morto "
                       arqhisarq_nome ", historico nao corrigido"
                   end-if
               end-if

               move low-values to chave-hisx
               start arqhisx key >= chave-hisx
                   invalid key
                       move "23" to fs-arqhisx
               end-start

               perform until fs-arqhisx <> "00"
                   read arqhisx next record
                       at end
                           move "10" to fs-arqhisx
                       not at end
                           perform integhist
                   end-read
               end-perform

               if integ_tmp_ok = "S" then
                   close arqhisarq
               end-if

               close arqhisx
           end-if
           .
       integhistorico-exit.
           exit.

      *-----------------------------------------------------------------
      *confere o registro de historico corrente
       integhist section.
           move nome-hisx   to integ_nome
           move fornec-hisx to integ_fornec
           perform integverpizza

           if integ_existe = "N" then
               add 1 to integ_orf_hist

               move "PRECOHIST"            to integ_arquivo
               move "PIZZA NAO CADASTRADA" to integ_problema
               move spaces                 to integ_acao
               move "N"                    to integ_corrigido

               perform integprocrechave

               if integ_rech_achou = "S" then
                   perform rechavearhist
               else
                   if integ_tmp_ok = "S" then
                       move hist_expurgados to integ_hist_ant
                       perform arquivarhistorico
                       if hist_expurgados > integ_hist_ant then
                           add 1 to integ_cor_hist
                           move "S" to integ_corrigido
                           move "MOVIDO PARA HISTARQ" to integ_acao
                       end-if
                   end-if
               end-if

               perform imprimirintegridade
           end-if
           .
       integhist-exit.
           exit.

      *-----------------------------------------------------------------
      *leva o registro de historico da pizza reatribuida para a chave
      *com o fornecedor novo e exclui o da chave antiga; a leitura
      *continua apos a chave antiga
       rechavearhist section.
           move chave-hisx to integ_chave_ref
           move integ_fornec_rech to fornec-hisx

           write reg-hisx
               invalid key
                   move "CHAVE NOVA JA EXISTE" to integ_acao
               not invalid key
                   move integ_chave_ref to chave-hisx
                   delete arqhisx record
                       invalid key
                           continue
                   end-delete
                   add 1 to integ_cor_hist
                   move "S" to integ_corrigido
                   move "FORNEC. REATRIBUIDO" to integ_acao
           end-write

           move integ_chave_ref to chave-hisx
           start arqhisx key > chave-hisx
               invalid key
                   move "23" to fs-arqhisx
           end-start
           .
       rechavearhist-exit.
           exit.

      *-----------------------------------------------------------------
      *confere as avaliacoes contra o catalogo; no modo reparo a
      *avaliacao orfa e excluida
       integavaliacoes section.
           if integ_reparar = "S" then
               open i-o avalpiz
           else
               open input avalpiz
           end-if

           if fs-avalpiz = "00" then
               perform until fs-avalpiz <> "00"
                   read avalpiz next record
                       at end
                           move "10" to fs-avalpiz
                       not at end
                           perform integaval
                   end-read
               end-perform
               close avalpiz
           end-if
           .
       integavaliacoes-exit.
           exit.

      *-----------------------------------------------------------------
      *confere a avaliacao corrente
       integaval section.
           move nome-aval   to integ_nome
           move fornec-aval to integ_fornec
           perform integverpizza

           if integ_existe = "N" then
               add 1 to integ_orf_aval

               move "AVALPIZ"              to integ_arquivo
               move "PIZZA NAO CADASTRADA" to integ_problema
               move spaces                 to integ_acao
               move "N"                    to integ_corrigido

               perform integprocrechave

               if integ_reparar = "S" then
                   if integ_rech_achou = "S" then
                       perform rechavearaval
                   else
                       delete avalpiz record
                           invalid key
                               continue
                           not invalid key
                               add 1 to integ_cor_aval
                               move "S" to integ_corrigido
                               move "AVALIACAO EXCLUIDA" to integ_acao
                       end-delete
                   end-if
               end-if

               perform imprimirintegridade
           end-if
           .
       integaval-exit.
           exit.

      *-----------------------------------------------------------------
      *leva a avaliacao da pizza reatribuida para a chave com o
      *fornecedor novo e exclui a da chave antiga; a leitura continua
      *apos a chave antiga
       rechavearaval section.
           move chave-aval to integ_chave_ref
           move integ_fornec_rech to fornec-aval

           write reg-aval
               invalid key
                   move "CHAVE NOVA JA EXISTE" to integ_acao
               not invalid key
                   move integ_chave_ref to chave-aval
                   delete avalpiz record
                       invalid key
                           continue
                   end-delete
                   add 1 to integ_cor_aval
                   move "S" to integ_corrigido
                   move "FORNEC. REATRIBUIDO" to integ_acao
           end-write

           move integ_chave_ref to chave-aval
           start avalpiz key > chave-aval
               invalid key
                   move "23" to fs-avalpiz
           end-start
           .
       rechavearaval-exit.
           exit.

      *-----------------------------------------------------------------
      *confere o fornecedor e a categoria das referencias de produto;
      *no modo reparo a referencia orfa e excluida
       integreferencias section.
           if integ_reparar = "S" then
               open i-o cadxref
           else
               open input cadxref
           end-if

           if fs-cadxref = "00" then
               perform until fs-cadxref <> "00"
                   read cadxref next record
                       at end
                           move "10" to fs-cadxref
                       not at end
                           perform integxref
                   end-read
               end-perform
               close cadxref
           end-if
           .
       integreferencias-exit.
           exit.

      *-----------------------------------------------------------------
      *confere a referencia de produto corrente
       integxref section.
           move spaces to integ_problema

           move nome-xref   to integ_nome
           move fornec-xref to integ_fornec

           perform integverforn
           if integ_existe = "N" then
               move "FORNECEDOR INEXISTENTE" to integ_problema
           end-if

           move categ-xref to integ_categ
           perform integvercateg
           if integ_existe = "N" then
               move "CATEGORIA INEXISTENTE" to integ_problema
           end-if

           if integ_problema <> spaces then
               add 1 to integ_orf_xref

               move "CADXREF" to integ_arquivo
               move spaces    to integ_acao
               move "N"       to integ_corrigido

               if integ_reparar = "S" then
                   delete cadxref record
                       invalid key
                           continue
                       not invalid key
                           add 1 to integ_cor_xref
                           move "S" to integ_corrigido
                           move "REFERENCIA EXCLUIDA" to integ_acao
                   end-delete
               end-if

               perform imprimirintegridade
           end-if
           .
       integxref-exit.
           exit.

      *-----------------------------------------------------------------
      *verifica se a pizza em integ_nome/integ_fornec esta no
      *catalogo, devolvendo integ_existe = "S" ou "N"
       integverpizza section.
           move integ_nome   to nome-cad
           move integ_fornec to fornec-cad
           read cadpizza record
               invalid key
                   move "N" to integ_existe
               not invalid key
                   move "S" to integ_existe
           end-read
           .
       integverpizza-exit.
           exit.

      *-----------------------------------------------------------------
      *verifica se o fornecedor em integ_fornec esta cadastrado; o
      *codigo 0 (retirada) e sempre valido
       integverforn section.
           move "S" to integ_existe

           if integ_fornec > 0 then
               move "N" to integ_existe
               if cadforn_ok = "S" then
                   move integ_fornec to codigo-forn
                   read cadforn record
                       invalid key
                           continue
                       not invalid key
                           move "S" to integ_existe
                   end-read
               end-if
           end-if
           .
       integverforn-exit.
           exit.

      *-----------------------------------------------------------------
      *verifica se a categoria em integ_categ esta cadastrada; o
      *codigo 0 (sem categoria) e sempre valido
       integvercateg section.
           move "S" to integ_existe

           if integ_categ > 0 then
               move "N" to integ_existe
               if cadcateg_ok = "S" then
                   move integ_categ to codigo-categ
                   read cadcateg record
                       invalid key
                           continue
                       not invalid key
                           move "S" to integ_existe
                   end-read
               end-if
           end-if
           .
       integvercateg-exit.
           exit.

      *-----------------------------------------------------------------
      *cabecalho e quebra de pagina do relatorio de integridade
       cabecalhointeg section.
           add 1 to numero_pagina
           move numero_pagina to pagina_edt

           move spaces to linha_imp
           string nome_loja                      delimited by size
                  " - Integridade dos Cadastros - Data: "
                                                   delimited by size
                  data_exec_br                    delimited by size
                  "  Pag: "                       delimited by size
                  pagina_edt                      delimited by size
             into linha_imp
           move linha_imp to reg-integ

           if numero_pagina > 1 then
               write reg-integ after advancing page
           else
               write reg-integ
           end-if

           move spaces to linha_imp
           string "Modo: "    delimited by size
                  integ_modo  delimited by size
             into linha_imp
           move linha_imp to reg-integ
           write reg-integ after advancing 1 lines

           move spaces to linha_imp
           string "Arquivo    Pizza          Forn Ocorrencia      "
                                                   delimited by size
                  "          Acao"                 delimited by size
             into linha_imp
           move linha_imp to reg-integ
           write reg-integ after advancing 1 lines

           move linha_traco to reg-integ
           write reg-integ after advancing 1 lines

           move 0 to contador_linhas
           .
       cabecalhointeg-exit.
           exit.

      *-----------------------------------------------------------------
      *linha de pendencia no relatorio de integridade; cada correcao
      *feita vai tambem para o log de auditoria
       imprimirintegridade section.
           if contador_linhas >= max_linhas_pagina then
               perform cabecalhointeg
           end-if

           move integ_fornec to fornec_edt

           move spaces to linha_imp
           string integ_arquivo    delimited by size
                  " "              delimited by size
                  integ_nome       delimited by size
                  " "              delimited by size
                  fornec_edt       delimited by size
                  " "              delimited by size
                  integ_problema   delimited by size
                  " "              delimited by size
                  integ_acao       delimited by size
             into linha_imp

           move linha_imp to reg-integ
           write reg-integ after advancing 1 lines
           add 1 to contador_linhas

           if integ_corrigido = "S" then
               move spaces to linha_log
               string "Integridade corrigida - "
                                          delimited by size
                      integ_arquivo       delimited by size
                      " Pizza: "          delimited by size
                      integ_nome          delimited by size
                      " Forn: "           delimited by size
                      fornec_edt          delimited by size
                      " "                 delimited by size
                      integ_problema      delimited by size
                      " - "               delimited by size
                      integ_acao          delimited by size
                 into linha_log
               move "INTR" to log_evento
               move spaces to log_chave
               string integ_nome   delimited by size
                      integ_fornec delimited by size
                 into log_chave
               perform gravarlinhalog
           end-if
           .
       imprimirintegridade-exit.
           exit.

      *-----------------------------------------------------------------
      *quadro final com as pendencias e as correcoes por arquivo
       resumointegridade section.
           compute integ_total = integ_orf_cad + integ_orf_promo +
               integ_orf_pend + integ_orf_hist + integ_orf_aval +
               integ_orf_xref
           compute integ_corrigidos = integ_cor_cad + integ_cor_promo
               + integ_cor_pend + integ_cor_hist + integ_cor_aval
               + integ_cor_xref

           if contador_linhas + 10 >= max_linhas_pagina then
               perform cabecalhointeg
           end-if

           if integ_total = 0 then
               move "Nenhuma pendencia de integridade encontrada"
                 to linha_imp
               move linha_imp to reg-integ
               write reg-integ after advancing 1 lines
           end-if

           move spaces to linha_imp
           string "Arquivo              Pendencias  Corrigidas"
                                                   delimited by size
             into linha_imp
           move linha_imp to reg-integ
           write reg-integ after advancing 2 lines

           move "CADPIZZA"      to integ_arquivo
           move integ_orf_cad   to integ_orf_edt
           move integ_cor_cad   to integ_cor_edt
           perform imprimirresumointeg

           move "PROMOCOES"     to integ_arquivo
           move integ_orf_promo to integ_orf_edt
           move integ_cor_promo to integ_cor_edt
           perform imprimirresumointeg

           move "PENDAPRV"      to integ_arquivo
           move integ_orf_pend  to integ_orf_edt
           move integ_cor_pend  to integ_cor_edt
           perform imprimirresumointeg

           move "PRECOHIST"     to integ_arquivo
           move integ_orf_hist  to integ_orf_edt
           move integ_cor_hist  to integ_cor_edt
           perform imprimirresumointeg

           move "AVALPIZ"       to integ_arquivo
           move integ_orf_aval  to integ_orf_edt
           move integ_cor_aval  to integ_cor_edt
           perform imprimirresumointeg

           move "CADXREF"       to integ_arquivo
           move integ_orf_xref  to integ_orf_edt
           move integ_cor_xref  to integ_cor_edt
           perform imprimirresumointeg

           move "TOTAL"          to integ_arquivo
           move integ_total      to integ_orf_edt
           move integ_corrigidos to integ_cor_edt
           perform imprimirresumointeg

           move integ_total      to integ_total_edt
           move integ_corrigidos to integ_cor_edt
           display "Integridade dos cadastros - pendencias: "
           integ_total_edt "  corrigidas: " integ_cor_edt
           " - ver INTEGRID.LST"
           .
       resumointegridade-exit.
           exit.

      *-----------------------------------------------------------------
      *linha do quadro final do relatorio de integridade
       imprimirresumointeg section.
           move spaces to linha_imp
           string integ_arquivo    delimited by size
                  "              " delimited by size
                  integ_orf_edt    delimited by size
                  "       "        delimited by size
                  integ_cor_edt    delimited by size
             into linha_imp
           move linha_imp to reg-integ
           write reg-integ after advancing 1 lines
           .
       imprimirresumointeg-exit.
           exit.

      *-----------------------------------------------------------------
      *conta as referencias ao fornecedor em codigo_forn_inf no
      *catalogo, na fila de aprovacao, nas promocoes e na referencia
      *de produtos
       contarreffornecedor section.
           move 0 to integ_refs

           move low-values to chave-cad
           start cadpizza key >= chave-cad
               invalid key
                   move "23" to fs-cadpizza
           end-start

           perform until fs-cadpizza <> "00"
               read cadpizza next record
                   at end
                       move "10" to fs-cadpizza
                   not at end
                       if fornec-cad = codigo_forn_inf then
                           add 1 to integ_refs
                       end-if
               end-read
           end-perform

           open input pendapiz
           if fs-pendapiz = "00" then
               perform until fs-pendapiz <> "00"
                   read pendapiz next record
                       at end
                           move "10" to fs-pendapiz
                       not at end
                           if fornec-pend = codigo_forn_inf then
                               add 1 to integ_refs
                           end-if
                   end-read
               end-perform
               close pendapiz
           end-if

           open input arqpromo
           if fs-arqpromo = "00" then
               perform until fs-arqpromo <> "00"
                   read arqpromo next record
                       at end
                           move "10" to fs-arqpromo
                       not at end
                           if fornec-promo = codigo_forn_inf then
                               add 1 to integ_refs
                           end-if
                   end-read
               end-perform
               close arqpromo
           end-if

           open input cadxref
           if fs-cadxref = "00" then
               move codigo_forn_inf to fornec-xref
               move low-values      to codprod-xref
               start cadxref key >= chave-xref
                   invalid key
                       move "23" to fs-cadxref
               end-start

               perform until fs-cadxref <> "00"
                   read cadxref next record
                       at end
                           move "10" to fs-cadxref
                       not at end
                           if fornec-xref = codigo_forn_inf then
                               add 1 to integ_refs
                           else
                               move "10" to fs-cadxref
                           end-if
                   end-read
               end-perform
               close cadxref
           end-if
           .
       contarreffornecedor-exit.
           exit.

      *-----------------------------------------------------------------
      *conta as referencias a categoria em codigo_categ_inf no
      *catalogo, na fila de aprovacao e na referencia de produtos
       contarrefcategoria section.
           move 0 to integ_refs

           move low-values to chave-cad
           start cadpizza key >= chave-cad
               invalid key
                   move "23" to fs-cadpizza
           end-start

           perform until fs-cadpizza <> "00"
               read cadpizza next record
                   at end
                       move "10" to fs-cadpizza
                   not at end
                       if categ-cad = codigo_categ_inf then
                           add 1 to integ_refs
                       end-if
               end-read
           end-perform

           open input pendapiz
           if fs-pendapiz = "00" then
               perform until fs-pendapiz <> "00"
                   read pendapiz next record
                       at end
                           move "10" to fs-pendapiz
                       not at end
                           if categ-pend = codigo_categ_inf then
                               add 1 to integ_refs
                           end-if
                   end-read
               end-perform
               close pendapiz
           end-if

           open input cadxref
           if fs-cadxref = "00" then
               perform until fs-cadxref <> "00"
                   read cadxref next record
                       at end
                           move "10" to fs-cadxref
                       not at end
                           if categ-xref = codigo_categ_inf then
                               add 1 to integ_refs
                           end-if
                   end-read
               end-perform
               close cadxref
           end-if
           .
       contarrefcategoria-exit.
           exit.

      *-----------------------------------------------------------------
      *backup dos cadastros antes da execucao noturna: cada cadastro
      *e copiado para a geracao da posicao livre ou da mais antiga,
      *com a contagem de registros no controle de backup
       backupgeracoes section.
           move "N" to bkp_ok

           open i-o ctlbkp
           if fs-ctlbkp = "35" then
               open output ctlbkp
               close ctlbkp
               open i-o ctlbkp
           end-if

           if fs-ctlbkp <> "00" then
               display "Nao foi possivel abrir o controle de backup "
               "BACKUPCTL, backup nao efetuado"
           else
               perform escolherslotbkp

               move spaces        to reg-ctlbkp
               move bkp_slot      to slot-bkc
               move data_execucao to data-bkc
               move hora_execucao to hora-bkc
               move operador_id   to oper-bkc

               move 0 to bkp_total
               move "S" to bkp_ok
               perform copiarbackup
                   varying ind_bkp from 1 by 1
                   until ind_bkp > 12

               if bkp_ok = "S" then
                   write reg-ctlbkp
                       invalid key
                           rewrite reg-ctlbkp
                   end-write

                   perform descartargeracoes
               else
                   perform falhabackup
               end-if

               close ctlbkp
           end-if

           if bkp_ok = "S" then
               move bkp_slot  to bkp_slot_edt
               move bkp_total to bkp_total_edt
               display "Backup dos cadastros gravado na geracao "
               bkp_slot_edt ": " bkp_total_edt " registros"

               move spaces to linha_log
               string "Backup dos cadastros - Operador: "
                                          delimited by size
                      operador_id         delimited by size
                      "  Geracao: "       delimited by size
                      bkp_slot_edt        delimited by size
                      "  Registros: "     delimited by size
                      bkp_total_edt       delimited by size
                      "  Data: "          delimited by size
                      data_exec_br        delimited by size
                 into linha_log
               move "BKUP" to log_evento
               move bkp_slot_edt to log_chave
               perform gravarlinhalog
           end-if
           .
       backupgeracoes-exit.
           exit.

      *-----------------------------------------------------------------
      *copia de algum cadastro nao gravada: a posicao escolhida ja tem
      *arquivos sobrepostos por esta geracao incompleta, entao o seu
      *controle e retirado para que a geracao nao seja oferecida na
      *restauracao, e a falha vai para o log de auditoria
       falhabackup section.
           move bkp_slot to slot-bkc
           delete ctlbkp record
               invalid key
                   continue
           end-delete

           move bkp_slot to bkp_slot_edt
           display "Backup dos cadastros incompleto, geracao "
           bkp_slot_edt " descartada"

           move spaces to linha_log
           string "Backup dos cadastros incompleto - Operador: "
                                      delimited by size
                  operador_id         delimited by size
                  "  Geracao descartada: " delimited by size
                  bkp_slot_edt        delimited by size
                  "  Data: "          delimited by size
                  data_exec_br        delimited by size
             into linha_log
           move "BKPF" to log_evento
           move bkp_slot_edt to log_chave
           perform gravarlinhalog
           .
       falhabackup-exit.
           exit.

      *-----------------------------------------------------------------
      *escolhe a posicao da nova geracao: a primeira livre dentro da
      *quantidade de geracoes mantidas ou, sem posicao livre, a da
      *geracao mais antiga
       escolherslotbkp section.
           move 0 to bkp_slot_livre
           move 1 to bkp_slot_velho
           move 9999999999999999 to bkp_mais_velho

           perform varying bkp_slot from 1 by 1
                   until bkp_slot > bkp_geracoes
               move bkp_slot to slot-bkc
               read ctlbkp record
                   invalid key
                       if bkp_slot_livre = 0 then
                           move bkp_slot to bkp_slot_livre
                       end-if
                   not invalid key
                       compute bkp_momento = (data-bkc * 100000000)
                           + hora-bkc
                       if bkp_momento < bkp_mais_velho then
                           move bkp_momento to bkp_mais_velho
                           move bkp_slot    to bkp_slot_velho
                       end-if
               end-read
           end-perform

           if bkp_slot_livre > 0 then
               move bkp_slot_livre to bkp_slot
           else
               move bkp_slot_velho to bkp_slot
           end-if
           .
       escolherslotbkp-exit.
           exit.

      *-----------------------------------------------------------------
      *retira do controle as geracoes alem da quantidade mantida,
      *quando o parametro foi reduzido
       descartargeracoes section.
           move bkp_geracoes to slot-bkc
           start ctlbkp key > slot-bkc
               invalid key
                   move "23" to fs-ctlbkp
           end-start

           perform until fs-ctlbkp <> "00"
               read ctlbkp next record
                   at end
                       move "10" to fs-ctlbkp
                   not at end
                       delete ctlbkp record
                           invalid key
                               continue
                       end-delete
               end-read
           end-perform
           .
       descartargeracoes-exit.
           exit.

      *-----------------------------------------------------------------
      *nome do cadastro da posicao ind_bkp da tabela de arquivos do
      *backup e nome do arquivo da geracao bkp_slot desse cadastro
       nomearquivobkp section.
           evaluate ind_bkp
               when 1
                   move arqcad_emuso to bkp_base
               when 2
                   move "CADFORN"    to bkp_base
               when 3
                   move "CADCATEG"   to bkp_base
               when 4
                   move "CADOPER"    to bkp_base
               when 5
                   move "PROMOCOES"  to bkp_base
               when 6
                   move "PARAMPIZ"   to bkp_base
               when 7
                   move "PENDAPRV"   to bkp_base
               when 8
                   move "PEDIDOS"    to bkp_base
               when 9
                   move "AVALPIZ"    to bkp_base
               when 10
                   move "CADXREF"    to bkp_base
               when other
                   move spaces       to bkp_base
           end-evaluate

           move spaces to arqbkp_nome
           string function trim(bkp_base) delimited by size
                  ".G"                     delimited by size
                  bkp_slot                 delimited by size
             into arqbkp_nome
           .
       nomearquivobkp-exit.
           exit.

      *-----------------------------------------------------------------
      *copia o cadastro da posicao ind_bkp para a geracao de backup
      *e guarda a contagem no controle; cadastro existente que nao
      *abre ou nao le ate o fim invalida a geracao, e so o cadastro
      *ainda nao criado conta como vazio
       copiarbackup section.
           move 0 to bkp_qtde

           if ind_bkp <= bkp_qtde_arqs then
               perform nomearquivobkp

               open output arqbkp
               if fs-arqbkp <> "00" then
                   display "Nao foi possivel gravar o backup "
                   arqbkp_nome
                   move "N" to bkp_ok
               else
                   evaluate ind_bkp
                       when 1
                           perform bkpcadpizza
                       when 2
                           perform bkpcadforn
                       when 3
                           perform bkpcadcateg
                       when 4
                           perform bkpcadoper
                       when 5
                           perform bkppromo
                       when 6
                           perform bkpparam
                       when 7
                           perform bkppend
                       when 8
                           perform bkppedidos
                       when 9
                           perform bkpaval
                       when 10
                           perform bkpxref
                   end-evaluate
                   close arqbkp
               end-if
           end-if

           move bkp_qtde to qtde-bkc(ind_bkp)
           add bkp_qtde to bkp_total
           .
       copiarbackup-exit.
           exit.

      *-----------------------------------------------------------------
      *copia o catalogo, ja aberto para a sessao, para a geracao de
      *backup
       bkpcadpizza section.
           move low-values to chave-cad
           start cadpizza key >= chave-cad
               invalid key
                   move "23" to fs-cadpizza
           end-start

           perform until fs-cadpizza <> "00"
               read cadpizza next record
                   at end
                       move "10" to fs-cadpizza
                   not at end
                       move reg-cadpizza to reg-bkp
                       write reg-bkp
                       add 1 to bkp_qtde
               end-read
           end-perform

      *leitura interrompida por erro invalida a geracao
           if fs-cadpizza <> "10" and fs-cadpizza <> "23" then
               move "N" to bkp_ok
           end-if
           .
       bkpcadpizza-exit.
           exit.

      *-----------------------------------------------------------------
      *copia o cadastro de fornecedores para a geracao de backup
       bkpcadforn section.
           open input cadforn
           if fs-cadforn = "00" then
               perform until fs-cadforn <> "00"
                   read cadforn next record
                       at end
                           move "10" to fs-cadforn
                       not at end
                           move reg-cadforn to reg-bkp
                           write reg-bkp
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close cadforn
           else
               if fs-cadforn <> "35" then
                   move "N" to bkp_ok
               end-if
           end-if
           .
       bkpcadforn-exit.
           exit.

      *-----------------------------------------------------------------
      *copia a tabela de categorias para a geracao de backup
       bkpcadcateg section.
           open input cadcateg
           if fs-cadcateg = "00" then
               perform until fs-cadcateg <> "00"
                   read cadcateg next record
                       at end
                           move "10" to fs-cadcateg
                       not at end
                           move reg-cadcateg to reg-bkp
                           write reg-bkp
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close cadcateg
           else
               if fs-cadcateg <> "35" then
                   move "N" to bkp_ok
               end-if
           end-if
           .
       bkpcadcateg-exit.
           exit.

      *-----------------------------------------------------------------
      *copia o cadastro de operadores para a geracao de backup
       bkpcadoper section.
           open input cadoper
           if fs-cadoper = "00" then
               perform until fs-cadoper <> "00"
                   read cadoper next record
                       at end
                           move "10" to fs-cadoper
                       not at end
                           move reg-cadoper to reg-bkp
                           write reg-bkp
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close cadoper
           else
               if fs-cadoper <> "35" then
                   move "N" to bkp_ok
               end-if
           end-if
           .
       bkpcadoper-exit.
           exit.

      *-----------------------------------------------------------------
      *copia o arquivo de promocoes para a geracao de backup
       bkppromo section.
           open input arqpromo
           if fs-arqpromo = "00" then
               perform until fs-arqpromo <> "00"
                   read arqpromo next record
                       at end
                           move "10" to fs-arqpromo
                       not at end
                           move reg-promo to reg-bkp
                           write reg-bkp
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close arqpromo
           else
               if fs-arqpromo <> "35" then
                   move "N" to bkp_ok
               end-if
           end-if
           .
       bkppromo-exit.
           exit.

      *-----------------------------------------------------------------
      *copia o arquivo de parametros para a geracao de backup
       bkpparam section.
           open input arqparam
           if fs-arqparam = "00" then
               perform until fs-arqparam <> "00"
                   read arqparam next record
                       at end
                           move "10" to fs-arqparam
                       not at end
                           move reg-param to reg-bkp
                           write reg-bkp
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close arqparam
           else
               if fs-arqparam <> "35" then
                   move "N" to bkp_ok
               end-if
           end-if
           .
       bkpparam-exit.
           exit.

      *-----------------------------------------------------------------
      *copia o fila de aprovacao para a geracao de backup
       bkppend section.
           open input pendapiz
           if fs-pendapiz = "00" then
               perform until fs-pendapiz <> "00"
                   read pendapiz next record
                       at end
                           move "10" to fs-pendapiz
                       not at end
                           move reg-pend to reg-bkp
                           write reg-bkp
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close pendapiz
           else
               if fs-pendapiz <> "35" then
                   move "N" to bkp_ok
               end-if
           end-if
           .
       bkppend-exit.
           exit.

      *-----------------------------------------------------------------
      *copia o arquivo de pedidos de compra para a geracao de backup
       bkppedidos section.
           open input pedidos
           if fs-pedidos = "00" then
               perform until fs-pedidos <> "00"
                   read pedidos next record
                       at end
                           move "10" to fs-pedidos
                       not at end
                           move reg-ped to reg-bkp
                           write reg-bkp
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close pedidos
           else
               if fs-pedidos <> "35" then
                   move "N" to bkp_ok
               end-if
           end-if
           .
       bkppedidos-exit.
           exit.

      *-----------------------------------------------------------------
      *copia o arquivo de avaliacoes para a geracao de backup
       bkpaval section.
           open input avalpiz
           if fs-avalpiz = "00" then
               perform until fs-avalpiz <> "00"
                   read avalpiz next record
                       at end
                           move "10" to fs-avalpiz
                       not at end
                           move reg-aval to reg-bkp
                           write reg-bkp
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close avalpiz
           else
               if fs-avalpiz <> "35" then
                   move "N" to bkp_ok
               end-if
           end-if
           .
       bkpaval-exit.
           exit.

      *-----------------------------------------------------------------
      *copia a referencia cruzada de produtos para a geracao de backup
       bkpxref section.
           open input cadxref
           if fs-cadxref = "00" then
               perform until fs-cadxref <> "00"
                   read cadxref next record
                       at end
                           move "10" to fs-cadxref
                       not at end
                           move reg-cadxref to reg-bkp
                           write reg-bkp
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close cadxref
           else
               if fs-cadxref <> "35" then
                   move "N" to bkp_ok
               end-if
           end-if
           .
       bkpxref-exit.
           exit.

      *-----------------------------------------------------------------
      *restauracao de uma geracao de backup pelo supervisor: lista as
      *geracoes, confere as contagens do controle com os arquivos da
      *geracao e so entao regrava os cadastros escolhidos
       restaurarbackup section.
           if operador_nivel <> "S" then
               display "Acesso restrito a supervisores"
               move spaces to linha_log
               string "Acao negada - restauracao de backup requer "
                      "nivel supervisor - Operador: " delimited by size
                      operador_id         delimited by size
                      "  Data: "          delimited by size
                      data_exec_br        delimited by size
                      "  Hora: "          delimited by size
                      hora_exec_br        delimited by size
                 into linha_log
               move "NEGA" to log_evento
               perform gravarlinhalog
           else
               open input ctlbkp
               if fs-ctlbkp <> "00" then
                   display "Nenhuma geracao de backup registrada"
               else
                   display erase
                   perform listargeracoes

                   display "Informe a geracao a restaurar (0 = "
                   "cancelar) "
                   accept bkp_slot

                   if bkp_slot > 0 then
                       move bkp_slot to slot-bkc
                       read ctlbkp record
                           invalid key
                               display "Geracao nao encontrada"
                           not invalid key
                               perform escolherrestauracao
                       end-read
                   end-if

                   close ctlbkp
               end-if

               display "Tecle ENTER para continuar"
               accept bkp_confirma
           end-if
           .
       restaurarbackup-exit.
           exit.

      *-----------------------------------------------------------------
      *lista as geracoes de backup registradas no controle
       listargeracoes section.
           perform until fs-ctlbkp <> "00"
               read ctlbkp next record
                   at end
                       move "10" to fs-ctlbkp
                   not at end
                       perform exibirgeracao
               end-read
           end-perform
           .
       listargeracoes-exit.
           exit.

      *-----------------------------------------------------------------
      *exibe a geracao de backup corrente com o total de registros
       exibirgeracao section.
           move 0 to bkp_total
           perform varying ind_bkp from 1 by 1 until ind_bkp > 12
               add qtde-bkc(ind_bkp) to bkp_total
           end-perform

           move spaces to bkp_data_br
           string data-bkc(7:2)      delimited by size
                  "/"                delimited by size
                  data-bkc(5:2)      delimited by size
                  "/"                delimited by size
                  data-bkc(1:4)      delimited by size
             into bkp_data_br

           move spaces to bkp_hora_br
           string hora-bkc(1:2)      delimited by size
                  ":"                delimited by size
                  hora-bkc(3:2)      delimited by size
                  ":"                delimited by size
                  hora-bkc(5:2)      delimited by size
             into bkp_hora_br

           move slot-bkc  to bkp_slot_edt
           move bkp_total to bkp_total_edt

           display "Geracao " bkp_slot_edt " - " bkp_data_br " "
           bkp_hora_br " - Operador: " oper-bkc " - Registros: "
           bkp_total_edt
           .
       exibirgeracao-exit.
           exit.

      *-----------------------------------------------------------------
      *mostra os cadastros da geracao escolhida, pede o cadastro a
      *restaurar e a confirmacao, e confere as contagens antes de
      *regravar
       escolherrestauracao section.
           perform exibirqtdebkp
               varying ind_bkp from 1 by 1
               until ind_bkp > bkp_qtde_arqs

           move 99 to bkp_opcao_arq
           perform until bkp_opcao_arq <= bkp_qtde_arqs
               display "Informe o cadastro a restaurar (0 = todos) "
               accept bkp_opcao_arq
               if bkp_opcao_arq > bkp_qtde_arqs then
                   display "Cadastro invalido"
               end-if
           end-perform

           display "Confirma a restauracao? Os dados atuais serao "
           "substituidos (S/N) "
           accept bkp_confirma
           move function upper-case (bkp_confirma) to bkp_confirma

           if bkp_confirma = "S" then
               move 0 to bkp_divergentes

               if bkp_opcao_arq = 0 then
                   perform conferirbackup
                       varying ind_bkp from 1 by 1
                       until ind_bkp > bkp_qtde_arqs
               else
                   move bkp_opcao_arq to ind_bkp
                   perform conferirbackup
               end-if

               move bkp_slot to bkp_slot_edt

               if bkp_divergentes > 0 then
                   display "Restauracao recusada: a geracao nao "
                   "confere com o controle de backup"

                   move spaces to linha_log
                   string "Restauracao recusada por contagem "
                          "divergente - Operador: " delimited by size
                          operador_id         delimited by size
                          "  Geracao: "       delimited by size
                          bkp_slot_edt        delimited by size
                          "  Data: "          delimited by size
                          data_exec_br        delimited by size
                     into linha_log
                   move "RSTN" to log_evento
                   move bkp_slot_edt to log_chave
                   perform gravarlinhalog
               else
                   move 0 to bkp_restaurados
                   if bkp_opcao_arq = 0 then
                       perform restaurararquivo
                           varying ind_bkp from 1 by 1
                           until ind_bkp > bkp_qtde_arqs
                   else
                       move bkp_opcao_arq to ind_bkp
                       perform restaurararquivo
                   end-if

                   move bkp_restaurados to bkp_ind_edt
                   display "Cadastros restaurados: " bkp_ind_edt
               end-if
           end-if
           .
       escolherrestauracao-exit.
           exit.

      *-----------------------------------------------------------------
      *exibe um cadastro da geracao escolhida com a contagem gravada
       exibirqtdebkp section.
           perform nomearquivobkp

           move ind_bkp           to bkp_ind_edt
           move qtde-bkc(ind_bkp) to bkp_ctl_edt

           display bkp_ind_edt " - " bkp_base(1:15) " "
           bkp_ctl_edt " registros"
           .
       exibirqtdebkp-exit.
           exit.

      *-----------------------------------------------------------------
      *conta os registros do arquivo da geracao do cadastro ind_bkp
      *e compara com a contagem do controle
       conferirbackup section.
           perform nomearquivobkp

           move 0 to bkp_qtde

           open input arqbkp
           if fs-arqbkp <> "00" then
               display "Arquivo de backup " arqbkp_nome
               " nao encontrado"
               add 1 to bkp_divergentes
           else
               perform until fs-arqbkp <> "00"
                   read arqbkp next record
                       at end
                           move "10" to fs-arqbkp
                       not at end
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close arqbkp

               if bkp_qtde <> qtde-bkc(ind_bkp) then
                   move bkp_qtde          to bkp_qtde_edt
                   move qtde-bkc(ind_bkp) to bkp_ctl_edt
                   display "Contagem divergente em " arqbkp_nome
                   ": controle " bkp_ctl_edt " arquivo " bkp_qtde_edt
                   add 1 to bkp_divergentes
               end-if
           end-if
           .
       conferirbackup-exit.
           exit.

      *-----------------------------------------------------------------
      *regrava o cadastro ind_bkp com o arquivo da geracao e registra
      *a restauracao no log de auditoria
       restaurararquivo section.
           perform nomearquivobkp

           move 0 to bkp_qtde
           move "N" to rst_ok

           open input arqbkp
           if fs-arqbkp = "00" then
               evaluate ind_bkp
                   when 1
                       perform rstcadpizza
                   when 2
                       perform rstcadforn
                   when 3
                       perform rstcadcateg
                   when 4
                       perform rstcadoper
                   when 5
                       perform rstpromo
                   when 6
                       perform rstparam
                   when 7
                       perform rstpend
                   when 8
                       perform rstpedidos
                   when 9
                       perform rstaval
                   when 10
                       perform rstxref
               end-evaluate
               close arqbkp
           end-if

           move bkp_qtde to bkp_qtde_edt

           if rst_ok = "S" then
               add 1 to bkp_restaurados

               display function trim(bkp_base) " restaurado de "
               arqbkp_nome ": " bkp_qtde_edt " registros"

               move spaces to linha_log
               string "Restauracao de backup - Operador: "
                                          delimited by size
                      operador_id         delimited by size
                      "  Geracao: "       delimited by size
                      bkp_slot_edt        delimited by size
                      "  Cadastro: "      delimited by size
                      function trim(bkp_base)
                                          delimited by size
                      "  Registros: "     delimited by size
                      bkp_qtde_edt        delimited by size
                 into linha_log
               move "REST" to log_evento
               move bkp_base to log_chave
               perform gravarlinhalog
           else
               display function trim(bkp_base) " nao restaurado de "
               arqbkp_nome

               move spaces to linha_log
               string "Restauracao de backup com falha - Operador: "
                                          delimited by size
                      operador_id         delimited by size
                      "  Geracao: "       delimited by size
                      bkp_slot_edt        delimited by size
                      "  Cadastro: "      delimited by size
                      function trim(bkp_base)
                                          delimited by size
                 into linha_log
               move "RSTF" to log_evento
               move bkp_base to log_chave
               perform gravarlinhalog
           end-if

           if ind_bkp = 6 then
      *parametros restaurados passam a valer na sessao; os nomes de
      *arquivo continuam os congelados na inicializacao
               perform lerparametros
           end-if
           .
       restaurararquivo-exit.
           exit.

      *-----------------------------------------------------------------
      *regrava o catalogo com a geracao escolhida, fechando e reabrindo
      *o catalogo da sessao
       rstcadpizza section.
           close cadpizza

           open output cadpizza
           if fs-cadpizza = "00" then
               move "S" to rst_ok
               perform until fs-arqbkp <> "00"
                   read arqbkp next record
                       at end
                           move "10" to fs-arqbkp
                       not at end
                           move reg-bkp to reg-cadpizza
                           write reg-cadpizza
                               invalid key
                                   continue
                           end-write
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close cadpizza
           else
               display "Nao foi possivel regravar o catalogo"
           end-if

           open i-o cadpizza

      *sem o catalogo reaberto a sessao nao pode continuar, como na
      *abertura do catalogo na inicializacao
           if fs-cadpizza <> "00" then
               display "Nao foi possivel reabrir o catalogo CADPIZZA "
               "apos a restauracao, sessao encerrada"

               move spaces to linha_log
               string "Catalogo nao reaberto apos a restauracao - "
                                          delimited by size
                      "Operador: "        delimited by size
                      operador_id         delimited by size
                      "  Geracao: "       delimited by size
                      bkp_slot_edt        delimited by size
                 into linha_log
               move "RSTF" to log_evento
               move arqcad_emuso to log_chave
               perform gravarlinhalog

               move 8 to return-code
               stop run
           end-if

           move bkp_qtde to qtde_pizzas
           .
       rstcadpizza-exit.
           exit.

      *-----------------------------------------------------------------
      *regrava o cadastro de fornecedores com a
      *geracao de backup escolhida
       rstcadforn section.
           open output cadforn
           if fs-cadforn = "00" then
               move "S" to rst_ok
               perform until fs-arqbkp <> "00"
                   read arqbkp next record
                       at end
                           move "10" to fs-arqbkp
                       not at end
                           move reg-bkp to reg-cadforn
                           write reg-cadforn
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close cadforn
           else
               display "Nao foi possivel regravar "
               "o cadastro de fornecedores"
           end-if
           .
       rstcadforn-exit.
           exit.

      *-----------------------------------------------------------------
      *regrava a tabela de categorias com a geracao de backup escolhida
       rstcadcateg section.
           open output cadcateg
           if fs-cadcateg = "00" then
               move "S" to rst_ok
               perform until fs-arqbkp <> "00"
                   read arqbkp next record
                       at end
                           move "10" to fs-arqbkp
                       not at end
                           move reg-bkp to reg-cadcateg
                           write reg-cadcateg
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close cadcateg
           else
               display "Nao foi possivel regravar "
               "a tabela de categorias"
           end-if
           .
       rstcadcateg-exit.
           exit.

      *-----------------------------------------------------------------
      *regrava o cadastro de operadores com a
      *geracao de backup escolhida
       rstcadoper section.
           open output cadoper
           if fs-cadoper = "00" then
               move "S" to rst_ok
               perform until fs-arqbkp <> "00"
                   read arqbkp next record
                       at end
                           move "10" to fs-arqbkp
                       not at end
                           move reg-bkp to reg-cadoper
                           write reg-cadoper
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close cadoper
           else
               display "Nao foi possivel regravar "
               "o cadastro de operadores"
           end-if
           .
       rstcadoper-exit.
           exit.

      *-----------------------------------------------------------------
      *regrava o arquivo de promocoes com a geracao de backup escolhida
       rstpromo section.
           open output arqpromo
           if fs-arqpromo = "00" then
               move "S" to rst_ok
               perform until fs-arqbkp <> "00"
                   read arqbkp next record
                       at end
                           move "10" to fs-arqbkp
                       not at end
                           move reg-bkp to reg-promo
                           write reg-promo
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close arqpromo
           else
               display "Nao foi possivel regravar "
               "o arquivo de promocoes"
           end-if
           .
       rstpromo-exit.
           exit.

      *-----------------------------------------------------------------
      *regrava o arquivo de parametros com a geracao de backup escolhida
       rstparam section.
           open output arqparam
           if fs-arqparam = "00" then
               move "S" to rst_ok
               perform until fs-arqbkp <> "00"
                   read arqbkp next record
                       at end
                           move "10" to fs-arqbkp
                       not at end
                           move reg-bkp to reg-param
                           write reg-param
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close arqparam
           else
               display "Nao foi possivel regravar "
               "o arquivo de parametros"
           end-if
           .
       rstparam-exit.
           exit.

      *-----------------------------------------------------------------
      *regrava o fila de aprovacao com a geracao de backup escolhida
       rstpend section.
           open output pendapiz
           if fs-pendapiz = "00" then
               move "S" to rst_ok
               perform until fs-arqbkp <> "00"
                   read arqbkp next record
                       at end
                           move "10" to fs-arqbkp
                       not at end
                           move reg-bkp to reg-pend
                           write reg-pend
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close pendapiz
           else
               display "Nao foi possivel regravar o fila de aprovacao"
           end-if
           .
       rstpend-exit.
           exit.

      *-----------------------------------------------------------------
      *regrava o arquivo de pedidos de compra com a
      *geracao de backup escolhida
       rstpedidos section.
           open output pedidos
           if fs-pedidos = "00" then
               move "S" to rst_ok
               perform until fs-arqbkp <> "00"
                   read arqbkp next record
                       at end
                           move "10" to fs-arqbkp
                       not at end
                           move reg-bkp to reg-ped
                           write reg-ped
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close pedidos
           else
               display "Nao foi possivel regravar "
               "o arquivo de pedidos de compra"
           end-if
           .
       rstpedidos-exit.
           exit.

      *-----------------------------------------------------------------
      *regrava o arquivo de avaliacoes com a geracao de backup escolhida
       rstaval section.
           open output avalpiz
           if fs-avalpiz = "00" then
               move "S" to rst_ok
               perform until fs-arqbkp <> "00"
                   read arqbkp next record
                       at end
                           move "10" to fs-arqbkp
                       not at end
                           move reg-bkp to reg-aval
                           write reg-aval
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close avalpiz
           else
               display "Nao foi possivel regravar "
               "o arquivo de avaliacoes"
           end-if
           .
       rstaval-exit.
           exit.

      *-----------------------------------------------------------------
      *regrava a referencia cruzada de produtos com a geracao de
      *backup escolhida
       rstxref section.
           open output cadxref
           if fs-cadxref = "00" then
               move "S" to rst_ok
               perform until fs-arqbkp <> "00"
                   read arqbkp next record
                       at end
                           move "10" to fs-arqbkp
                       not at end
                           move reg-bkp to reg-cadxref
                           write reg-cadxref
                           add 1 to bkp_qtde
                   end-read
               end-perform
               close cadxref
           else
               display "Nao foi possivel regravar "
               "a referencia de produtos"
           end-if
           .
       rstxref-exit.
           exit.

      *-----------------------------------------------------------------
      *menu de manutencao da referencia cruzada entre os codigos de
      *produto dos fornecedores e as pizzas do catalogo
       manutxref section.
           display erase
           display "1 - Incluir/alterar referencia de produto"
           display "2 - Excluir referencia de produto"
           display "3 - Listar referencias de produto"
           display "Escolha uma opcao: "
           accept opcao_xref

           evaluate opcao_xref
               when "1"
                   perform incluirxref
               when "2"
                   perform excluirxref
               when "3"
                   perform listarxref
               when other
                   display "Opcao invalida"
           end-evaluate
           .
       manutxref-exit.
           exit.

      *-----------------------------------------------------------------
      *inclui uma referencia nova ou altera a pizza associada a um
      *codigo de produto do fornecedor
       incluirxref section.
           open i-o cadxref
           if fs-cadxref = "35" then
               open output cadxref
               close cadxref
               open i-o cadxref
           end-if

           if fs-cadxref <> "00" then
               display "Nao foi possivel abrir o cadastro CADXREF"
           else
               perform informarchavexref

               move "N" to xref_existe
               read cadxref record
                   invalid key
                       continue
                   not invalid key
                       move "S" to xref_existe
                       move fornec-xref   to fornec_edt
                       move diametro-xref to diametro_edt
                       display "Referencia ja cadastrada: " nome-xref
                       " " tipo-xref " " diametro_edt
                       ", os dados serao alterados"
               end-read

               move spaces to ent_nome
               perform until ent_nome <> spaces
                   display "Informe o nome da pizza no catalogo "
                   accept ent_nome
                   if ent_nome = spaces then
                       display "Nome invalido, informe um valor"
                   end-if
               end-perform

      *a referencia pode apontar para uma pizza que so entra no
      *catalogo pela primeira lista de precos, por isso apenas avisa
               move ent_nome        to nome-cad
               move codigo_forn_inf to fornec-cad
               read cadpizza record
                   invalid key
                       display "Atencao: pizza " ent_nome " nao "
                       "cadastrada no catalogo para este fornecedor;"
                       " sera incluida pelo lote da lista de precos"
                   not invalid key
                       continue
               end-read

               move space to ent_tipo
               perform until ent_tipo = "C" or ent_tipo = "Q"
                   display "Informe o formato (C-Redonda / "
                   "Q-Quadrada) "
                   accept ent_tipo
                   move function upper-case (ent_tipo) to ent_tipo
               end-perform

               move 0 to ent_diametro
               perform until ent_diametro > 0
                   display "Informe o diametro (ou o lado, se "
                   "quadrada) "
                   accept ent_diametro
                   if ent_diametro = 0 then
                       display "Diametro invalido, informe um valor "
                       "maior que zero"
                   end-if
               end-perform

               perform informarcategoria

               perform informarfamilia

               move codigo_forn_inf  to fornec-xref
               move xref_codprod_inf to codprod-xref
               move ent_nome         to nome-xref
               move ent_tipo         to tipo-xref
               move ent_diametro     to diametro-xref
               move ent_categ        to categ-xref
               move ent_familia      to familia-xref

               if xref_existe = "S" then
                   rewrite reg-cadxref
               else
                   write reg-cadxref
               end-if

               close cadxref
           end-if
           .
       incluirxref-exit.
           exit.

      *-----------------------------------------------------------------
      *pede o fornecedor cadastrado e o codigo de produto da
      *referencia, deixando a chave montada em chave-xref
       informarchavexref section.
           move "N" to forn_valido
           perform until forn_valido = "S"
               display "Informe o codigo do fornecedor "
               accept codigo_forn_inf

               if codigo_forn_inf = 0 then
                   move "N" to forn_valido
               else
                   perform validarfornecedor
               end-if

               if forn_valido = "N" then
                   display "Fornecedor nao cadastrado"
               end-if
           end-perform

           move spaces to xref_codprod_inf
           perform until xref_codprod_inf <> spaces
               display "Informe o codigo do produto no fornecedor "
               accept xref_codprod_inf
               move function upper-case (xref_codprod_inf)
                 to xref_codprod_inf
           end-perform

           move codigo_forn_inf  to fornec-xref
           move xref_codprod_inf to codprod-xref
           .
       informarchavexref-exit.
           exit.

      *-----------------------------------------------------------------
      *exclui uma referencia pelo fornecedor e codigo de produto
       excluirxref section.
           open i-o cadxref
           if fs-cadxref <> "00" then
               display "Nao foi possivel abrir o cadastro CADXREF"
           else
               perform informarchavexref

               delete cadxref record
                   invalid key
                       display "Referencia nao encontrada"
                   not invalid key
                       display "Referencia excluida"
               end-delete

               close cadxref
           end-if
           .
       excluirxref-exit.
           exit.

      *-----------------------------------------------------------------
      *lista as referencias cadastradas, por fornecedor e codigo
       listarxref section.
           open input cadxref
           if fs-cadxref <> "00" then
               display "Nenhuma referencia cadastrada"
           else
               perform until fs-cadxref <> "00"
                   read cadxref next record
                       at end
                           move "10" to fs-cadxref
                       not at end
                           move fornec-xref   to fornec_edt
                           move diametro-xref to diametro_edt
                           move categ-xref    to categ_edt
                           move familia-xref  to familia_edt
                           display fornec_edt " " codprod-xref " -> "
                           nome-xref " " tipo-xref " " diametro_edt
                           " cat: " categ_edt " fam: " familia_edt
                   end-read
               end-perform
               close cadxref

               display "Tecle ENTER para continuar"
               accept opcao_xref
           end-if
           .
       listarxref-exit.
           exit.

      *-----------------------------------------------------------------
      *importacao da lista de precos dos fornecedores: cada linha e
      *traduzida pela referencia cruzada para o layout do lote e
      *gravada no arquivo de lote; codigos sem referencia vao para a
      *lista de produtos novos
       importarlista section.
           move "N" to lista_ok
           move "N" to lista_achada
           move 0 to lista_lidas
           move 0 to lista_gravadas
           move 0 to lista_novos
           move 0 to lista_invalidas

           open input arqlista

           if fs-arqlista <> "00" then
               display "Lista de precos LISTAPRECO nao encontrada"
           else
               move "S" to lista_achada

               open input cadxref
               if fs-cadxref = "00" then
                   move "S" to xref_ok
               else
                   move "N" to xref_ok
                   display "Nenhuma referencia de produto cadastrada,"
                   " todos os codigos irao para NOVOSPROD.LST"
               end-if

      *o arquivo de lote so e aberto, e com isso esvaziado, depois que
      *a lista de produtos novos abriu
               open output arqnovos

               if fs-arqnovos <> "00" then
                   display "Nao foi possivel gravar a lista NOVOSPROD."
                   "LST, importacao cancelada"
               else
                   open output arqtrans

                   if fs-arqtrans <> "00" then
                       display "Nao foi possivel gravar o arquivo de "
                       "lote, importacao cancelada"
                   else
                       move 0 to numero_pagina
                       perform cabecalhonovos

                       perform until fs-arqlista <> "00"
                           read arqlista next record
                               at end
                                   move "10" to fs-arqlista
                               not at end
                                   add 1 to lista_lidas
                                   perform traduzirlinhalista
                           end-read
                       end-perform

                       move "S" to lista_ok
                       close arqtrans
                   end-if

                   close arqnovos
               end-if

               if xref_ok = "S" then
                   close cadxref
               end-if

               close arqlista

               if lista_ok = "S" then
                   perform resumolista
               end-if
           end-if
           .
       importarlista-exit.
           exit.

      *-----------------------------------------------------------------
      *separa os campos da linha corrente da lista de precos e grava
      *o registro de lote da pizza referenciada
       traduzirlinhalista section.
           move spaces to lista_fornec_txt
           move spaces to lista_codprod
           move spaces to lista_descr
           move spaces to lista_preco_txt

           unstring reg-lista delimited by ";"
               into lista_fornec_txt
                    lista_codprod
                    lista_descr
                    lista_preco_txt
           end-unstring

           move function upper-case (function trim(lista_codprod))
             to lista_codprod

           move 0 to lista_fornec
           compute lista_num = function numval(lista_fornec_txt)
           if lista_num >= 1 and lista_num <= 999 then
               move lista_num to lista_fornec
           end-if

           move 0 to lista_preco
           compute lista_num = function numval(lista_preco_txt)
           if lista_num > 0 and lista_num <= 999,99 then
               move lista_num to lista_preco
           end-if

           evaluate true
               when lista_fornec = 0
                 or lista_codprod = spaces
                 or lista_preco = 0
                   add 1 to lista_invalidas
                   move "LINHA INVALIDA" to lista_situacao
                   perform imprimirnovo
               when xref_ok = "N"
                   add 1 to lista_novos
                   move "SEM REFERENCIA" to lista_situacao
                   perform imprimirnovo
               when other
                   move lista_fornec  to fornec-xref
                   move lista_codprod to codprod-xref
                   read cadxref record
                       invalid key
                           add 1 to lista_novos
                           move "SEM REFERENCIA" to lista_situacao
                           perform imprimirnovo
                       not invalid key
                           move spaces         to reg-trans
                           move nome-xref      to nome-trans
                           move fornec-xref    to fornec-trans
                           move tipo-xref      to tipo-trans
                           move diametro-xref  to diametro-trans
                           move lista_preco    to preco-trans
                           move categ-xref     to categ-trans
                           move familia-xref   to familia-trans
                           write reg-trans
                           add 1 to lista_gravadas
                   end-read
           end-evaluate
           .
       traduzirlinhalista-exit.
           exit.

      *-----------------------------------------------------------------
      *cabecalho e quebra de pagina da lista de produtos novos
       cabecalhonovos section.
           add 1 to numero_pagina
           move numero_pagina to pagina_edt

           move spaces to linha_imp
           string nome_loja                      delimited by size
                  " - Produtos sem Referencia - Data: "
                                                   delimited by size
                  data_exec_br                    delimited by size
                  "  Pag: "                       delimited by size
                  pagina_edt                      delimited by size
             into linha_imp
           move linha_imp to reg-novos

           if numero_pagina > 1 then
               write reg-novos after advancing page
           else
               write reg-novos
           end-if

           move spaces to linha_imp
           string "Forn Codigo          Descricao                 "
                                                   delimited by size
                  "  Preco Situacao"               delimited by size
             into linha_imp
           move linha_imp to reg-novos
           write reg-novos after advancing 1 lines

           move linha_traco to reg-novos
           write reg-novos after advancing 1 lines

           move 0 to contador_linhas
           .
       cabecalhonovos-exit.
           exit.

      *-----------------------------------------------------------------
      *linha da lista de produtos novos com o produto da lista de
      *precos que nao foi traduzido
       imprimirnovo section.
           if contador_linhas >= max_linhas_pagina then
               perform cabecalhonovos
           end-if

           move lista_fornec to fornec_edt
           move lista_preco  to preco_edt

           move spaces to linha_imp
           string fornec_edt        delimited by size
                  "  "              delimited by size
                  lista_codprod     delimited by size
                  " "               delimited by size
                  lista_descr(1:25) delimited by size
                  " "               delimited by size
                  preco_edt         delimited by size
                  " "               delimited by size
                  lista_situacao    delimited by size
             into linha_imp

           move linha_imp to reg-novos
           write reg-novos after advancing 1 lines
           add 1 to contador_linhas
           .
       imprimirnovo-exit.
           exit.

      *-----------------------------------------------------------------
      *totais da importacao da lista de precos, na tela e no log
       resumolista section.
           move lista_lidas     to lista_lidas_edt
           move lista_gravadas  to lista_gravadas_edt
           move lista_novos     to lista_novos_edt
           move lista_invalidas to lista_invalidas_edt

           display "Lista de precos importada para o lote:"
           display "Lidas: " lista_lidas_edt "  Gravadas: "
           lista_gravadas_edt "  Sem referencia: " lista_novos_edt
           "  Invalidas: " lista_invalidas_edt

           if lista_novos > 0 or lista_invalidas > 0 then
               display "Produtos nao traduzidos listados em "
               "NOVOSPROD.LST"
           end-if

           move spaces to linha_log
           string "Importacao da lista de precos - Operador: "
                                          delimited by size
                  operador_id         delimited by size
                  "  Lidas: "         delimited by size
                  lista_lidas_edt     delimited by size
                  "  Gravadas: "      delimited by size
                  lista_gravadas_edt  delimited by size
                  "  Sem ref: "       delimited by size
                  lista_novos_edt     delimited by size
                  "  Inval: "         delimited by size
                  lista_invalidas_edt delimited by size
             into linha_log
           move "LIST" to log_evento
           perform gravarlinhalog
           .
       resumolista-exit.
           exit.

      *-----------------------------------------------------------------
      *importacao da lista de precos pelo menu, com a opcao de seguir
      *direto para a importacao do lote gerado
       menuimportarlista section.
           perform importarlista

           if lista_ok = "S" then
               display "Importar agora o lote gerado para o catalogo?"
               " (S/N) "
               accept lista_processar
               move function upper-case (lista_processar)
                 to lista_processar
               if lista_processar = "S" then
                   perform processalote
               end-if
           end-if

           display "Tecle ENTER para continuar"
           accept lista_processar
           .
       menuimportarlista-exit.
           exit.

      *-----------------------------------------------------------------
      *menu dos rankings arquivados: reimpressao do ranking de uma
      *data e historico de posicoes de uma pizza ou fornecedor
       manutrankhist section.
           display erase
           display "1 - Reimprimir o ranking de uma data (supervisor)"
           display "2 - Historico de posicoes de pizza/fornecedor"
           display "Escolha uma opcao: "
           accept opcao_rkh

           evaluate opcao_rkh
               when "1"
                   perform reimprimirranking
               when "2"
                   perform historicoposicoes
               when other
                   display "Opcao invalida"
           end-evaluate
           .
       manutrankhist-exit.
           exit.

      *-----------------------------------------------------------------
      *reimpressao, restrita a supervisores, do ranking arquivado de
      *uma data; havendo mais de uma execucao na data, o supervisor
      *escolhe qual delas reimprimir
       reimprimirranking section.
           if operador_nivel <> "S" then
               display "Acesso restrito a supervisores"
               move spaces to linha_log
               string "Acao negada - reimpressao de ranking requer "
                      "nivel supervisor - Operador: " delimited by size
                      operador_id         delimited by size
                      "  Data: "          delimited by size
                      data_exec_br        delimited by size
                      "  Hora: "          delimited by size
                      hora_exec_br        delimited by size
                 into linha_log
               move "NEGA" to log_evento
               perform gravarlinhalog
           else
               display "Data do ranking a reimprimir (AAAAMMDD): "
               accept rkh_data

               open input rankhist

               if fs-rankhist <> "00" then
                   display "Nenhum ranking arquivado"
               else
                   perform listarexecucoes

                   if rkh_execucoes = 0 then
                       display "Nenhum ranking arquivado nessa data"
                   else
                       move rkh_execucoes to rkh_escolha
                       if rkh_execucoes > 1 then
                           display "Informe a execucao a reimprimir "
                           "(0 = ultima) "
                           accept rkh_escolha
                           if rkh_escolha = 0
                              or rkh_escolha > rkh_execucoes then
                               move rkh_execucoes to rkh_escolha
                           end-if
                       end-if

                       move hora_rkex(rkh_escolha) to rkh_hora
                       perform emitirreimpressao
                   end-if

                   close rankhist
               end-if

               display "Tecle ENTER para continuar"
               accept opcao_rkh
           end-if
           .
       reimprimirranking-exit.
           exit.

      *-----------------------------------------------------------------
      *lista as execucoes arquivadas na data rkh_data, guardando a
      *hora de cada uma na tabela de execucoes
       listarexecucoes section.
           move 0 to rkh_execucoes
           move 0 to rkh_hora_ant

           move rkh_data to data-rkh
           move 0        to hora-rkh
           move 0        to posicao-rkh
           start rankhist key >= chave-rkh
               invalid key
                   move "23" to fs-rankhist
           end-start

           perform until fs-rankhist <> "00"
               read rankhist next record
                   at end
                       move "10" to fs-rankhist
                   not at end
                       if data-rkh <> rkh_data then
                           move "10" to fs-rankhist
                       else
                           if hora-rkh <> rkh_hora_ant
                              and rkh_execucoes < 100 then
                               add 1 to rkh_execucoes
                               move hora-rkh to rkh_hora_ant
                               move hora-rkh
                                 to hora_rkex(rkh_execucoes)
                               perform exibirexecucao
                           end-if
                       end-if
               end-read
           end-perform

           move "00" to fs-rankhist
           .
       listarexecucoes-exit.
           exit.

      *-----------------------------------------------------------------
      *exibe a execucao arquivada corrente
       exibirexecucao section.
           move spaces to rkh_hora_br
           string hora-rkh(1:2) delimited by size
                  ":"           delimited by size
                  hora-rkh(3:2) delimited by size
                  ":"           delimited by size
                  hora-rkh(5:2) delimited by size
             into rkh_hora_br

           move rkh_execucoes to rkh_exec_edt
           display "Execucao " rkh_exec_edt " - " rkh_hora_br
           " - Operador: " oper-rkh
           .
       exibirexecucao-exit.
           exit.

      *-----------------------------------------------------------------
      *grava a reimpressao do ranking da execucao rkh_data/rkh_hora no
      *mesmo desenho do RANKING.LST: secoes por categoria com a
      *diferenca sobre a vencedora da categoria, as marcas de promocao,
      *preco vencido e preco suspeito e o resumo por fornecedor
       emitirreimpressao section.
           move 0 to numero_pagina
           move 0 to contador_linhas
           move 0 to rkh_achados
           move 0 to rkh_suspeitos
           move "S" to primeira_categ
           move 0 to categ_quebra

           move spaces to rkh_data_br
           string rkh_data(7:2) delimited by size
                  "/"           delimited by size
                  rkh_data(5:2) delimited by size
                  "/"           delimited by size
                  rkh_data(1:4) delimited by size
             into rkh_data_br

           move spaces to rkh_hora_br
           string rkh_hora(1:2) delimited by size
                  ":"           delimited by size
                  rkh_hora(3:2) delimited by size
                  ":"           delimited by size
                  rkh_hora(5:2) delimited by size
             into rkh_hora_br

           open output arqreimp

           if fs-arqreimp <> "00" then
               display "Nao foi possivel abrir o relatorio RANKREIMP."
               "LST"
           else
               perform cabecalhoreimp

               open input cadcateg
               if fs-cadcateg = "00" then
                   move "S" to cadcateg_ok
               else
                   move "N" to cadcateg_ok
               end-if

               sort sortrkh on ascending key categ-srk
                                             posicao-srk
                   input procedure is lerreimpressao
                   output procedure is imprimirreimpcateg

               if cadcateg_ok = "S" then
                   close cadcateg
               end-if

               if rkh_suspeitos > 0 then
                   move spaces to linha_imp
                   string "! preco suspeito na triagem de precos - "
                                                   delimited by size
                          "ver SUSPEITOS.LST"      delimited by size
                     into linha_imp
                   move linha_imp to reg-reimp
                   write reg-reimp after advancing 2 lines
                   add 2 to contador_linhas
               end-if

               perform resumoreimp

               move spaces to linha_imp
               string "Reimpressao do ranking arquivado de "
                                                   delimited by size
                      rkh_data_br                  delimited by size
                      " "                          delimited by size
                      rkh_hora_br                  delimited by size
                      " - emitida em "             delimited by size
                      data_exec_br                 delimited by size
                 into linha_imp
               move linha_imp to reg-reimp
               write reg-reimp after advancing 2 lines

               close arqreimp

               move rkh_achados to rkh_achados_edt
               display "Ranking de " rkh_data_br " " rkh_hora_br
               " reimpresso: " rkh_achados_edt " pizzas - ver "
               "RANKREIMP.LST"

               move spaces to linha_log
               string "Reimpressao de ranking - Supervisor: "
                                          delimited by size
                      operador_id         delimited by size
                      "  Ranking de: "    delimited by size
                      rkh_data_br         delimited by size
                      " "                 delimited by size
                      rkh_hora_br         delimited by size
                      "  Data: "          delimited by size
                      data_exec_br        delimited by size
                 into linha_log
               move "RKRI" to log_evento
               move rkh_data to log_chave
               perform gravarlinhalog
           end-if
           .
       emitirreimpressao-exit.
           exit.

      *-----------------------------------------------------------------
      *procedimento de entrada da reimpressao: libera as pizzas da
      *execucao rkh_data/rkh_hora com a categoria e a posicao
       lerreimpressao section.
           move rkh_data to data-rkh
           move rkh_hora to hora-rkh
           move 0        to posicao-rkh
           start rankhist key >= chave-rkh
               invalid key
                   move "23" to fs-rankhist
           end-start

           perform until fs-rankhist <> "00"
               read rankhist next record
                   at end
                       move "10" to fs-rankhist
                   not at end
                       if data-rkh <> rkh_data
                          or hora-rkh <> rkh_hora then
                           move "10" to fs-rankhist
                       else
                           move categ-rkh    to categ-srk
                           move posicao-rkh  to posicao-srk
                           move reg-rankhist to dados-srk
                           release reg-srkh
                       end-if
               end-read
           end-perform
           .
       lerreimpressao-exit.
           exit.

      *-----------------------------------------------------------------
      *procedimento de saida da reimpressao: imprime as pizzas em
      *secoes por categoria, na ordem de posicao dentro de cada uma
       imprimirreimpcateg section.
           move "N" to rkh_fim

           perform until rkh_fim = "S"
               return sortrkh record
                   at end
                       move "S" to rkh_fim
                   not at end
                       move dados-srk to reg-rankhist
                       if primeira_categ = "S"
                          or categ-rkh <> categ_quebra then
                           perform quebrareimp
                       end-if
                       perform imprimirreimp
               end-return
           end-perform
           .
       imprimirreimpcateg-exit.
           exit.

      *-----------------------------------------------------------------
      *cabecalho e quebra de pagina da reimpressao do ranking, com os
      *titulos do RANKING.LST e a data da execucao arquivada
       cabecalhoreimp section.
           add 1 to numero_pagina
           move numero_pagina to pagina_edt

           move spaces to linha_imp
           string nome_loja                      delimited by size
                  " - Ranking de Pizzas por Custo/cm2 - Data: "
                                                   delimited by size
                  rkh_data_br                     delimited by size
                  "  Pag: "                       delimited by size
                  pagina_edt                      delimited by size
             into linha_imp
           move linha_imp to reg-reimp

           if numero_pagina > 1 then
               write reg-reimp after advancing page
           else
               write reg-reimp
           end-if

           move spaces to linha_imp
           string "Nome            Forn Tp Dia   Area   Preco "
                                                   delimited by size
                  "Efetivo   Prc/cm2  Diferenca%"  delimited by size
             into linha_imp
           move linha_imp to reg-reimp
           write reg-reimp after advancing 1 lines

           move linha_traco to reg-reimp
           write reg-reimp after advancing 1 lines

           move 0 to contador_linhas
           .
       cabecalhoreimp-exit.
           exit.

      *-----------------------------------------------------------------
      *quebra de categoria da reimpressao: titulo da secao e melhor
      *preco por cm2 da categoria, o da primeira pizza da secao
       quebrareimp section.
           move "N"           to primeira_categ
           move categ-rkh     to categ_quebra
           move preco_cm2-rkh to melhor_cm2_cat

           if categ-rkh = 0 then
               move "SEM CATEGORIA" to desccateg_w
           else
               move "NAO CADASTRADA" to desccateg_w
               if cadcateg_ok = "S" then
                   move categ-rkh to codigo-categ
                   read cadcateg record
                       invalid key
                           continue
                       not invalid key
                           move desccateg-categ to desccateg_w
                   end-read
               end-if
           end-if

           if contador_linhas + 3 >= max_linhas_pagina then
               perform cabecalhoreimp
           end-if

           move spaces to reg-reimp
           write reg-reimp after advancing 1 lines

           move categ-rkh to categ_edt
           move spaces to linha_imp
           string "Categoria " delimited by size
                  categ_edt    delimited by size
                  " - "        delimited by size
                  desccateg_w  delimited by size
             into linha_imp
           move linha_imp to reg-reimp
           write reg-reimp after advancing 1 lines

           move linha_traco to reg-reimp
           write reg-reimp after advancing 1 lines
           add 3 to contador_linhas
           .
       quebrareimp-exit.
           exit.

      *-----------------------------------------------------------------
      *linha da reimpressao com a pizza arquivada corrente, com a
      *diferenca sobre a vencedora da categoria e as marcas arquivadas
       imprimirreimp section.
           if contador_linhas >= max_linhas_pagina then
               perform cabecalhoreimp
           end-if

           add 1 to rkh_achados

           if melhor_cm2_cat > 0 then
               compute diferenca_w = ((preco_cm2-rkh -
                   melhor_cm2_cat) / melhor_cm2_cat) * 100
           else
               move 0 to diferenca_w
           end-if

           move fornec-rkh     to fornec_edt
           move diametro-rkh   to diametro_edt
           move areapizza-rkh  to areapizza_edt
           move preco-rkh      to preco_edt
           move preco_efet-rkh to preco_efet_edt
           move preco_cm2-rkh  to preco_cm2_edt
           move diferenca_w    to diferenca_edt

           if empromo-rkh = "S" then
               move "*" to promo_flag
           else
               move " " to promo_flag
           end-if

           if vencido-rkh = "S" then
               move "#" to venc_flag
           else
               move " " to venc_flag
           end-if

           if suspeito-rkh = "S" then
               move "!" to susp_flag
               add 1 to rkh_suspeitos
           else
               move " " to susp_flag
           end-if

           move spaces to linha_imp
           string nome-rkh        delimited by size
                  " "             delimited by size
                  fornec_edt      delimited by size
                  "  "            delimited by size
                  tipo-rkh        delimited by size
                  "  "            delimited by size
                  diametro_edt    delimited by size
                  "  "            delimited by size
                  areapizza_edt   delimited by size
                  "  "            delimited by size
                  preco_edt       delimited by size
                  " "             delimited by size
                  preco_efet_edt  delimited by size
                  promo_flag      delimited by size
                  venc_flag       delimited by size
                  susp_flag       delimited by size
                  preco_cm2_edt   delimited by size
                  "   "           delimited by size
                  diferenca_edt   delimited by size
             into linha_imp

           move linha_imp to reg-reimp
           write reg-reimp after advancing 1 lines
           add 1 to contador_linhas
           .
       imprimirreimp-exit.
           exit.

      *-----------------------------------------------------------------
      *quadro resumo por fornecedor da reimpressao, sobre as pizzas da
      *execucao arquivada
       resumoreimp section.
           open input cadforn

           if fs-cadforn = "00" then
               if contador_linhas + 3 >= max_linhas_pagina then
                   perform cabecalhoreimp
               end-if

               move spaces to reg-reimp
               write reg-reimp after advancing 1 lines

               move "Resumo por fornecedor" to linha_imp
               move linha_imp to reg-reimp
               write reg-reimp after advancing 1 lines

               move linha_traco to reg-reimp
               write reg-reimp after advancing 1 lines
               add 3 to contador_linhas

               perform until fs-cadforn <> "00"
                   read cadforn next record
                       at end
                           move "10" to fs-cadforn
                       not at end
                           perform totalizarreimp
                   end-read
               end-perform

               close cadforn
           end-if
           .
       resumoreimp-exit.
           exit.

      *-----------------------------------------------------------------
      *totaliza as pizzas arquivadas do fornecedor corrente e imprime
      *a linha de resumo, quando o fornecedor tem pizzas no ranking
       totalizarreimp section.
           move 0 to forn_qtde
           move 0 to forn_soma
           move 999,99 to forn_melhor

           move rkh_data to data-rkh
           move rkh_hora to hora-rkh
           move 0        to posicao-rkh
           start rankhist key >= chave-rkh
               invalid key
                   move "23" to fs-rankhist
           end-start

           perform until fs-rankhist <> "00"
               read rankhist next record
                   at end
                       move "10" to fs-rankhist
                   not at end
                       if data-rkh <> rkh_data
                          or hora-rkh <> rkh_hora then
                           move "10" to fs-rankhist
                       else
                           if fornec-rkh = codigo-forn then
                               add 1 to forn_qtde
                               add preco_cm2-rkh to forn_soma
                               if preco_cm2-rkh < forn_melhor then
                                   move preco_cm2-rkh to forn_melhor
                               end-if
                           end-if
                       end-if
               end-read
           end-perform

           if forn_qtde > 0 then
               compute forn_media = forn_soma / forn_qtde

               if contador_linhas >= max_linhas_pagina then
                   perform cabecalhoreimp
               end-if

               move codigo-forn  to fornec_edt
               move forn_qtde    to forn_qtde_edt
               move forn_melhor  to forn_melhor_edt
               move forn_media   to forn_media_edt

               move spaces to linha_imp
               string fornec_edt        delimited by size
                      " "               delimited by size
                      nomeforn-forn     delimited by size
                      "  Qtde: "        delimited by size
                      forn_qtde_edt     delimited by size
                      "  Melhor cm2: "  delimited by size
                      forn_melhor_edt   delimited by size
                      "  Media cm2: "   delimited by size
                      forn_media_edt    delimited by size
                 into linha_imp

               move linha_imp to reg-reimp
               write reg-reimp after advancing 1 lines
               add 1 to contador_linhas
           end-if
           .
       totalizarreimp-exit.
           exit.

      *-----------------------------------------------------------------
      *historico de posicoes de uma pizza ou de todas as pizzas de um
      *fornecedor em todos os rankings arquivados de um periodo
       historicoposicoes section.
           move space to rkh_filtro
           perform until rkh_filtro = "P" or rkh_filtro = "F"
               display "Historico por P-Pizza ou F-Fornecedor? "
               accept rkh_filtro
               move function upper-case (rkh_filtro) to rkh_filtro
           end-perform

           move spaces to rkh_nome
           move 0      to rkh_fornec
           if rkh_filtro = "P" then
               display "Informe o nome da pizza "
               accept rkh_nome
               display "Informe o codigo do fornecedor "
               accept rkh_fornec
           else
               display "Informe o codigo do fornecedor "
               accept rkh_fornec
           end-if

           display "Data inicial (AAAAMMDD, 0 = sem limite): "
           accept rkh_dtini
           display "Data final (AAAAMMDD, 0 = sem limite): "
           accept rkh_dtfim
           if rkh_dtfim = 0 then
               move 99999999 to rkh_dtfim
           end-if

           move 0 to rkh_achados
           move 0 to numero_pagina
           move 0 to contador_linhas

           open input rankhist

           if fs-rankhist <> "00" then
               display "Nenhum ranking arquivado"
           else
               open output arqposh

               if fs-arqposh <> "00" then
                   display "Nao foi possivel abrir o relatorio "
                   "POSHIST.LST"
               else
                   perform cabecalhoposh

                   move rkh_dtini to data-rkh
                   move 0         to hora-rkh
                   move 0         to posicao-rkh
                   start rankhist key >= chave-rkh
                       invalid key
                           move "23" to fs-rankhist
                   end-start

                   perform until fs-rankhist <> "00"
                       read rankhist next record
                           at end
                               move "10" to fs-rankhist
                           not at end
                               if data-rkh > rkh_dtfim then
                                   move "10" to fs-rankhist
                               else
                                   if fornec-rkh = rkh_fornec
                                      and (rkh_filtro = "F"
                                       or nome-rkh = rkh_nome) then
                                       perform imprimirposh
                                   end-if
                               end-if
                       end-read
                   end-perform

                   if rkh_achados = 0 then
                       move "Nenhuma posicao arquivada no periodo "
                         to linha_imp
                       move linha_imp to reg-posh
                       write reg-posh after advancing 1 lines
                   end-if

                   close arqposh

                   move rkh_achados to rkh_achados_edt
                   display "Posicoes encontradas: " rkh_achados_edt
                   " - ver POSHIST.LST"
               end-if

               close rankhist
           end-if

           display "Tecle ENTER para continuar"
           accept opcao_rkh
           .
       historicoposicoes-exit.
           exit.

      *-----------------------------------------------------------------
      *cabecalho e quebra de pagina do historico de posicoes
       cabecalhoposh section.
           add 1 to numero_pagina
           move numero_pagina to pagina_edt

           move spaces to linha_imp
           string nome_loja                      delimited by size
                  " - Historico de Posicoes - Data: "
                                                   delimited by size
                  data_exec_br                    delimited by size
                  "  Pag: "                       delimited by size
                  pagina_edt                      delimited by size
             into linha_imp
           move linha_imp to reg-posh

           if numero_pagina > 1 then
               write reg-posh after advancing page
           else
               write reg-posh
           end-if

           move rkh_fornec to fornec_edt
           move spaces to linha_imp
           if rkh_filtro = "P" then
               string "Pizza: "   delimited by size
                      rkh_nome    delimited by size
                      " Forn: "   delimited by size
                      fornec_edt  delimited by size
                 into linha_imp
           else
               string "Fornecedor: " delimited by size
                      fornec_edt     delimited by size
                 into linha_imp
           end-if
           move linha_imp to reg-posh
           write reg-posh after advancing 1 lines

           move spaces to linha_imp
           string "Data       Hora       Pos Nome            Forn "
                                                   delimited by size
                  " Efet. Prc/cm2"                 delimited by size
             into linha_imp
           move linha_imp to reg-posh
           write reg-posh after advancing 1 lines

           move linha_traco to reg-posh
           write reg-posh after advancing 1 lines

           move 0 to contador_linhas
           .
       cabecalhoposh-exit.
           exit.

      *-----------------------------------------------------------------
      *linha do historico com a posicao arquivada corrente
       imprimirposh section.
           if contador_linhas >= max_linhas_pagina then
               perform cabecalhoposh
           end-if

           add 1 to rkh_achados

           move spaces to rkh_data_br
           string data-rkh(7:2) delimited by size
                  "/"           delimited by size
                  data-rkh(5:2) delimited by size
                  "/"           delimited by size
                  data-rkh(1:4) delimited by size
             into rkh_data_br

           move spaces to rkh_hora_br
           string hora-rkh(1:2) delimited by size
                  ":"           delimited by size
                  hora-rkh(3:2) delimited by size
                  ":"           delimited by size
                  hora-rkh(5:2) delimited by size
             into rkh_hora_br

           move posicao-rkh    to rkh_pos_edt
           move fornec-rkh     to fornec_edt
           move preco_efet-rkh to preco_efet_edt
           move preco_cm2-rkh  to preco_cm2_edt

           if empromo-rkh = "S" then
               move "*" to promo_flag
           else
               move " " to promo_flag
           end-if

           move spaces to linha_imp
           string rkh_data_br     delimited by size
                  " "             delimited by size
                  rkh_hora_br     delimited by size
                  " "             delimited by size
                  rkh_pos_edt     delimited by size
                  " "             delimited by size
                  nome-rkh        delimited by size
                  " "             delimited by size
                  fornec_edt      delimited by size
                  "  "            delimited by size
                  preco_efet_edt  delimited by size
                  promo_flag      delimited by size
                  preco_cm2_edt   delimited by size
             into linha_imp

           move linha_imp to reg-posh
           write reg-posh after advancing 1 lines
           add 1 to contador_linhas
           .
       imprimirposh-exit.
           exit.

      *-----------------------------------------------------------------
      *localiza uma pizza ja cadastrada pelo nome e permite corrigir
      *os dados ou excluir a pizza antes da ordenacao final
       manutencao section.
           if operador_nivel <> "S" then
               display "Acesso restrito a supervisores"
               move spaces to linha_log
               string "Acao negada - manutencao de pizzas requer "
                      "nivel supervisor - Operador: " delimited by size
                      operador_id         delimited by size
                      "  Data: "          delimited by size
                      data_exec_br        delimited by size
                      "  Hora: "          delimited by size
                      hora_exec_br        delimited by size
                 into linha_log
               move "NEGA" to log_evento
               perform gravarlinhalog
           else
               perform manutpizza
           end-if
           .
       manutencao-exit.
           exit.

      *-----------------------------------------------------------------
      *corpo da manutencao de pizzas, acessivel apenas a supervisores
       manutpizza section.
           display erase
           display "Informe o nome da pizza a alterar/excluir: "
           accept nome_busca

           perform listarocorrencias

           if qtde_encontradas = 0 then
               display "Pizza nao encontrada"
           else
               if qtde_encontradas > 1 then
                   display "Informe o codigo do fornecedor da pizza "
                   "desejada: "
                   accept codigo_forn_inf
                   move codigo_forn_inf to forn_escolhido
               end-if

               move nome_busca     to nome-cad
               move forn_escolhido to fornec-cad
               read cadpizza record
                   invalid key
                       display "Pizza nao encontrada para esse "
                       "fornecedor"
                   not invalid key
                       display "1 - Corrigir dados    2 - Excluir "
                       "pizza"
                       display "Escolha uma opcao: "
                       accept opcao_manut

                       evaluate opcao_manut
                           when "1"
                               perform corrigirpizza
                           when "2"
                               perform excluirpizza
                           when other
                               display "Opcao invalida"
                       end-evaluate
               end-read
           end-if
           .
       manutpizza-exit.
           exit.

      *-----------------------------------------------------------------
      *lista cada pizza cadastrada com o nome pesquisado, mostrando o
      *fornecedor de cada uma, para o operador escolher qual delas
      *deve ser corrigida/excluida
       listarocorrencias section.
           move 0 to qtde_encontradas
           move 0 to forn_escolhido

           move nome_busca to nome-cad
           move 0 to fornec-cad
           start cadpizza key >= chave-cad
               invalid key
                   move "23" to fs-cadpizza
           end-start

           perform until fs-cadpizza <> "00"
               read cadpizza next record
                   at end
                       move "10" to fs-cadpizza
                   not at end
                       if nome-cad = nome_busca then
                           add 1 to qtde_encontradas
                           move fornec-cad   to forn_escolhido
                           move fornec-cad   to fornec_edt
                           move diametro-cad to diametro_edt
                           move preco-cad    to preco_edt
                           move familia-cad  to familia_edt
                           display "forn " fornec_edt " formato "
                           tipo-cad "  diametro/lado " diametro_edt
                           "  preco " preco_edt "  familia "
                           familia_edt
                       else
                           move "10" to fs-cadpizza
                       end-if
               end-read
           end-perform
           .
       listarocorrencias-exit.
           exit.

      *-----------------------------------------------------------------
      *corrige nome, fornecedor, tipo, diametro e preco da pizza
      *localizada e recalcula a area; quando a chave muda, o registro
      *antigo e substituido pelo novo
       corrigirpizza section.
           move nome-cad   to nome_ant
           move fornec-cad to fornec_ant

           move spaces to ent_nome
           perform until ent_nome <> spaces
               display "Novo nome "
               accept ent_nome
               if ent_nome = spaces then
                   display "Nome invalido, informe um valor"
               end-if
           end-perform

           perform informarfornecedor

           perform informarcategoria

           perform informarfamilia

           move space to ent_tipo
           perform until ent_tipo = "C" or ent_tipo = "Q"
               display "Novo formato (C-Redonda / Q-Quadrada) "
               accept ent_tipo
               move function upper-case (ent_tipo) to ent_tipo
           end-perform

           move 0 to ent_diametro
           perform until ent_diametro > 0
               display "Novo diametro "
               accept ent_diametro
               if ent_diametro = 0 then
                   display "Diametro invalido, informe um valor "
                   "maior que zero"
               end-if
           end-perform

           move 0 to ent_preco
           perform until ent_preco > 0
               display "Novo preco "
               accept ent_preco
               if ent_preco = 0 then
                   display "Preco invalido, informe um valor "
                   "maior que zero"
               end-if
           end-perform

           perform calculoarea

           if ent_nome = nome_ant and ent_fornec = fornec_ant then
               perform montarregistro
               rewrite reg-cadpizza
           else
               perform montarregistro
               write reg-cadpizza
                   invalid key
                       display "Ja existe pizza com esse nome para "
                       "esse fornecedor, alteracao nao efetuada"
                   not invalid key
                       move nome_ant   to nome-cad
                       move fornec_ant to fornec-cad
                       delete cadpizza record
                           invalid key
                               continue
                       end-delete
               end-write
           end-if
           .
       corrigirpizza-exit.
           exit.

      *-----------------------------------------------------------------
      *exclui do catalogo a pizza localizada
       excluirpizza section.
           delete cadpizza record
               invalid key
                   display "Pizza nao encontrada"
               not invalid key
                   subtract 1 from qtde_pizzas
                   display "Pizza excluida"
           end-delete
           .
       excluirpizza-exit.
           exit.

      *-----------------------------------------------------------------
      *sessao para importar pizzas de um arquivo de transacao em lote
       processalote section.
           move "N" to lote_ok

           open input arqtrans

           if fs-arqtrans = "00" then
               move 0 to lote_lidos
               move 0 to lote_aceitos
               move 0 to lote_rejeitados
               move 0 to lote_rej_tipo
               move 0 to lote_rej_diam
               move 0 to lote_rej_preco
               move 0 to lote_rej_forn
               move 0 to lote_rej_cat
               move 0 to lote_rej_dup
               move 0 to lote_alterados
               move 0 to lote_pendentes

               open output arqrej

               if fs-arqrej <> "00" then
                   display "Nao foi possivel abrir o arquivo de "
                   "rejeitados REJEITOS.LST, importacao cancelada"
                   close arqtrans
               else
                   perform until fs-arqtrans <> "00"
                       read arqtrans next record
                           at end
                               move "10" to fs-arqtrans
                           not at end
                               add 1 to lote_lidos
                               perform importarregistro
                       end-read
                   end-perform

                   close arqtrans
                   close arqrej

                   move "S" to lote_ok

                   perform resumolote
               end-if
           else
               display "Arquivo de lote nao encontrado"
           end-if
           .
       processalote-exit.
           exit.

      *-----------------------------------------------------------------
      *valida e grava um registro do lote no catalogo; registros
      *invalidos vao para o arquivo de rejeitados com o motivo
       importarregistro section.
           move reg-trans to trans_w
           perform validarimportacao
           .
       importarregistro-exit.
           exit.

      *-----------------------------------------------------------------
      *aplica as regras de importacao sobre a imagem de lote em
      *trans_w e grava no catalogo quando valida; usada tanto pela
      *importacao quanto pelo reenvio de rejeitados corrigidos
       validarimportacao section.
           move spaces to motivo_lote

           move nome-tw        to ent_nome
           move fornec-tw      to ent_fornec
           move function upper-case (tipo-tw)
             to ent_tipo
           move diametro-tw    to ent_diametro
           move preco-tw       to ent_preco
           move categ-tw       to ent_categ
           move familia-tw     to ent_familia

           move fornec-tw to codigo_forn_inf
           perform validarfornecedor

           move categ-tw to codigo_categ_inf
           perform validarcategoria

           evaluate true
               when ent_tipo <> "C" and ent_tipo <> "Q"
                   move "TI" to motivo_lote
                   add 1 to lote_rej_tipo
               when ent_diametro = 0
                   move "DZ" to motivo_lote
                   add 1 to lote_rej_diam
               when ent_preco = 0
                   move "PZ" to motivo_lote
                   add 1 to lote_rej_preco
               when forn_valido = "N"
                   move "FN" to motivo_lote
                   add 1 to lote_rej_forn
               when categ_valido = "N"
                   move "CT" to motivo_lote
                   add 1 to lote_rej_cat
               when other
                   perform calculoarea
                   perform montarregistro
                   write reg-cadpizza
                       invalid key
                           perform tratarduplicado
                       not invalid key
                           add 1 to lote_aceitos
                           add 1 to qtde_pizzas
                   end-write
           end-evaluate

           if motivo_lote <> spaces then
               add 1 to lote_rejeitados
               perform gravarrejeicao
           end-if
           .
       validarimportacao-exit.
           exit.

      *-----------------------------------------------------------------
      *registro de lote para pizza ja cadastrada: preco igual e
      *duplicidade e vai para os rejeitados; preco diferente e
      *alteracao de preco, aplicada na hora por supervisor ou
      *enviada para a fila de aprovacao por operador comum
       tratarduplicado section.
           read cadpizza record
               invalid key
                   move "DP" to motivo_lote
                   add 1 to lote_rej_dup
               not invalid key
                   if preco-cad = ent_preco then
                       move "DP" to motivo_lote
                       add 1 to lote_rej_dup
                   else
                       move preco-cad to precoant_w
                       if operador_nivel = "S" then
                           perform montarregistro
                           rewrite reg-cadpizza
                           add 1 to lote_alterados
                       else
                           move "P" to acao_pend_w
                           perform enviarpendente
                           add 1 to lote_pendentes
                       end-if
                   end-if
           end-read
           .
       tratarduplicado-exit.
           exit.

      *-----------------------------------------------------------------
      *grava o registro rejeitado com a imagem do lote e o motivo da
      *rejeicao; no reprocessamento a gravacao vai para o arquivo de
      *saldo em vez do arquivo de rejeitados
       gravarrejeicao section.
           move spaces to reg-rej
           move trans_w      to regtrans-rej
           move motivo_lote  to motivo-rej

           evaluate motivo_lote
               when "TI"
                   move "TIPO INVALIDO"         to descmotivo-rej
               when "DZ"
                   move "DIAMETRO ZERO"         to descmotivo-rej
               when "PZ"
                   move "PRECO ZERO"            to descmotivo-rej
               when "FN"
                   move "FORNECEDOR NAO CADASTR" to descmotivo-rej
               when "CT"
                   move "CATEGORIA NAO CADASTR" to descmotivo-rej
               when "DP"
                   move "PIZZA JA CADASTRADA"   to descmotivo-rej
           end-evaluate

           if rej_destino = "T" then
               move reg-rej to reg-rej2
               write reg-rej2
           else
               write reg-rej
           end-if

           display "Registro de lote rejeitado: " nome-tw " - "
           descmotivo-rej
           .
       gravarrejeicao-exit.
           exit.

      *-----------------------------------------------------------------
      *conciliacao da importacao: totais lidos/aceitos/rejeitados por
      *motivo, exibidos e gravados no log de auditoria
       resumolote section.
           move lote_lidos      to lote_lidos_edt
           move lote_aceitos    to lote_aceitos_edt
           move lote_rejeitados to lote_rejeitados_edt
           move lote_rej_tipo   to lote_rej_tipo_edt
           move lote_rej_diam   to lote_rej_diam_edt
           move lote_rej_preco  to lote_rej_preco_edt
           move lote_rej_forn   to lote_rej_forn_edt
           move lote_rej_cat    to lote_rej_cat_edt
           move lote_rej_dup    to lote_rej_dup_edt
           move lote_alterados  to lote_alter_edt
           move lote_pendentes  to lote_pend_edt

           display "Conciliacao da importacao:"
           display "Lidos: " lote_lidos_edt "  Aceitos: "
           lote_aceitos_edt "  Rejeitados: " lote_rejeitados_edt
           display "Tipo inv: " lote_rej_tipo_edt "  Diam zero: "
           lote_rej_diam_edt "  Preco zero: " lote_rej_preco_edt
           "  Forn: " lote_rej_forn_edt "  Categ: "
           lote_rej_cat_edt "  Dupl: " lote_rej_dup_edt
           display "Precos alterados: " lote_alter_edt
           "  Pendentes de aprovacao: " lote_pend_edt

           move spaces to linha_log
           string "Importacao de lote - Operador: " delimited by size
                  operador_id         delimited by size
                  "  Data: "          delimited by size
                  data_exec_br        delimited by size
                  "  Hora: "          delimited by size
                  hora_exec_br        delimited by size
             into linha_log
           move "IMPL" to log_evento
           perform gravarlinhalog

           move spaces to linha_log
           string "Lidos: "           delimited by size
                  lote_lidos_edt      delimited by size
                  "  Aceitos: "       delimited by size
                  lote_aceitos_edt    delimited by size
                  "  Rejeitados: "    delimited by size
                  lote_rejeitados_edt delimited by size
             into linha_log
           move "IMPL" to log_evento
           perform gravarlinhalog

           move spaces to linha_log
           string "Tipo inv: "        delimited by size
                  lote_rej_tipo_edt   delimited by size
                  "  Diam zero: "     delimited by size
                  lote_rej_diam_edt   delimited by size
                  "  Preco zero: "    delimited by size
                  lote_rej_preco_edt  delimited by size
                  "  Forn: "          delimited by size
                  lote_rej_forn_edt   delimited by size
                  "  Categ: "         delimited by size
                  lote_rej_cat_edt    delimited by size
                  "  Dupl: "          delimited by size
                  lote_rej_dup_edt    delimited by size
             into linha_log
           move "IMPL" to log_evento
           perform gravarlinhalog

           move spaces to linha_log
           string "Precos alterados: " delimited by size
                  lote_alter_edt      delimited by size
                  "  Pendentes de aprovacao: " delimited by size
                  lote_pend_edt       delimited by size
             into linha_log
           move "IMPL" to log_evento
           perform gravarlinhalog
           .
       resumolote-exit.
           exit.

      *-----------------------------------------------------------------
      *reprocessamento dos registros de lote rejeitados: exibe cada
      *rejeitado com o motivo, permite corrigir o campo que causou a
      *rejeicao e reenvia pelas mesmas regras da importacao; o que
      *continuar invalido permanece no arquivo de rejeitados
       reprocessarrejeitados section.
           move 0 to reap_lidos
           move 0 to reap_reenv
           move 0 to reap_mantidos
           move 0 to lote_lidos
           move 0 to lote_aceitos
           move 0 to lote_rejeitados
           move 0 to lote_rej_tipo
           move 0 to lote_rej_diam
           move 0 to lote_rej_preco
           move 0 to lote_rej_forn
           move 0 to lote_rej_cat
           move 0 to lote_rej_dup
           move 0 to lote_alterados
           move 0 to lote_pendentes

           open input arqrej

           if fs-arqrej <> "00" then
               display "Arquivo de rejeitados REJEITOS.LST nao "
               "encontrado"
           else
               open output arqrej2

               if fs-arqrej2 <> "00" then
                   display "Nao foi possivel abrir o arquivo de "
                   "saldo REJSALDO.TMP, reprocessamento cancelado"
                   close arqrej
               else
                   move "T" to rej_destino

                   perform until fs-arqrej <> "00"
                       read arqrej next record
                           at end
                               move "10" to fs-arqrej
                           not at end
                               add 1 to reap_lidos
                               perform corrigirrejeitado
                       end-read
                   end-perform

                   move "L" to rej_destino

                   close arqrej
                   close arqrej2

                   perform regravarrejeitados
                   perform resumoreproc
               end-if
           end-if
           .
       reprocessarrejeitados-exit.
           exit.

      *-----------------------------------------------------------------
      *correcao de um rejeitado: mostra o registro e o motivo, pede o
      *campo corrigido conforme o motivo e reenvia pela validacao da
      *importacao; quem nao for corrigido permanece como esta
       corrigirrejeitado section.
           move regtrans-rej to trans_w

           move fornec-tw   to fornec_edt
           move diametro-tw to diametro_edt
           move preco-tw    to preco_edt
           display " "
           display "Rejeitado: " nome-tw " forn " fornec_edt
           " formato " tipo-tw " diametro " diametro_edt
           " preco " preco_edt
           display "Motivo: " descmotivo-rej

           display "Corrigir e reenviar este registro? (S/N) "
           accept opcao_rej
           move function upper-case (opcao_rej) to opcao_rej

           if opcao_rej = "S" then
               evaluate motivo-rej
                   when "TI"
                       move space to tipo-tw
                       perform until tipo-tw = "C" or tipo-tw = "Q"
                           display "Novo formato (C-Redonda / "
                           "Q-Quadrada) "
                           accept tipo-tw
                           move function upper-case (tipo-tw)
                             to tipo-tw
                       end-perform
                   when "DZ"
                       move 0 to diametro-tw
                       perform until diametro-tw > 0
                           display "Novo diametro (ou lado, se "
                           "quadrada) "
                           accept diametro-tw
                           if diametro-tw = 0 then
                               display "Diametro invalido, informe "
                               "um valor maior que zero"
                           end-if
                       end-perform
                   when "PZ"
                       move 0 to preco-tw
                       perform until preco-tw > 0
                           display "Novo preco "
                           accept preco-tw
                           if preco-tw = 0 then
                               display "Preco invalido, informe um "
                               "valor maior que zero"
                           end-if
                       end-perform
                   when "FN"
                       perform informarfornecedor
                       move ent_fornec to fornec-tw
                   when "CT"
                       perform informarcategoria
                       move ent_categ to categ-tw
                   when "DP"
                       display "Novo nome da pizza "
                       accept nome-tw
                       perform informarfornecedor
                       move ent_fornec to fornec-tw
                   when other
                       display "Motivo desconhecido, registro sera "
                       "revalidado sem correcao"
               end-evaluate

               add 1 to reap_reenv
               perform validarimportacao
           else
      *mantendo o rejeitado como esta no arquivo de saldo
               add 1 to reap_mantidos
               move reg-rej to reg-rej2
               write reg-rej2
           end-if
           .
       corrigirrejeitado-exit.
           exit.

      *-----------------------------------------------------------------
      *regrava o arquivo de rejeitados apenas com o saldo que restou
      *do reprocessamento
       regravarrejeitados section.
           open input arqrej2
           open output arqrej

           if fs-arqrej2 = "00" and fs-arqrej = "00" then
               perform until fs-arqrej2 <> "00"
                   read arqrej2 next record
                       at end
                           move "10" to fs-arqrej2
                       not at end
                           move reg-rej2 to reg-rej
                           write reg-rej
                   end-read
               end-perform
           end-if

           close arqrej2
           close arqrej
           .
       regravarrejeitados-exit.
           exit.

      *-----------------------------------------------------------------
      *conciliacao do reprocessamento: lidos, reenviados, aceitos,
      *rejeitados de novo e mantidos, exibida e gravada no log de
      *auditoria como a conciliacao da importacao
       resumoreproc section.
           move reap_lidos      to reap_lidos_edt
           move reap_reenv      to reap_reenv_edt
           move reap_mantidos   to reap_mant_edt
           move lote_aceitos    to lote_aceitos_edt
           move lote_rejeitados to lote_rejeitados_edt

           display "Conciliacao do reprocessamento:"
           display "Lidos: " reap_lidos_edt "  Reenviados: "
           reap_reenv_edt "  Aceitos: " lote_aceitos_edt
           "  Rejeitados: " lote_rejeitados_edt "  Mantidos: "
           reap_mant_edt

           move spaces to linha_log
           string "Reprocessamento de rejeitados - Operador: "
                                      delimited by size
                  operador_id         delimited by size
                  "  Data: "          delimited by size
                  data_exec_br        delimited by size
                  "  Hora: "          delimited by size
                  hora_exec_br        delimited by size
             into linha_log
           move "REPR" to log_evento
           perform gravarlinhalog

           move spaces to linha_log
           string "Lidos: "           delimited by size
                  reap_lidos_edt      delimited by size
                  "  Reenviados: "    delimited by size
                  reap_reenv_edt      delimited by size
                  "  Aceitos: "       delimited by size
                  lote_aceitos_edt    delimited by size
                  "  Rejeitados: "    delimited by size
                  lote_rejeitados_edt delimited by size
                  "  Mantidos: "      delimited by size
                  reap_mant_edt       delimited by size
             into linha_log
           move "REPR" to log_evento
           perform gravarlinhalog
           .
       resumoreproc-exit.
           exit.

      *-----------------------------------------------------------------
       calculoarea section.
      *calculo da area da pizza, de acordo com o formato (tipo)
           evaluate ent_tipo
               when "Q"
                   compute ent_areapizza = ent_diametro *
                   ent_diametro
               when other
                   compute ent_areapizza = valor_pi *
                   ((ent_diametro/2) * (ent_diametro/2))
           end-evaluate

      *calculo para preco por cm 2
           compute ent_preco_cm2 =  ent_preco / ent_areapizza
           .
       calculoarea-exit.
           exit.


      *-----------------------------------------------------------------
      *normaliza o preco efetivo de todo o catalogo para o preco de
      *tabela, antes da aplicacao das promocoes vigentes
       resetarpromocoes section.
           move low-values to chave-cad
           start cadpizza key >= chave-cad
               invalid key
                   move "23" to fs-cadpizza
           end-start

           perform until fs-cadpizza <> "00"
               read cadpizza next record
                   at end
                       move "10" to fs-cadpizza
                   not at end
                       move preco-cad to preco_efet-cad
                       move "N"       to empromo-cad
                       if areapizza-cad > 0 then
                           compute preco_cm2-cad = preco-cad /
                               areapizza-cad
                           compute custo_pessoa-cad = (preco-cad *
                               cm2_por_pessoa) / areapizza-cad
                       end-if
                       rewrite reg-cadpizza
               end-read
           end-perform
           .
       resetarpromocoes-exit.
           exit.

      *-----------------------------------------------------------------
      *aplica sobre o catalogo as promocoes vigentes na data da
      *execucao, recalculando o preco por cm2 com o preco efetivo
       aplicarpromocoes section.
           perform resetarpromocoes

           move 0 to promo_aplicadas

           open input arqpromo

           if fs-arqpromo = "00" then
               perform until fs-arqpromo <> "00"
                   read arqpromo next record
                       at end
                           move "10" to fs-arqpromo
                       not at end
                           perform aplicarpromo
                   end-read
               end-perform
               close arqpromo

               move promo_aplicadas to promo_aplicadas_edt
               display "Promocoes vigentes aplicadas: "
               promo_aplicadas_edt
           end-if
           .
       aplicarpromocoes-exit.
           exit.

      *-----------------------------------------------------------------
      *aplica uma promocao no catalogo, quando vigente na data da
      *execucao e quando a pizza anunciada esta cadastrada
       aplicarpromo section.
           if data_execucao >= dtini-promo
              and data_execucao <= dtfim-promo then

               move nome-promo   to nome-cad
               move fornec-promo to fornec-cad

               read cadpizza record
                   invalid key
                       continue
                   not invalid key
                       evaluate tipopromo-promo
                           when "P"
                               move valor-promo to preco_efet-cad
                           when "D"
                               compute preco_efet-cad = preco-cad *
                                   (100 - valor-promo) / 100
                           when other
                               move 0 to preco_efet-cad
                       end-evaluate

                       if preco_efet-cad > 0
                          and areapizza-cad > 0 then
                           move "S" to empromo-cad
                           compute preco_cm2-cad = preco_efet-cad /
                               areapizza-cad
                           compute custo_pessoa-cad =
                               (preco_efet-cad * cm2_por_pessoa) /
                               areapizza-cad
                           rewrite reg-cadpizza
                           add 1 to promo_aplicadas
                       end-if
               end-read
           end-if
           .
       aplicarpromo-exit.
           exit.

      *-----------------------------------------------------------------
      *grava em cada pizza a taxa de entrega do fornecedor e o custo
      *total do pedido minimo (preco efetivo mais taxa); pizzas de
      *retirada (fornecedor 0) ficam com taxa zero
       calculartaxas section.
           open input cadforn
           if fs-cadforn = "00" then
               move "S" to cadforn_ok
           else
               move "N" to cadforn_ok
           end-if

           move low-values to chave-cad
           start cadpizza key >= chave-cad
               invalid key
                   move "23" to fs-cadpizza
           end-start

           perform until fs-cadpizza <> "00"
               read cadpizza next record
                   at end
                       move "10" to fs-cadpizza
                   not at end
                       move 0 to taxa_ent-cad
                       if fornec-cad > 0 and cadforn_ok = "S" then
                           move fornec-cad to codigo-forn
                           read cadforn record
                               invalid key
                                   continue
                               not invalid key
                                   move taxa-forn to taxa_ent-cad
                           end-read
                       end-if
                       compute custo_total-cad = preco_efet-cad +
                           taxa_ent-cad
                       rewrite reg-cadpizza
               end-read
           end-perform

           if cadforn_ok = "S" then
               close cadforn
           end-if
           .
       calculartaxas-exit.
           exit.

      *-----------------------------------------------------------------
      *triagem dos precos fora da curva: marca no catalogo as pizzas
      *com preco por cm2 muito distante da mediana da sua categoria ou
      *do seu ultimo preco no historico, e as lista para conferencia
      *antes da publicacao do ranking
       triagemprecos section.
           move 0 to tri_suspeitos

           perform varying ind_tcat from 1 by 1 until ind_tcat > 1000
               move 0 to qtde_tcat(ind_tcat)
               move 0 to mediana_tcat(ind_tcat)
           end-perform

           sort sortwk on ascending key categ-sw
                                        preco_cm2-sw
               input procedure is lercatalogotriagem
               output procedure is calcularmedianas

           perform abrirhistorico

           move 0 to numero_pagina
           move 0 to contador_linhas

           open output arqsusp
           if fs-arqsusp <> "00" then
               display "Nao foi possivel abrir o relatorio SUSPEITOS."
               "LST"
           else
               perform cabecalhosusp
           end-if

           move low-values to chave-cad
           start cadpizza key >= chave-cad
               invalid key
                   move "23" to fs-cadpizza
           end-start

           perform until fs-cadpizza <> "00"
               read cadpizza next record
                   at end
                       move "10" to fs-cadpizza
                   not at end
                       perform triarpizza
               end-read
           end-perform

           if hisx_ok = "S" then
               close arqhisx
           end-if

           if fs-arqsusp = "00" then
               if tri_suspeitos = 0 then
                   move "Nenhum preco fora da tolerancia" to linha_imp
                   move linha_imp to reg-susp
                   write reg-susp after advancing 1 lines
               end-if
               close arqsusp
           end-if

           if tri_suspeitos > 0 then
               move tri_suspeitos to tri_susp_edt
               display "Precos suspeitos marcados no ranking: "
               tri_susp_edt " - ver SUSPEITOS.LST"

               move spaces to linha_log
               string "Triagem de precos - Operador: "
                                          delimited by size
                      operador_id         delimited by size
                      "  Suspeitos: "     delimited by size
                      tri_susp_edt        delimited by size
                      "  Data: "          delimited by size
                      data_exec_br        delimited by size
                 into linha_log
               move "SUSP" to log_evento
               perform gravarlinhalog
           end-if
           .
       triagemprecos-exit.
           exit.

      *-----------------------------------------------------------------
      *entrada da classificacao da triagem: o catalogo inteiro, com a
      *contagem de pizzas por categoria
       lercatalogotriagem section.
           move low-values to chave-cad
           start cadpizza key >= chave-cad
               invalid key
                   move "23" to fs-cadpizza
           end-start

           perform until fs-cadpizza <> "00"
               read cadpizza next record
                   at end
                       move "10" to fs-cadpizza
                   not at end
                       compute ind_tcat = categ-cad + 1
                       add 1 to qtde_tcat(ind_tcat)
                       release reg-sort from reg-cadpizza
               end-read
           end-perform
           .
       lercatalogotriagem-exit.
           exit.

      *-----------------------------------------------------------------
      *saida da classificacao da triagem: com as pizzas de cada
      *categoria em ordem de preco por cm2, guarda a mediana da
      *categoria (media dos dois do meio quando a quantidade e par)
       calcularmedianas section.
           move "S" to tri_primeira
           move "N" to tri_fim

           perform until tri_fim = "S"
               return sortwk record
                   at end
                       move "S" to tri_fim
                   not at end
                       if tri_primeira = "S"
                          or categ-sw <> tri_categ then
                           move "N"      to tri_primeira
                           move categ-sw to tri_categ
                           move 0        to tri_pos
                       end-if

                       add 1 to tri_pos
                       compute ind_tcat = categ-sw + 1
                       compute tri_meio_inf =
                           (qtde_tcat(ind_tcat) + 1) / 2
                       compute tri_meio_sup =
                           (qtde_tcat(ind_tcat) + 2) / 2

                       if tri_pos = tri_meio_inf then
                           move preco_cm2-sw to mediana_tcat(ind_tcat)
                       end-if

                       if tri_pos = tri_meio_sup
                          and tri_meio_sup <> tri_meio_inf then
                           compute mediana_tcat(ind_tcat) =
                               (mediana_tcat(ind_tcat) + preco_cm2-sw)
                               / 2
                       end-if
               end-return
           end-perform
           .
       calcularmedianas-exit.
           exit.

      *-----------------------------------------------------------------
      *confere a pizza corrente do catalogo com a mediana da categoria
      *e com o ultimo preco do historico e grava a marca de suspeita
       triarpizza section.
           move "N"    to suspeito-cad
           move spaces to tri_motivo
           move 0      to tri_desvio_cat
           move 0      to tri_desvio_hist

           compute ind_tcat = categ-cad + 1
           move mediana_tcat(ind_tcat) to tri_mediana

      *categorias com poucas pizzas nao tem mediana representativa
           if qtde_tcat(ind_tcat) >= tri_min_categ
              and tri_mediana > 0 then
               compute tri_desvio_cat rounded =
                   ((preco_cm2-cad - tri_mediana) / tri_mediana) * 100
               if tri_desvio_cat > tol_categ
                  or tri_desvio_cat < (0 - tol_categ) then
                   move "S"         to suspeito-cad
                   move "CATEGORIA" to tri_motivo
               end-if
           end-if

           move "N" to tri_achou
           move 0   to tri_ultimo
           if hisx_ok = "S" then
               perform ultimohistorico
           end-if

           if tri_achou = "S" and tri_ultimo > 0 then
               compute tri_desvio_hist rounded =
                   ((preco_cm2-cad - tri_ultimo) / tri_ultimo) * 100
               if tri_desvio_hist > tol_hist
                  or tri_desvio_hist < (0 - tol_hist) then
                   if suspeito-cad = "S" then
                       move "CATEG+HIST" to tri_motivo
                   else
                       move "HISTORICO"  to tri_motivo
                   end-if
                   move "S" to suspeito-cad
               end-if
           end-if

           rewrite reg-cadpizza

           if suspeito-cad = "S" then
               add 1 to tri_suspeitos
               if fs-arqsusp = "00" then
                   perform imprimirsuspeito
               end-if
           end-if
           .
       triarpizza-exit.
           exit.

      *-----------------------------------------------------------------
      *busca no historico o ultimo preco por cm2 gravado para a pizza
      *corrente, devolvendo tri_achou = "S" e o preco em tri_ultimo
       ultimohistorico section.
           move nome-cad   to nome-hisx
           move fornec-cad to fornec-hisx
           move 0          to data-hisx
           move 0          to hora-hisx
           start arqhisx key >= chave-hisx
               invalid key
                   move "23" to fs-arqhisx
           end-start

           perform until fs-arqhisx <> "00"
               read arqhisx next record
                   at end
                       move "10" to fs-arqhisx
                   not at end
                       if nome-hisx = nome-cad
                          and fornec-hisx = fornec-cad then
                           move "S"            to tri_achou
                           move preco_cm2-hisx to tri_ultimo
                       else
                           move "10" to fs-arqhisx
                       end-if
               end-read
           end-perform

           move "00" to fs-arqhisx
           .
       ultimohistorico-exit.
           exit.

      *-----------------------------------------------------------------
      *cabecalho e quebra de pagina da lista de precos suspeitos
       cabecalhosusp section.
           add 1 to numero_pagina
           move numero_pagina to pagina_edt

           move spaces to linha_imp
           string nome_loja                      delimited by size
                  " - Precos Suspeitos - Data: "
                                                   delimited by size
                  data_exec_br                    delimited by size
                  "  Pag: "                       delimited by size
                  pagina_edt                      delimited by size
             into linha_imp
           move linha_imp to reg-susp

           if numero_pagina > 1 then
               write reg-susp after advancing page
           else
               write reg-susp
           end-if

           move tol_categ to tol_cat_edt
           move tol_hist  to tol_hist_edt
           move spaces to linha_imp
           string "Tolerancia: mediana da categoria "
                                                   delimited by size
                  tol_cat_edt                     delimited by size
                  "%  ultimo preco "              delimited by size
                  tol_hist_edt                    delimited by size
                  "%"                             delimited by size
             into linha_imp
           move linha_imp to reg-susp
           write reg-susp after advancing 1 lines

           move spaces to linha_imp
           string "Nome            For Cat Pr/cm2 Median  Dif% "
                                                   delimited by size
                  "Ultimo  Dif% Motivo"            delimited by size
             into linha_imp
           move linha_imp to reg-susp
           write reg-susp after advancing 1 lines

           move linha_traco to reg-susp
           write reg-susp after advancing 1 lines

           move 0 to contador_linhas
           .
       cabecalhosusp-exit.
           exit.

      *-----------------------------------------------------------------
      *linha da lista de precos suspeitos com a pizza corrente
       imprimirsuspeito section.
           if contador_linhas >= max_linhas_pagina then
               perform cabecalhosusp
           end-if

           move spaces to tri_mediana_txt
           move spaces to tri_pct_cat_txt
           if qtde_tcat(ind_tcat) >= tri_min_categ
              and tri_mediana > 0 then
               move tri_mediana     to tri_mediana_edt
               move tri_mediana_edt to tri_mediana_txt
               move tri_desvio_cat  to tri_pct_cat_edt
               move tri_pct_cat_edt to tri_pct_cat_txt
           end-if

           move spaces to tri_ultimo_txt
           move spaces to tri_pct_hist_txt
           if tri_achou = "S" and tri_ultimo > 0 then
               move tri_ultimo       to tri_ultimo_edt
               move tri_ultimo_edt   to tri_ultimo_txt
               move tri_desvio_hist  to tri_pct_hist_edt
               move tri_pct_hist_edt to tri_pct_hist_txt
           end-if

           move fornec-cad    to fornec_edt
           move categ-cad     to categ_edt
           move preco_cm2-cad to preco_cm2_edt

           move spaces to linha_imp
           string nome-cad         delimited by size
                  " "              delimited by size
                  fornec_edt       delimited by size
                  " "              delimited by size
                  categ_edt        delimited by size
                  " "              delimited by size
                  preco_cm2_edt    delimited by size
                  " "              delimited by size
                  tri_mediana_txt  delimited by size
                  " "              delimited by size
                  tri_pct_cat_txt  delimited by size
                  " "              delimited by size
                  tri_ultimo_txt   delimited by size
                  " "              delimited by size
                  tri_pct_hist_txt delimited by size
                  " "              delimited by size
                  tri_motivo       delimited by size
             into linha_imp

           move linha_imp to reg-susp
           write reg-susp after advancing 1 lines
           add 1 to contador_linhas
           .
       imprimirsuspeito-exit.
           exit.

      *-----------------------------------------------------------------
      *classifica o catalogo inteiro por melhor custo beneficio,
      *gerando o arquivo de classificacao lido pelos relatorios
       ordenando section.
           sort sortwk on ascending key preco_cm2-sw
                                        nome-sw
                                        fornec-sw
               using cadpizza
               giving arqclass
           .
       ordenando-exit.
           exit.

      *-----------------------------------------------------------------
      *classifica o catalogo por categoria de sabor e, dentro de cada
      *categoria, por melhor custo beneficio, para o ranking em
      *secoes por categoria
       ordenarcategoria section.
           sort sortwk on ascending key categ-sw
                                        preco_cm2-sw
                                        nome-sw
                                        fornec-sw
               using cadpizza
               giving arqclass4
           .
       ordenarcategoria-exit.
           exit.

      *-----------------------------------------------------------------
      *classifica o catalogo por familia de tamanhos e, dentro de cada
      *familia, por diametro, para o relatorio de degraus de tamanho
       ordenarfamilia section.
           sort sortwk on ascending key familia-sw
                                        diametro-sw
                                        preco_cm2-sw
                                        nome-sw
                                        fornec-sw
               using cadpizza
               giving arqclass5
           .
       ordenarfamilia-exit.
           exit.

      *-----------------------------------------------------------------
      *classifica o catalogo por custo por pessoa, para o ranking de
      *porcoes pedido na geracao do ranking
       ordenarpessoa section.
           sort sortwk on ascending key custo_pessoa-sw
                                        preco_cm2-sw
                                        nome-sw
                                        fornec-sw
               using cadpizza
               giving arqclass2
           .
       ordenarpessoa-exit.
           exit.

      *-----------------------------------------------------------------
      *classifica o catalogo pelo custo total com a taxa de entrega,
      *para o ranking com entrega pedido na geracao do ranking
       ordenartaxa section.
           sort sortwk on ascending key custo_total-sw
                                        preco_cm2-sw
                                        nome-sw
                                        fornec-sw
               using cadpizza
               giving arqclass3
           .
       ordenartaxa-exit.
           exit.

      *-----------------------------------------------------------------
      *classifica o catalogo pelo indice de valor, para o ranking por
      *valor pedido na geracao do ranking
       ordenarvalor section.
           perform carregarpontualidade

           sort sortval on ascending key semaval-svl
                                         indice-svl
                                         nome-svl
                                         fornec-svl
               input procedure is lercatalogovalor
               giving arqclval
           .
       ordenarvalor-exit.
           exit.

      *-----------------------------------------------------------------
      *apura por fornecedor as entregas avaliadas dentro da janela de
      *avaliacao e quantas chegaram dentro do prazo de entrega
       carregarpontualidade section.
           compute aval_data_limite = function date-of-integer
               (function integer-of-date(data_execucao) - aval_dias)

           perform varying ind_pont from 1 by 1 until ind_pont > 1000
               move 0 to entregas_pforn(ind_pont)
               move 0 to notempo_pforn(ind_pont)
           end-perform

           open input avalpiz

           if fs-avalpiz = "00" then
               perform until fs-avalpiz <> "00"
                   read avalpiz next record
                       at end
                           move "10" to fs-avalpiz
                       not at end
                           if data-aval >= aval_data_limite
                              and minutos-aval > 0 then
                               compute ind_pont = fornec-aval + 1
                               add 1 to entregas_pforn(ind_pont)
                               if minutos-aval <= prazo_entrega then
                                   add 1 to notempo_pforn(ind_pont)
                               end-if
                           end-if
                   end-read
               end-perform
               close avalpiz
           end-if
           .
       carregarpontualidade-exit.
           exit.

      *-----------------------------------------------------------------
      *procedimento de entrada da classificacao por valor: percorre o
      *catalogo liberando cada pizza com a nota media do periodo, a
      *pontualidade do fornecedor e o indice de valor
       lercatalogovalor section.
           open input avalpiz
           if fs-avalpiz = "00" then
               move "S" to aval_arq_ok
           else
               move "N" to aval_arq_ok
           end-if

           open input cadpizza

           if fs-cadpizza = "00" then
               perform until fs-cadpizza <> "00"
                   read cadpizza next record
                       at end
                           move "10" to fs-cadpizza
                       not at end
                           perform liberarvalor
                   end-read
               end-perform
               close cadpizza
           end-if

           if aval_arq_ok = "S" then
               close avalpiz
           end-if
           .
       lercatalogovalor-exit.
           exit.

      *-----------------------------------------------------------------
      *calcula o indice de valor da pizza corrente: preco por cm2 x
      *(10 / nota media) x fator de pontualidade, que vai de 1 com
      *todas as entregas no prazo a 2 com nenhuma; fornecedor sem
      *entrega avaliada fica com fator 1. Menor indice e melhor
       liberarvalor section.
           move 0 to aval_soma
           move 0 to aval_qtde

           if aval_arq_ok = "S" then
               move nome-cad   to nome-aval
               move fornec-cad to fornec-aval
               move 0          to data-aval
               move 0          to hora-aval
               start avalpiz key >= chave-aval
                   invalid key
                       move "23" to fs-avalpiz
               end-start

               perform until fs-avalpiz <> "00"
                   read avalpiz next record
                       at end
                           move "10" to fs-avalpiz
                       not at end
                           if nome-aval = nome-cad
                              and fornec-aval = fornec-cad then
                               if data-aval >= aval_data_limite then
                                   add nota-aval to aval_soma
                                   add 1 to aval_qtde
                               end-if
                           else
                               move "10" to fs-avalpiz
                           end-if
                   end-read
               end-perform
           end-if

           move spaces          to reg-sval
           move nome-cad        to nome-svl
           move fornec-cad      to fornec-svl
           move tipo-cad        to tipo-svl
           move preco_efet-cad  to preco_efet-svl
           move empromo-cad     to empromo-svl
           move preco_cm2-cad   to preco_cm2-svl
           move aval_qtde       to qtaval-svl

           compute ind_pont = fornec-cad + 1
           if fornec-cad > 0 and entregas_pforn(ind_pont) > 0 then
               compute aval_pontual = (notempo_pforn(ind_pont) * 100)
                   / entregas_pforn(ind_pont)
               compute aval_fator rounded = 100 /
                   (50 + (aval_pontual / 2))
               move "S" to compont-svl
           else
               move 0   to aval_pontual
               move 1   to aval_fator
               move "N" to compont-svl
           end-if
           move aval_pontual to pontual-svl

           if aval_qtde > 0 then
               compute aval_media rounded = aval_soma / aval_qtde
               compute aval_indice rounded = (preco_cm2-cad * 10 *
                   aval_fator) / aval_media
               move "N"         to semaval-svl
               move aval_media  to nota-svl
               move aval_indice to indice-svl
           else
               move "S"           to semaval-svl
               move 0             to nota-svl
               move preco_cm2-cad to indice-svl
           end-if

           release reg-sval
           .
       liberarvalor-exit.
           exit.

      *-----------------------------------------------------------------
      *cabecalho e quebra de pagina do ranking por custo por pessoa
       cabecalhopess section.
           add 1 to numero_pagina
           move numero_pagina to pagina_edt

           move spaces to linha_imp
           string nome_loja                      delimited by size
                  " - Ranking por Custo por Pessoa - Data: "
                                                   delimited by size
                  data_exec_br                    delimited by size
                  "  Pag: "                       delimited by size
                  pagina_edt                      delimited by size
             into linha_imp
           move linha_imp to reg-relat2

           if numero_pagina > 1 then
               write reg-relat2 after advancing page
           else
               write reg-relat2
           end-if

           move spaces to linha_imp
           string "Nome            Forn Tp Porcoes  Cst/pessoa  "
                                                   delimited by size
                  "Efetivo   Prc/cm2"              delimited by size
             into linha_imp
           move linha_imp to reg-relat2
           write reg-relat2 after advancing 1 lines

           move linha_traco to reg-relat2
           write reg-relat2 after advancing 1 lines

           move 0 to contador_linhas
           .
       cabecalhopess-exit.
           exit.

      *-----------------------------------------------------------------
      *ranking por custo por pessoa: converte a area em porcoes pelo
      *fator de cm2 por pessoa e ordena pelo custo de cada porcao
       relatoriopessoa section.
           move 0 to numero_pagina
           move 0 to contador_linhas

           open output arqrelat2

           if fs-arqrelat2 <> "00" then
               display "Nao foi possivel abrir o relatorio RANKPESS."
               "LST"
           else
               perform cabecalhopess

               open input arqclass2

               if fs-arqclass2 = "00" then
                   perform until fs-arqclass2 <> "00"
                       read arqclass2 next record
                           at end
                               move "10" to fs-arqclass2
                           not at end
                               perform imprimirdetpess
                       end-read
                   end-perform
                   close arqclass2
               end-if

               close arqrelat2
           end-if
           .
       relatoriopessoa-exit.
           exit.

      *-----------------------------------------------------------------
      *linha de detalhe do ranking por custo por pessoa
       imprimirdetpess section.
           if contador_linhas >= max_linhas_pagina then
               perform cabecalhopess
           end-if

           if cm2_por_pessoa > 0 then
               compute porcoes = areapizza-cl2 / cm2_por_pessoa
           else
               move 0 to porcoes
           end-if

           move fornec-cl2       to fornec_edt
           move porcoes          to porcoes_edt
           move custo_pessoa-cl2 to custo_pess_edt
           move preco_efet-cl2   to preco_efet_edt
           move preco_cm2-cl2    to preco_cm2_edt

           if empromo-cl2 = "S" then
               move "*" to promo_flag
           else
               move " " to promo_flag
           end-if

           move spaces to linha_imp
           string nome-cl2        delimited by size
                  " "             delimited by size
                  fornec_edt      delimited by size
                  "  "            delimited by size
                  tipo-cl2        delimited by size
                  "  "            delimited by size
                  porcoes_edt     delimited by size
                  "    "          delimited by size
                  custo_pess_edt  delimited by size
                  "     "         delimited by size
                  preco_efet_edt  delimited by size
                  promo_flag      delimited by size
                  "  "            delimited by size
                  preco_cm2_edt   delimited by size
             into linha_imp

           move linha_imp to reg-relat2
           write reg-relat2 after advancing 1 lines
           add 1 to contador_linhas
           .
       imprimirdetpess-exit.
           exit.

      *-----------------------------------------------------------------
      *cabecalho e quebra de pagina do ranking com taxa de entrega
       cabecalhotaxa section.
           add 1 to numero_pagina
           move numero_pagina to pagina_edt

           move spaces to linha_imp
           string nome_loja                      delimited by size
                  " - Ranking com Taxa de Entrega - Data: "
                                                   delimited by size
                  data_exec_br                    delimited by size
                  "  Pag: "                       delimited by size
                  pagina_edt                      delimited by size
             into linha_imp
           move linha_imp to reg-relat3

           if numero_pagina > 1 then
               write reg-relat3 after advancing page
           else
               write reg-relat3
           end-if

           move spaces to linha_imp
           string "Nome            Forn Tp Efetivo   Taxa     "
                                                   delimited by size
                  "Custo total"                    delimited by size
             into linha_imp
           move linha_imp to reg-relat3
           write reg-relat3 after advancing 1 lines

           move linha_traco to reg-relat3
           write reg-relat3 after advancing 1 lines

           move 0 to contador_linhas
           .
       cabecalhotaxa-exit.
           exit.

      *-----------------------------------------------------------------
      *ranking com a taxa de entrega somada ao preco efetivo, para a
      *comparacao entre retirada e entrega na mesma pagina
       relatoriotaxa section.
           move 0 to numero_pagina
           move 0 to contador_linhas

           open output arqrelat3

           if fs-arqrelat3 <> "00" then
               display "Nao foi possivel abrir o relatorio RANKTAXA."
               "LST"
           else
               perform cabecalhotaxa

               open input arqclass3

               if fs-arqclass3 = "00" then
                   perform until fs-arqclass3 <> "00"
                       read arqclass3 next record
                           at end
                               move "10" to fs-arqclass3
                           not at end
                               perform imprimirdettaxa
                       end-read
                   end-perform
                   close arqclass3
               end-if

               close arqrelat3
           end-if
           .
       relatoriotaxa-exit.
           exit.

      *-----------------------------------------------------------------
      *linha de detalhe do ranking com taxa de entrega; pizzas de
      *retirada aparecem com taxa zero
       imprimirdettaxa section.
           if contador_linhas >= max_linhas_pagina then
               perform cabecalhotaxa
           end-if

           move fornec-cl3      to fornec_edt
           move preco_efet-cl3  to preco_efet_edt
           move taxa_ent-cl3    to taxa_edt
           move custo_total-cl3 to custo_total_edt

           if empromo-cl3 = "S" then
               move "*" to promo_flag
           else
               move " " to promo_flag
           end-if

           move spaces to linha_imp
           string nome-cl3        delimited by size
                  " "             delimited by size
                  fornec_edt      delimited by size
                  "  "            delimited by size
                  tipo-cl3        delimited by size
                  "  "            delimited by size
                  preco_efet_edt  delimited by size
                  promo_flag      delimited by size
                  "  "            delimited by size
                  taxa_edt        delimited by size
                  "  "            delimited by size
                  custo_total_edt delimited by size
             into linha_imp

           move linha_imp to reg-relat3
           write reg-relat3 after advancing 1 lines
           add 1 to contador_linhas
           .
       imprimirdettaxa-exit.
           exit.

      *-----------------------------------------------------------------
      *cabecalho e quebra de pagina do ranking por valor
       cabecalhovalor section.
           add 1 to numero_pagina
           move numero_pagina to pagina_edt

           move spaces to linha_imp
           string nome_loja                      delimited by size
                  " - Ranking por Valor - Data: "
                                                   delimited by size
                  data_exec_br                    delimited by size
                  "  Pag: "                       delimited by size
                  pagina_edt                      delimited by size
             into linha_imp
           move linha_imp to reg-relval

           if numero_pagina > 1 then
               write reg-relval after advancing page
           else
               write reg-relval
           end-if

           move aval_dias     to aval_dias_edt
           move prazo_entrega to aval_min_edt
           move spaces to linha_imp
           string "Avaliacoes dos ultimos " delimited by size
                  aval_dias_edt             delimited by size
                  " dias - entrega no prazo ate "
                                            delimited by size
                  aval_min_edt              delimited by size
                  " minutos"                delimited by size
             into linha_imp
           move linha_imp to reg-relval
           write reg-relval after advancing 1 lines

           move spaces to linha_imp
           string "Pos  Nome            Forn T  Efet. Prc/cm2 "
                                                   delimited by size
                  "Nota Av. Pont      Indice"      delimited by size
             into linha_imp
           move linha_imp to reg-relval
           write reg-relval after advancing 1 lines

           move linha_traco to reg-relval
           write reg-relval after advancing 1 lines

           move 0 to contador_linhas
           .
       cabecalhovalor-exit.
           exit.

      *-----------------------------------------------------------------
      *ranking por valor: o preco por cm2 ponderado pela nota media de
      *qualidade e pela pontualidade do fornecedor; as pizzas sem
      *avaliacao no periodo ficam fora da classificacao, listadas a
      *parte no fim
       relatoriovalor section.
           move 0 to numero_pagina
           move 0 to contador_linhas
           move 0 to aval_posicao
           move 0 to aval_sem

           open output arqrelval

           if fs-arqrelval <> "00" then
               display "Nao foi possivel abrir o relatorio RANKVALOR."
               "LST"
           else
               perform cabecalhovalor

               open input arqclval

               if fs-arqclval = "00" then
                   perform until fs-arqclval <> "00"
                       read arqclval next record
                           at end
                               move "10" to fs-arqclval
                           not at end
                               perform imprimirdetvalor
                       end-read
                   end-perform
                   close arqclval
               end-if

               move spaces to linha_imp
               string "Indice = prc/cm2 x 10/nota x fator de "
                                                   delimited by size
                      "pontualidade (1 a 2); menor e melhor"
                                                   delimited by size
                 into linha_imp
               move linha_imp to reg-relval
               write reg-relval after advancing 2 lines

               if aval_sem > 0 then
                   move aval_sem to aval_sem_edt
                   display "Pizzas sem avaliacao no periodo: "
                   aval_sem_edt " - ver RANKVALOR.LST"
               end-if

               close arqrelval
           end-if
           .
       relatoriovalor-exit.
           exit.

      *-----------------------------------------------------------------
      *cabecalho e quebra de pagina do relatorio de familias
       cabecalhofamilia section.
           add 1 to numero_pagina
           move numero_pagina to pagina_edt

           move spaces to linha_imp
           string nome_loja                      delimited by size
                  " - Tamanhos por Familia - Data: "
                                                   delimited by size
                  data_exec_br                    delimited by size
                  "  Pag: "                       delimited by size
                  pagina_edt                      delimited by size
             into linha_imp
           move linha_imp to reg-relfam

           if numero_pagina > 1 then
               write reg-relfam after advancing page
           else
               write reg-relfam
           end-if

           move spaces to linha_imp
           string "Nome            Forn T  Diam  Area  Efet. "
                                                   delimited by size
                  "Prc/cm2 Extra/cm2 Obs"          delimited by size
             into linha_imp
           move linha_imp to reg-relfam
           write reg-relfam after advancing 1 lines

           move linha_traco to reg-relfam
           write reg-relfam after advancing 1 lines

           move 0 to contador_linhas
           .
       cabecalhofamilia-exit.
           exit.

      *-----------------------------------------------------------------
      *relatorio de degraus de tamanho: os tamanhos de cada familia em
      *ordem de diametro, com o preco de cada cm2 a mais em relacao ao
      *tamanho anterior; marca o tamanho maior que sai mais caro por
      *cm2 que o menor. Pizzas sem familia ficam fora do relatorio
       relatoriofamilia section.
           move 0 to numero_pagina
           move 0 to contador_linhas
           move 0 to fam_qtde
           move 0 to fam_inversoes
           move "S" to fam_primeira

           open output arqrelfam

           if fs-arqrelfam <> "00" then
               display "Nao foi possivel abrir o relatorio FAMILIAS."
               "LST"
           else
               perform cabecalhofamilia

               open input arqclass5

               if fs-arqclass5 = "00" then
                   perform until fs-arqclass5 <> "00"
                       read arqclass5 next record
                           at end
                               move "10" to fs-arqclass5
                           not at end
                               if familia-cl5 > 0 then
                                   if fam_primeira = "S"
                                      or familia-cl5 <> fam_quebra then
                                       perform quebrafamilia
                                   end-if
                                   perform imprimirdetfamilia
                               end-if
                       end-read
                   end-perform
                   close arqclass5
               end-if

               if fam_qtde = 0 then
                   move "Nenhuma pizza com familia de tamanhos "
                     to linha_imp
                   move linha_imp to reg-relfam
                   write reg-relfam after advancing 1 lines
               end-if

               move spaces to linha_imp
               string "Extra/cm2 = diferenca de preco / diferenca "
                                                   delimited by size
                      "de area para o tamanho anterior"
                                                   delimited by size
                 into linha_imp
               move linha_imp to reg-relfam
               write reg-relfam after advancing 2 lines

               move spaces to linha_imp
               string "CM2 MAIOR = tamanho maior com preco por cm2 "
                                                   delimited by size
                      "acima do tamanho anterior"  delimited by size
                 into linha_imp
               move linha_imp to reg-relfam
               write reg-relfam after advancing 1 lines

               close arqrelfam

               move fam_qtde      to fam_qtde_edt
               move fam_inversoes to fam_inv_edt
               display "Familias de tamanhos: " fam_qtde_edt
               "  tamanhos com preco por cm2 maior: " fam_inv_edt
               " - ver FAMILIAS.LST"
           end-if
           .
       relatoriofamilia-exit.
           exit.

      *-----------------------------------------------------------------
      *quebra de familia: titulo da secao e inicio da comparacao
       quebrafamilia section.
           move "N"         to fam_primeira
           move familia-cl5 to fam_quebra
           move 0           to fam_ant_area
           add 1 to fam_qtde

           if contador_linhas + 3 >= max_linhas_pagina then
               perform cabecalhofamilia
           end-if

           move spaces to reg-relfam
           write reg-relfam after advancing 1 lines

           move familia-cl5 to familia_edt
           move spaces to linha_imp
           string "Familia " delimited by size
                  familia_edt delimited by size
             into linha_imp
           move linha_imp to reg-relfam
           write reg-relfam after advancing 1 lines
           add 2 to contador_linhas
           .
       quebrafamilia-exit.
           exit.

      *-----------------------------------------------------------------
      *linha de um tamanho da familia; o primeiro tamanho nao tem
      *degrau a comparar
       imprimirdetfamilia section.
           if contador_linhas >= max_linhas_pagina then
               perform cabecalhofamilia
           end-if

           move spaces to fam_obs
           move spaces to fam_custo_txt

           if fam_ant_area > 0 and areapizza-cl5 > fam_ant_area then
               compute fam_custo_extra rounded =
                   (preco_efet-cl5 - fam_ant_preco) /
                   (areapizza-cl5 - fam_ant_area)
               move fam_custo_extra to fam_custo_edt
               move fam_custo_edt   to fam_custo_txt

               if preco_cm2-cl5 > fam_ant_cm2 then
                   move "CM2 MAIOR" to fam_obs
                   add 1 to fam_inversoes
               end-if
           end-if

           move fornec-cl5     to fornec_edt
           move diametro-cl5   to diametro_edt
           move areapizza-cl5  to areapizza_edt
           move preco_efet-cl5 to preco_efet_edt
           move preco_cm2-cl5  to preco_cm2_edt

           move spaces to linha_imp
           string nome-cl5        delimited by size
                  " "             delimited by size
                  fornec_edt      delimited by size
                  "  "            delimited by size
                  tipo-cl5        delimited by size
                  "  "            delimited by size
                  diametro_edt    delimited by size
                  "  "            delimited by size
                  areapizza_edt   delimited by size
                  " "             delimited by size
                  preco_efet_edt  delimited by size
                  "  "            delimited by size
                  preco_cm2_edt   delimited by size
                  " "             delimited by size
                  fam_custo_txt   delimited by size
                  " "             delimited by size
                  fam_obs         delimited by size
             into linha_imp

           move linha_imp to reg-relfam
           write reg-relfam after advancing 1 lines
           add 1 to contador_linhas

           move areapizza-cl5  to fam_ant_area
           move preco_efet-cl5 to fam_ant_preco
           move preco_cm2-cl5  to fam_ant_cm2
           .
       imprimirdetfamilia-exit.
           exit.

      *-----------------------------------------------------------------
      *linha de detalhe do ranking por valor; a primeira pizza sem
      *avaliacao abre a secao das pizzas fora da classificacao
       imprimirdetvalor section.
           if semaval-clv = "S" and aval_sem = 0 then
               if contador_linhas + 3 >= max_linhas_pagina then
                   perform cabecalhovalor
               end-if

               move aval_dias to aval_dias_edt
               move spaces to linha_imp
               string "*** SEM AVALIACAO nos ultimos "
                                                   delimited by size
                      aval_dias_edt                delimited by size
                      " dias - fora da classificacao por valor ***"
                                                   delimited by size
                 into linha_imp
               move linha_imp to reg-relval
               write reg-relval after advancing 2 lines
               add 2 to contador_linhas
           end-if

           if contador_linhas >= max_linhas_pagina then
               perform cabecalhovalor
           end-if

           move fornec-clv     to fornec_edt
           move preco_efet-clv to preco_efet_edt
           move preco_cm2-clv  to preco_cm2_edt

           if empromo-clv = "S" then
               move "*" to promo_flag
           else
               move " " to promo_flag
           end-if

           move spaces to linha_imp

           if semaval-clv = "N" then
               add 1 to aval_posicao
               move aval_posicao  to aval_pos_edt
               move nota-clv      to aval_media_edt
               move qtaval-clv    to aval_qtde_edt
               move indice-clv    to aval_indice_edt

               if compont-clv = "S" then
                   move pontual-clv to aval_pont_edt
                   move spaces to aval_pont_txt
                   string aval_pont_edt delimited by size
                          "%"           delimited by size
                     into aval_pont_txt
               else
                   move " n/d" to aval_pont_txt
               end-if

               string aval_pos_edt     delimited by size
                      " "              delimited by size
                      nome-clv         delimited by size
                      " "              delimited by size
                      fornec_edt       delimited by size
                      "  "             delimited by size
                      tipo-clv         delimited by size
                      " "              delimited by size
                      preco_efet_edt   delimited by size
                      promo_flag       delimited by size
                      " "              delimited by size
                      preco_cm2_edt    delimited by size
                      " "              delimited by size
                      aval_media_edt   delimited by size
                      " "              delimited by size
                      aval_qtde_edt    delimited by size
                      " "              delimited by size
                      aval_pont_txt    delimited by size
                      "  "             delimited by size
                      aval_indice_edt  delimited by size
                 into linha_imp
           else
               add 1 to aval_sem

               string "     "          delimited by size
                      nome-clv         delimited by size
                      " "              delimited by size
                      fornec_edt       delimited by size
                      "  "             delimited by size
                      tipo-clv         delimited by size
                      " "              delimited by size
                      preco_efet_edt   delimited by size
                      promo_flag       delimited by size
                      " "              delimited by size
                      preco_cm2_edt    delimited by size
                      " SEM AVALIACAO" delimited by size
                 into linha_imp
           end-if

           move linha_imp to reg-relval
           write reg-relval after advancing 1 lines
           add 1 to contador_linhas
           .
       imprimirdetvalor-exit.
           exit.

      *-----------------------------------------------------------------
      *ranking consolidado da rede: confere o arquivo de transmissao de
      *cada loja configurada nos parametros, classifica as pizzas das
      *transmissoes aceitas com a marca da loja de origem e gera um
      *relatorio unico da rede com a recepcao e secoes por loja
       rankingconsolidado section.
           if qtde_lojas = 0 then
               display "Nenhuma transmissao de loja configurada nos "
               "parametros (CATLOJA1 a CATLOJA9)"
           else
               move 0 to trm_aceitas
               move 0 to trm_rejeitadas

               perform conferirtransmissao
                   varying ind_loja from 1 by 1
                   until ind_loja > 9

               sort sortcons on ascending key preco_cm2-scw
                                              nome-scw
                                              fornec-scw
                   input procedure is lercatalogoslojas
                   giving arqclcons

               perform relatorioconsolidado

               display "Relatorio consolidado gravado em CONSOLID."
               "LST"
               if trm_rejeitadas > 0 then
                   display "Transmissoes rejeitadas: " trm_rejeitadas
                   " - ver a recepcao no CONSOLID.LST"
               end-if
               display "Tecle ENTER para continuar"
               accept opcao_menu
               move "0" to opcao_menu
           end-if
           .
       rankingconsolidado-exit.
           exit.

      *-----------------------------------------------------------------
      *conferencia do arquivo de transmissao de uma loja: exige o
      *cabecalho, confere a quantidade de detalhes e os totais de
      *precos com o trailer e a idade da execucao da loja; o primeiro
      *problema encontrado fica como motivo da rejeicao
       conferirtransmissao section.
           move spaces to situacao_rcp(ind_loja)
           move spaces to motivo_rcp(ind_loja)
           move spaces to loja_rcp(ind_loja)
           move spaces to operador_rcp(ind_loja)
           move 0      to data_rcp(ind_loja)
           move 0      to qtde_rcp(ind_loja)
           move 0      to qtde_rod_rcp(ind_loja)
           move 0      to preco_rcp(ind_loja)
           move 0      to preco_rod_rcp(ind_loja)
           move 0      to efet_rcp(ind_loja)
           move 0      to efet_rod_rcp(ind_loja)

           if arqcat_loja(ind_loja) <> spaces then
               move arqcat_loja(ind_loja) to arqtransm_emuso
               move "N" to trm_rodape

               open input arqtransm

               if fs-arqtransm <> "00" then
                   move "Arquivo de transmissao nao encontrado"
                     to motivo_rcp(ind_loja)
               else
                   move "N" to trm_fim
                   read arqtransm
                       at end
                           move "S" to trm_fim
                   end-read

                   if trm_fim = "N" and tipo-trm = "H" then
                       move loja-tcb     to loja_rcp(ind_loja)
                       move operador-tcb to operador_rcp(ind_loja)
                       if data-tcb is numeric then
                           move data-tcb to data_rcp(ind_loja)
                       end-if
                   else
                       move "Sem registro de cabecalho"
                         to motivo_rcp(ind_loja)
                       move "S" to trm_fim
                   end-if

                   perform until trm_fim = "S"
                       read arqtransm
                           at end
                               move "S" to trm_fim
                           not at end
                               perform conferirregtransm
                       end-read
                   end-perform

                   close arqtransm
               end-if

               perform julgartransmissao
           end-if
           .
       conferirtransmissao-exit.
           exit.

      *-----------------------------------------------------------------
      *confere um registro de detalhe ou o trailer da transmissao,
      *somando os detalhes para o confronto com o trailer
       conferirregtransm section.
           evaluate tipo-trm
               when "D"
                   if trm_rodape = "S" then
                       if motivo_rcp(ind_loja) = spaces then
                           move "Detalhe apos o registro trailer"
                             to motivo_rcp(ind_loja)
                       end-if
                   else
                       if preco-tdt is numeric
                          and preco_efet-tdt is numeric then
                           add 1 to qtde_rcp(ind_loja)
                           add preco-tdt      to preco_rcp(ind_loja)
                           add preco_efet-tdt to efet_rcp(ind_loja)
                       else
                           if motivo_rcp(ind_loja) = spaces then
                               move "Detalhe com preco invalido"
                                 to motivo_rcp(ind_loja)
                           end-if
                       end-if
                   end-if
               when "T"
                   if trm_rodape = "S" then
                       if motivo_rcp(ind_loja) = spaces then
                           move "Mais de um registro trailer"
                             to motivo_rcp(ind_loja)
                       end-if
                   else
                       move "S" to trm_rodape
                       if qtde-trd is numeric
                          and total_preco-trd is numeric
                          and total_efet-trd is numeric then
                           move qtde-trd to qtde_rod_rcp(ind_loja)
                           move total_preco-trd
                             to preco_rod_rcp(ind_loja)
                           move total_efet-trd
                             to efet_rod_rcp(ind_loja)
                       else
                           if motivo_rcp(ind_loja) = spaces then
                               move "Trailer com totais invalidos"
                                 to motivo_rcp(ind_loja)
                           end-if
                       end-if
                   end-if
               when other
                   if motivo_rcp(ind_loja) = spaces then
                       move "Tipo de registro invalido"
                         to motivo_rcp(ind_loja)
                   end-if
           end-evaluate
           .
       conferirregtransm-exit.
           exit.

      *-----------------------------------------------------------------
      *decide a recepcao da transmissao da loja: sem motivo apurado na
      *leitura, confere o trailer e a idade da execucao; rejeicoes vao
      *para o log de auditoria
       julgartransmissao section.
           if motivo_rcp(ind_loja) = spaces
              and trm_rodape <> "S" then
               move "Sem registro trailer: transmissao incompleta"
                 to motivo_rcp(ind_loja)
           end-if

           if motivo_rcp(ind_loja) = spaces
              and qtde_rcp(ind_loja) <> qtde_rod_rcp(ind_loja) then
               move "Quantidade de detalhes nao confere"
                 to motivo_rcp(ind_loja)
           end-if

           if motivo_rcp(ind_loja) = spaces
              and (preco_rcp(ind_loja) <> preco_rod_rcp(ind_loja)
                or efet_rcp(ind_loja) <> efet_rod_rcp(ind_loja)) then
               move "Totais de precos nao conferem"
                 to motivo_rcp(ind_loja)
           end-if

           if motivo_rcp(ind_loja) = spaces then
               if function test-date-yyyymmdd(data_rcp(ind_loja))
                  <> 0 then
                   move "Data de execucao invalida no cabecalho"
                     to motivo_rcp(ind_loja)
               else
                   compute trm_idade =
                       function integer-of-date(data_execucao) -
                       function integer-of-date(data_rcp(ind_loja))
                   if trm_idade < 0 then
                       move "Data de execucao posterior a de hoje"
                         to motivo_rcp(ind_loja)
                   else
                       if trm_idade > transm_dias then
                           move trm_idade to trm_idade_edt
                           string "Transmissao vencida: execucao ha "
                                                  delimited by size
                                  function trim(trm_idade_edt)
                                                  delimited by size
                                  " dias"         delimited by size
                             into motivo_rcp(ind_loja)
                       end-if
                   end-if
               end-if
           end-if

           if motivo_rcp(ind_loja) = spaces then
               move "A" to situacao_rcp(ind_loja)
               add 1 to trm_aceitas
           else
               move "R" to situacao_rcp(ind_loja)
               add 1 to trm_rejeitadas

               move ind_loja to loja_edt
               move spaces to linha_log
               string "Transmissao da loja "  delimited by size
                      loja_edt                delimited by size
                      " rejeitada: "          delimited by size
                      arqtransm_emuso         delimited by space
                      " - "                   delimited by size
                      motivo_rcp(ind_loja)    delimited by size
                 into linha_log
               move "TRNR" to log_evento
               move arqtransm_emuso to log_chave
               perform gravarlinhalog
           end-if
           .
       julgartransmissao-exit.
           exit.

      *-----------------------------------------------------------------
      *procedimento de entrada da classificacao consolidada: percorre
      *as transmissoes aceitas liberando cada pizza com a marca da
      *loja de origem
       lercatalogoslojas section.
           perform varying ind_loja from 1 by 1 until ind_loja > 9
               if situacao_rcp(ind_loja) = "A" then
                   move arqcat_loja(ind_loja) to arqtransm_emuso
                   open input arqtransm

                   if fs-arqtransm <> "00" then
                       move ind_loja to loja_edt
                       display "Transmissao da loja " loja_edt
                       " indisponivel: " arqtransm_emuso
                   else
                       perform until fs-arqtransm <> "00"
                           read arqtransm
                               at end
                                   move "10" to fs-arqtransm
                               not at end
                                   if tipo-trm = "D" then
                                       perform liberartransm
                                   end-if
                           end-read
                       end-perform
                       close arqtransm
                   end-if
               end-if
           end-perform
       lercatalogoslojas-exit.
           exit.

      *-----------------------------------------------------------------
      *libera para a classificacao consolidada a pizza do detalhe de
      *transmissao corrente
       liberartransm section.
           move ind_loja       to loja-scw
           move nome-tdt       to nome-scw
           move fornec-tdt     to fornec-scw
           move tipo_pizza-tdt to tipo-scw
           move diametro-tdt   to diametro-scw
           move preco-tdt      to preco-scw
           move preco_efet-tdt to preco_efet-scw
           move preco_cm2-tdt  to preco_cm2-scw
           move empromo-tdt    to empromo-scw
           release reg-scons
           .
       liberartransm-exit.
           exit.

      *-----------------------------------------------------------------
      *cabecalho e quebra de pagina da recepcao das transmissoes, na
      *abertura do relatorio consolidado
       cabecalhorecep section.
           add 1 to numero_pagina
           move numero_pagina to pagina_edt

           move spaces to linha_imp
           string nome_loja                      delimited by size
                  " - Recepcao das Transmissoes - Data: "
                                                   delimited by size
                  data_exec_br                    delimited by size
                  "  Pag: "                       delimited by size
                  pagina_edt                      delimited by size
             into linha_imp
           move linha_imp to reg-relcons

           if numero_pagina > 1 then
               write reg-relcons after advancing page
           else
               write reg-relcons
           end-if

           move spaces to linha_imp
           string "Lj Arquivo              Loja de origem       "
                                                   delimited by size
                  "Data       Operador   Situacao" delimited by size
             into linha_imp
           move linha_imp to reg-relcons
           write reg-relcons after advancing 1 lines

           move linha_traco to reg-relcons
           write reg-relcons after advancing 1 lines

           move 0 to contador_linhas
           .
       cabecalhorecep-exit.
           exit.

      *-----------------------------------------------------------------
      *recepcao de uma loja: identificacao do cabecalho, quantidade e
      *totais apurados contra os do trailer e o motivo da rejeicao
       imprimirrecepcao section.
           if arqcat_loja(loja_filtro) <> spaces then
               if contador_linhas + 3 >= max_linhas_pagina then
                   perform cabecalhorecep
               end-if

               move loja_filtro to loja_edt

               if data_rcp(loja_filtro) > 0 then
                   move spaces to trm_data_br
                   string data_rcp(loja_filtro)(7:2) delimited by size
                          "/"                        delimited by size
                          data_rcp(loja_filtro)(5:2) delimited by size
                          "/"                        delimited by size
                          data_rcp(loja_filtro)(1:4) delimited by size
                     into trm_data_br
               else
                   move spaces to trm_data_br
               end-if

               move spaces to linha_imp
               string loja_edt                     delimited by size
                      " "                          delimited by size
                      arqcat_loja(loja_filtro)(1:20)
                                                   delimited by size
                      " "                          delimited by size
                      loja_rcp(loja_filtro)        delimited by size
                      " "                          delimited by size
                      trm_data_br                  delimited by size
                      " "                          delimited by size
                      operador_rcp(loja_filtro)    delimited by size
                      " "                          delimited by size
                 into linha_imp
               if situacao_rcp(loja_filtro) = "A" then
                   move "ACEITA"    to linha_imp(68:9)
               else
                   move "REJEITADA" to linha_imp(68:9)
               end-if
               move linha_imp to reg-relcons
               write reg-relcons after advancing 1 lines

               move qtde_rcp(loja_filtro)      to trm_qtde_edt
               move qtde_rod_rcp(loja_filtro)  to trm_qtde_rod_edt
               move preco_rcp(loja_filtro)     to trm_preco_edt
               move preco_rod_rcp(loja_filtro) to trm_preco_rod_edt
               move efet_rcp(loja_filtro)      to trm_efet_edt
               move efet_rod_rcp(loja_filtro)  to trm_efet_rod_edt

               move spaces to linha_imp
               string "   Qtde "          delimited by size
                      trm_qtde_edt        delimited by size
                      "/"                 delimited by size
                      trm_qtde_rod_edt    delimited by size
                      " Precos "          delimited by size
                      trm_preco_edt       delimited by size
                      "/"                 delimited by size
                      trm_preco_rod_edt   delimited by size
                      " Efetivos "        delimited by size
                      trm_efet_edt        delimited by size
                      "/"                 delimited by size
                      trm_efet_rod_edt    delimited by size
                 into linha_imp
               move linha_imp to reg-relcons
               write reg-relcons after advancing 1 lines
               add 2 to contador_linhas

               if situacao_rcp(loja_filtro) <> "A" then
                   move spaces to linha_imp
                   string "   Motivo: "            delimited by size
                          motivo_rcp(loja_filtro)  delimited by size
                     into linha_imp
                   move linha_imp to reg-relcons
                   write reg-relcons after advancing 1 lines
                   add 1 to contador_linhas
               end-if
           end-if
           .
       imprimirrecepcao-exit.
           exit.

      *-----------------------------------------------------------------
      *cabecalho e quebra de pagina do relatorio consolidado
       cabecalhocons section.
               display "Nao foi possivel abrir o relatorio CONSOLID."
               "LST"
           else
      *recepcao das transmissoes na abertura do relatorio, com os
      *totais de controle de cada loja e o motivo das rejeicoes
               perform cabecalhorecep

               perform imprimirrecepcao
                   varying loja_filtro from 1 by 1
                   until loja_filtro > 9

               move trm_aceitas    to trm_qtde_edt
               move trm_rejeitadas to trm_qtde_rod_edt
               move spaces to linha_imp
               string "Transmissoes aceitas: "  delimited by size
                      trm_qtde_edt              delimited by size
                      "  Rejeitadas: "          delimited by size
                      trm_qtde_rod_edt          delimited by size
                 into linha_imp
               move linha_imp to reg-relcons
               write reg-relcons after advancing 2 lines

               perform cabecalhocons

               open input arqclcons
      *-----------------------------------------------------------------
      *secao do relatorio consolidado com as pizzas de uma loja
       secaoporloja section.
           if situacao_rcp(loja_filtro) = "A" then
               if contador_linhas + 3 >= max_linhas_pagina then
                   perform cabecalhocons
               end-if
               string "Loja "      delimited by size
                      loja_edt     delimited by size
                      " - "        delimited by size
                      loja_rcp(loja_filtro) delimited by size
                 into linha_imp
               move linha_imp to reg-relcons
               write reg-relcons after advancing 1 lines
               move "S" to catalogo_ok
           end-if

      *arquivando o ranking desta execucao com as posicoes obtidas
           perform abrirrankhist

           open input arqclass

           if fs-arqclass = "00" then
                           if catalogo_ok = "S" then
                               perform gravardiferenca
                           end-if

                           if rankh_ok = "S" then
                               perform gravarrankhist
                           end-if
                   end-read
               end-perform
           end-if
           if catalogo_ok = "S" then
               close cadpizza
           end-if

           if rankh_ok = "S" then
               close rankhist
           end-if
           .
       calculodiferenca-exit.
           exit.
       gravardiferenca-exit.
           exit.

      *-----------------------------------------------------------------
      *abre o arquivo de rankings para gravacao, criando-o na primeira
      *execucao, devolvendo rankh_ok = "S" ou "N"
       abrirrankhist section.
           open i-o rankhist
           if fs-rankhist = "35" then
               open output rankhist
               close rankhist
               open i-o rankhist
           end-if

           if fs-rankhist = "00" then
               move "S" to rankh_ok
           else
               move "N" to rankh_ok
               display "Nao foi possivel abrir o arquivo de rankings "
               "RANKHIST, ranking desta execucao nao arquivado"
           end-if
           .
       abrirrankhist-exit.
           exit.

      *-----------------------------------------------------------------
      *arquiva a pizza corrente da classificacao com a posicao obtida
      *nesta execucao
       gravarrankhist section.
           move spaces          to reg-rankhist
           move data_execucao   to data-rkh
           move hora_execucao   to hora-rkh
           move qtde_pizzas     to posicao-rkh
           move operador_id     to oper-rkh
           move nome-class      to nome-rkh
           move fornec-class    to fornec-rkh
           move tipo-class      to tipo-rkh
           move diametro-class  to diametro-rkh
           move preco-class     to preco-rkh
           move preco_efet-class to preco_efet-rkh
           move preco_cm2-class to preco_cm2-rkh
           move empromo-class   to empromo-rkh
           move categ-class     to categ-rkh
           move familia-class   to familia-rkh
           move areapizza-class to areapizza-rkh
           move suspeito-class  to suspeito-rkh

      *a marca de preco vencido fica arquivada como foi impressa,
      *pela idade maxima do preco vigente nesta execucao
           move dtconf-class to data_conf_w
           perform verificarvencido
           move preco_vencido to vencido-rkh

           if melhor_cm2 > 0 then
               compute diferenca-rkh =
                   ((preco_cm2-class - melhor_cm2) / melhor_cm2) * 100
           else
               move 0 to diferenca-rkh
           end-if

           write reg-rankhist
               invalid key
                   continue
           end-write
           .
       gravarrankhist-exit.
           exit.

      *-----------------------------------------------------------------
      *montagem do cabecalho, titulos de coluna e quebra de pagina
       cabecalho section.
                   close cadcateg
               end-if

               if tri_suspeitos > 0 then
                   move spaces to linha_imp
                   string "! preco suspeito na triagem de precos - "
                                                   delimited by size
                          "ver SUSPEITOS.LST"      delimited by size
                     into linha_imp
                   move linha_imp to reg-relat
                   write reg-relat after advancing 2 lines
                   add 2 to contador_linhas
               end-if

               perform resumofornecedor

               close arqrelat
           if categ-cl4 = 0 then
               move "SEM CATEGORIA" to desccateg_w
           else
               move "NAO CADASTRADA" to desccateg_w
               if cadcateg_ok = "S" then
                   move categ-cl4 to codigo-categ
                   read cadcateg record
               move " " to venc_flag
           end-if

      *marcando com "!" o preco apontado na triagem de precos
           if suspeito-cl4 = "S" then
               move "!" to susp_flag
           else
               move " " to susp_flag
           end-if

           move spaces to linha_imp
           string nome-cl4        delimited by size
                  " "             delimited by size
                  preco_efet_edt  delimited by size
                  promo_flag      delimited by size
                  venc_flag       delimited by size
                  susp_flag       delimited by size
                  preco_cm2_edt   delimited by size
                  "   "           delimited by size
                  diferenca_edt   delimited by size
               string "Nome,Fornecedor,Tipo,Diametro,Area,"
                      "Preco_lista,Preco_efetivo,Promo,"
                                                   delimited by size
                      "Preco_cm2,Diferenca%,Suspeito"
                                                   delimited by size
                 into reg-csv
               write reg-csv

               move "N" to promo_flag
           end-if

           if suspeito-class = "S" then
               move "S" to susp_flag
           else
               move "N" to susp_flag
           end-if

           move spaces to linha_imp
           string function trim(nome-class)  delimited by size
                  ","                      delimited by size
                  ","                      delimited by size
                  function trim(diferenca_edt)
                                            delimited by size
                  ","                      delimited by size
                  susp_flag                delimited by size
             into linha_imp

           move linha_imp to reg-csv
       exportarlinha-exit.
           exit.

      *-----------------------------------------------------------------
      *grava o arquivo de transmissao desta loja para a matriz a partir
      *da classificacao final: cabecalho, um detalhe por pizza na ordem
      *do ranking e o trailer com a quantidade e os totais de precos
       gerartransmissao section.
           move "N" to trm_ok
           move arqtransm_sessao to arqtransm_emuso

           open output arqtransm

           if fs-arqtransm <> "00" then
               display "Nao foi possivel gravar o arquivo de "
               "transmissao " arqtransm_emuso
           else
               move 0 to trm_qtde
               move 0 to trm_total_preco
               move 0 to trm_total_efet

               move spaces        to reg-transm-cab
               move "H"           to tipo-tcb
               move nome_loja     to loja-tcb
               move data_execucao to data-tcb
               move hora_execucao to hora-tcb
               move operador_id   to operador-tcb
               write reg-transm-cab

               open input arqclass

               if fs-arqclass = "00" then
                   perform until fs-arqclass <> "00"
                       read arqclass next record
                           at end
                               move "10" to fs-arqclass
                           not at end
                               perform gravardettransm
                       end-read
                   end-perform
                   close arqclass
               end-if

               move spaces          to reg-transm-rod
               move "T"             to tipo-trd
               move trm_qtde        to qtde-trd
               move trm_total_preco to total_preco-trd
               move trm_total_efet  to total_efet-trd
               write reg-transm-rod

               close arqtransm
               move "S" to trm_ok

               move trm_qtde        to trm_qtde_edt
               move trm_total_preco to trm_preco_edt

               move spaces to linha_log
               string "Transmissao gravada: "  delimited by size
                      arqtransm_emuso          delimited by space
                      "  Pizzas: "             delimited by size
                      trm_qtde_edt             delimited by size
                      "  Total precos: "       delimited by size
                      trm_preco_edt            delimited by size
                      "  Data: "               delimited by size
                      data_exec_br             delimited by size
                 into linha_log
               move "TRNG" to log_evento
               perform gravarlinhalog
           end-if
           .
       gerartransmissao-exit.
           exit.

      *-----------------------------------------------------------------
      *detalhe da transmissao com a pizza corrente da classificacao,
      *somando os totais de controle do trailer
       gravardettransm section.
           add 1 to trm_qtde
           add preco-class      to trm_total_preco
           add preco_efet-class to trm_total_efet

           move spaces           to reg-transm-det
           move "D"              to tipo-tdt
           move nome-class       to nome-tdt
           move fornec-class     to fornec-tdt
           move tipo-class       to tipo_pizza-tdt
           move diametro-class   to diametro-tdt
           move preco-class      to preco-tdt
           move preco_efet-class to preco_efet-tdt
           move preco_cm2-class  to preco_cm2-tdt
           move empromo-class    to empromo-tdt
           move trm_qtde         to posicao-tdt
           move categ-class      to categ-tdt
           move familia-class    to familia-tdt
           move suspeito-class   to suspeito-tdt
           write reg-transm-det
           .
       gravardettransm-exit.
           exit.

      *-----------------------------------------------------------------
      *cabecalho e quebra de pagina do relatorio de alteracoes
       cabecalhodelta section.
       arquivarhistorico-exit.
           exit.

      *-----------------------------------------------------------------
      *expurgo do arquivo de rankings: as execucoes anteriores ao
      *limite de retencao vao para o arquivo morto datado desta
      *execucao, como no expurgo do historico de precos
       expurgarranking section.
           move data_execucao(1:4) to hist_ano_w
           move data_execucao(5:2) to hist_mes_w
           compute hist_mes_tot = (hist_ano_w * 12) + hist_mes_w -
               rank_meses
           compute hist_ano_w = (hist_mes_tot - 1) / 12
           compute hist_mes_w = hist_mes_tot - (hist_ano_w * 12)
           compute data_limite_rank = (hist_ano_w * 10000) +
               (hist_mes_w * 100) + 1

           open i-o rankhist

           if fs-rankhist = "00" then
               move 0 to rank_expurgados

               move spaces to arqrkarq_nome
               string "RANKARQ."    delimited by size
                      data_execucao delimited by size
                 into arqrkarq_nome

               open extend arqrkarq
               if fs-arqrkarq <> "00" then
                   open output arqrkarq
               end-if

               if fs-arqrkarq <> "00" then
                   display "Nao foi possivel abrir o arquivo morto "
                   arqrkarq_nome ", expurgo nao efetuado"
               else
                   move low-values to chave-rkh
                   start rankhist key >= chave-rkh
                       invalid key
                           move "23" to fs-rankhist
                   end-start

                   perform until fs-rankhist <> "00"
                       read rankhist next record
                           at end
                               move "10" to fs-rankhist
                           not at end
                               if data-rkh < data_limite_rank then
                                   move reg-rankhist to reg-rkarq
                                   write reg-rkarq
                                   delete rankhist record
                                       invalid key
                                           continue
                                       not invalid key
                                           add 1 to rank_expurgados
                                   end-delete
                               else
                                   move "10" to fs-rankhist
                               end-if
                       end-read
                   end-perform

                   close arqrkarq

                   if rank_expurgados > 0 then
                       move rank_expurgados to rank_exp_edt
                       display "Rankings arquivados expurgados "
                       "para " arqrkarq_nome ": " rank_exp_edt

                       move spaces to linha_log
                       string "Expurgo do arquivo de rankings - "
                              "Operador: "  delimited by size
                              operador_id   delimited by size
                              "  Data: "    delimited by size
                              data_exec_br  delimited by size
                              "  Registros: " delimited by size
                              rank_exp_edt  delimited by size
                         into linha_log
                       move "EXPK" to log_evento
                       perform gravarlinhalog
                   end-if
               end-if

               close rankhist
           end-if
           .
       expurgarranking-exit.
           exit.

      *-----------------------------------------------------------------
      *expurgo da auditoria: registros estruturados anteriores ao
      *limite de retencao saem do arquivo vivo e vao para o arquivo
      *expurgando do historico vivo o que passou da retencao
           perform expurgarhistorico

      *expurgando do arquivo de rankings o que passou da retencao
           perform expurgarranking

      *expurgando da auditoria viva o que passou da retencao
           perform expurgarauditoria

