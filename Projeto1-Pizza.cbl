               record key is pm-chave
               file status is ws-fs-master.

      *    Relatorio impresso: PIZZARPT na rodada do ranking; o nome
      *    vem de ws-rpt-nome para as rodadas que imprimem em arquivo
      *    proprio sem apagar o ranking da noite.
           select relatorio-file assign using ws-rpt-nome
               organization is line sequential
               file status is ws-fs-relatorio.

               organization is line sequential
               file status is ws-fs-trab-hist.

      *    Trabalho da regravacao do PIZZAAGD e do PIZZAPND quando o
      *    arquivo tem mais linhas do que a tabela em memoria
           select trabalho-fila-file assign to "PIZZAFLW"
               organization is line sequential
               file status is ws-fs-trab-fila.

      *    Extratos delimitados para planilha: o relatorio impresso
      *    continua como esta para o balcao, estes arquivos sao para
      *    carga nas ferramentas do escritorio.
               organization is line sequential
               file status is ws-fs-extb.

           select estoque-file assign to "PIZZAEST"
               organization is line sequential
               file status is ws-fs-estoque.

      *    Precos sugeridos pela recomendacao de precos, no desenho
      *    do PIZZASIM: copiado para PIZZASIM, roda direto na
      *    simulacao antes de alguem mexer no mestre.
           select sugestao-file assign to "PIZZASUG"
               organization is line sequential
               file status is ws-fs-sug.

      *    Alteracoes de preco da carga em lote retidas para
      *    aprovacao do supervisor
           select pendente-file assign to "PIZZAPND"
               organization is line sequential
               file status is ws-fs-pend.

           select agenda-file assign to "PIZZAAGD"
               organization is line sequential
               file status is ws-fs-agenda.

      *    Precificacao de pedidos de clientes (pr-modo "P"): pedidos
      *    de entrada e os mesmos pedidos com preco, para conferir o
      *    que se cobra do cliente contra o catalogo do ranking.
           select pedido-file assign to "PIZZAPED"
               organization is line sequential
               file status is ws-fs-pedido.

           select pedido-prc-file assign to "PIZZAPPR"
               organization is line sequential
               file status is ws-fs-ped-prc.

      *    Excecoes da reconciliacao entre os arquivos de apoio e o
      *    mestre, agrupadas por arquivo
           select referencias-file assign to "PIZZAREF"
               organization is line sequential
               file status is ws-fs-ref.

      *    Cadastro de operadores para a identificacao no menu
           select operador-file assign to "PIZZAOPR"
               organization is line sequential
               file status is ws-fs-operador.

      *    Cardapio da loja propria para o cliente: o quadro de precos
      *    impresso para o balcao e o arquivo para a plataforma de
      *    entrega, os dois tirados do mestre ativo de cada noite
           select cardapio-file assign to "PIZZACRD"
               organization is line sequential
               file status is ws-fs-crd.

           select menu-file assign to "PIZZAMNU"
               organization is line sequential
               file status is ws-fs-mnu.

       i-o-control.

      *Declaração de variáveis
       fd  relatorio-file.
       01  relatorio-rec                           pic x(160).

      *    Linha do log alargada para 160 colunas para caber o motivo
      *    das decisoes da fila de aprovacao, e para 180 para o
      *    codigo do operador carimbado depois da data/hora.
       fd  pizza-log-file.
       01  pizza-log-rec                           pic x(180).

       fd  pizza-batch-file.
       01  pizza-batch-rec.
      *    "B" descarrega o backup do dia e verifica a integridade,
      *    "R" recarrega o mestre a partir da geracao de backup cuja
      *    data esta em pr-geracao (AAAAMMDD).
      *    pr-modo "P" liga a precificacao de pedidos de clientes
      *    (PIZZAPED), com o resumo impresso em PIZZARPP; pr-modo "H"
      *    imprime em PIZZARPH o ranking como era na data em
      *    pr-data-base (AAAAMMDD).
           05 pr-modo                              pic x(01).
           05 pr-carga                             pic 9(01).
           05 pr-sort                              pic 9(01).
           05 pr-manut                             pic x(01).
           05 pr-geracao                           pic x(08).
           05 pr-arquiva                           pic 9(01).
      *    Margem minima, em % do preco, abaixo da qual a
      *    recomendacao de precos nao sugere preco (piso sobre o
      *    custo de ingredientes)
           05 pr-margem-min                        pic 9(03).
      *    Variacao de preco, em %, acima da qual a carga em lote
      *    retem a alteracao para aprovacao em vez de aplica-la
           05 pr-limite-aprov                      pic 9(03).
      *    Quantos dias a frente o relatorio de precos programados
      *    mostra as mudancas que estao para entrar
           05 pr-agenda-dias                       pic 9(03).
      *    1 = roda a reconciliacao entre os arquivos (PIZZAREF) no
      *    job noturno ou na rodada de manutencao
           05 pr-reconcilia                        pic 9(01).
           05 pr-data-base                         pic x(08).

      *    Cada registro rejeitado da carga em lote, com o motivo na
      *    frente e a imagem do registro original atras.

      *    Historico estruturado de precos: uma linha por alteracao,
      *    com a identidade completa da pizza, a data e os dois
      *    precos - e o que alimenta o relatorio de tendencia. O
      *    operador que fez a alteracao fica no fim do registro
      *    (em branco nos registros anteriores a identificacao).
       fd  historico-file.
       01  historico-rec.
           05 ph-loja                              pic x(10).
           05 ph-preco-velho                       pic 9(07)v99.
           05 ph-preco-novo                        pic 9(07)v99.
           05 ph-moeda                             pic x(03).
           05 ph-operador                          pic x(08).

      *    Cadastro de custo de ingredientes: um registro por
      *    ingrediente, com o custo unitario e a unidade da compra
       01  excecoes-rec                            pic x(132).

       fd  arquivo-log-file.
       01  arquivo-log-rec                         pic x(180).

      *    Mesma imagem de historico-rec (65 bytes)
       fd  arquivo-hist-file.
       01  arquivo-hist-rec                        pic x(65).

       fd  trabalho-log-file.
       01  trabalho-log-rec                        pic x(180).

       fd  trabalho-hist-file.
       01  trabalho-hist-rec                       pic x(65).

       fd  trabalho-fila-file.
       01  trabalho-fila-rec                       pic x(132).

      *    Extrato do ranking, uma linha por pizza ativa, campos
      *    separados por ";" (a virgula e o decimal), nesta ordem:
       fd  extrato-lote-file.
       01  extrato-lote-rec                        pic x(132).

      *    Estoque de ingredientes: o saldo em maos (contagem do dia)
      *    e o ponto de pedido de cada ingrediente, na mesma unidade
      *    do cadastro PIZZAING.
       fd  estoque-file.
       01  estoque-rec.
           05 es-ingrediente                       pic x(15).
           05 es-saldo                             pic 9(05)v9(03).
           05 es-ponto-pedido                      pic 9(05)v9(03).

      *    Mesmo desenho de simulacao-rec
       fd  sugestao-file.
       01  sugestao-rec.
           05 sg-loja                              pic x(10).
           05 sg-nome                              pic x(15).
           05 sg-unidade                           pic x(02).
           05 sg-diametro                          pic 9(03).
           05 sg-moeda                             pic x(03).
           05 sg-preco                             pic 9(07)v99.
           05 sg-forma                             pic x(01).
           05 sg-largura                           pic 9(03).

      *    Alteracao de preco retida na carga em lote: a pizza
      *    completa como veio do PIZZABAT, o preco do mestre no
      *    momento da carga e o motivo da retencao. Sai do arquivo
      *    quando o supervisor aprova (vai ao mestre e ao PIZZAHST)
      *    ou rejeita (vai ao PIZZALOG com o motivo).
       fd  pendente-file.
       01  pendente-rec.
           05 pd-data                              pic x(08).
           05 pd-loja                              pic x(10).
           05 pd-nome                              pic x(15).
           05 pd-unidade                           pic x(02).
           05 pd-diametro                          pic 9(03).
           05 pd-moeda                             pic x(03).
           05 pd-preco-velho                       pic 9(07)v99.
           05 pd-preco-novo                        pic 9(07)v99.
           05 pd-forma                             pic x(01).
           05 pd-largura                           pic 9(03).
           05 pd-motivo                            pic x(20).

      *    Precos programados: mudanca definitiva de preco de tabela
      *    com data de vigencia (AAAAMMDD), digitada com antecedencia.
      *    A rodada noturna aplica no mestre o que venceu ate o dia e
      *    marca a linha como aplicada ("A"), com a data, regravando
      *    o arquivo; linha em branco na situacao ainda vai entrar.
       fd  agenda-file.
       01  agenda-rec.
           05 ag-loja                              pic x(10).
           05 ag-nome                              pic x(15).
           05 ag-tamanho                           pic 9(03).
           05 ag-preco                             pic 9(07)v99.
           05 ag-vigencia                          pic x(08).
           05 ag-situacao                          pic x(01).
              88 ag-aplicada                       value "A".
           05 ag-data-aplicada                     pic x(08).

      *    Pedidos de clientes: um cabecalho ("H") com a loja e a
      *    modalidade ("E" entrega, "R" retirada no balcao), seguido
      *    das linhas de item ("I") do pedido.
       fd  pedido-file.
       01  pedido-cab-rec.
           05 pc-tipo                              pic x(01).
              88 pc-cabecalho                      value "H".
              88 pc-item                           value "I".
           05 pc-numero                            pic x(08).
           05 pc-loja                              pic x(10).
           05 pc-modalidade                        pic x(01).
              88 pc-entrega                        value "E".
              88 pc-retirada                       value "R".
       01  pedido-item-rec.
           05 pi-tipo                              pic x(01).
           05 pi-nome                              pic x(15).
           05 pi-tamanho                           pic 9(03).
           05 pi-qtde                              pic 9(03).

      *    Pedido precificado: cada item com o preco unitario cobrado
      *    (em BRL, promocao do dia ja aplicada) e, no fim do pedido,
      *    uma linha de total ("T") com a taxa de entrega, o minimo
      *    da loja e a situacao do pedido. pq-situacao: espaco item
      *    precificado, "N" fora do catalogo ativo, "X" sem taxa de
      *    cambio, "I" linha invalida.
       fd  pedido-prc-file.
       01  pedido-prc-item-rec.
           05 pq-tipo                              pic x(01).
           05 pq-numero                            pic x(08).
           05 pq-loja                              pic x(10).
           05 pq-nome                              pic x(15).
           05 pq-tamanho                           pic 9(03).
           05 pq-qtde                              pic 9(03).
           05 pq-preco                             pic 9(07)v99.
           05 pq-promo                             pic x(01).
           05 pq-valor                             pic 9(09)v99.
           05 pq-situacao                          pic x(01).
       01  pedido-prc-total-rec.
           05 pt-tipo                              pic x(01).
           05 pt-numero                            pic x(08).
           05 pt-loja                              pic x(10).
           05 pt-modalidade                        pic x(01).
           05 pt-subtotal                          pic 9(09)v99.
           05 pt-taxa-entrega                      pic 9(05)v99.
           05 pt-total                             pic 9(09)v99.
           05 pt-minimo                            pic 9(05)v99.
           05 pt-situacao                          pic x(20).

       fd  referencias-file.
       01  referencias-rec                         pic x(132).

      *    Operadores do menu: codigo, nome e nivel de acesso - "C"
      *    consulta, "A" cadastro (carga e alteracao de precos), "S"
      *    supervisor (tambem manutencao do cadastro e aprovacao).
       fd  operador-file.
       01  operador-rec.
           05 op-codigo                            pic x(08).
           05 op-nome                              pic x(30).
           05 op-nivel                             pic x(01).

      *    Cardapio impresso da loja propria: titulo, data de
      *    validade dos precos, os sabores em ordem alfabetica com
      *    cada tamanho e o preco de venda, e a legenda no rodape.
       fd  cardapio-file.
       01  cardapio-rec                            pic x(80).

      *    Cardapio para a plataforma de entrega, uma linha por
      *    tamanho, campos separados por ";" (a virgula e o decimal),
      *    nesta ordem: loja; sabor; forma; unidade; tamanho;
      *    largura; moeda; preco de venda (o promocional quando ha
      *    promocao vigente); preco de tabela; promocao (S/N);
      *    melhor custo-beneficio do sabor (S/N); preco por cm2;
      *    data dos precos (AAAAMMDD).
       fd  menu-file.
       01  menu-rec                                pic x(132).


      *----Variaveis de trabalho
       working-storage section.

      *----Variaveis do relatório impresso
       77 ws-fs-relatorio                          pic x(02).
       77 ws-rpt-nome                              pic x(08)
                                                   value "PIZZARPT".
       77 ws-timestamp                             pic x(21).
       77 ws-data-relatorio                        pic x(10).
       77 ws-linha-impressao                       pic x(160).
       77 ws-preco-novo                            pic 9(07)v99.
       77 ws-preco-velho-ed                        pic zzzzzz9,99.
       77 ws-preco-novo-ed                         pic zzzzzz9,99.
       77 ws-linha-log                             pic x(160).

      *----Variaveis de carga em lote
       77 ws-opcao-modo                            pic 9(01).
       77 ws-loja-ind                              pic 9(02).
       77 ws-loja-valida                           pic x(01).
       77 ws-loja-taxa                             pic 9(05)v99.
       77 ws-loja-minimo                           pic 9(05)v99.
       77 ws-loja-nome                             pic x(30).

       01 tabela-lojas.
           05 lojas occurs 50.
       77 ws-fs-arq-hist                           pic x(02).
       77 ws-fs-trab-log                           pic x(02).
       77 ws-fs-trab-hist                          pic x(02).
       77 ws-fs-trab-fila                          pic x(02).
       77 ws-eof-fila                              pic x(01).
       77 ws-fila-lidos                            pic 9(05).
       77 ws-fila-resto-ok                         pic x(01).
       77 ws-eof-arq                               pic x(01).
       77 ws-arq-log-nome                          pic x(17).
       77 ws-arq-hist-nome                         pic x(17).
       77 ws-ext-ent-ed                            pic zzzzzz9,99.
       77 ws-ext-ent-txt                           pic x(10).

      *----Variaveis do planejamento de compras: consumo de cada
      *    ingrediente (vendas x ficha tecnica) contra o estoque
      *    PIZZAEST
       77 ws-fs-estoque                            pic x(02).
       77 ws-eof-estoque                           pic x(01).
       77 ws-estoque-carregado                     pic x(01)
                                                   value "N".
       77 ws-qtd-nec                               pic 9(03)
                                                   value 0.
       77 ws-nec-ind                               pic 9(03).
       77 ws-nec-achada                            pic x(01).
       77 ws-nec-ficha                             pic x(01).
       77 ws-nec-sem-ficha                         pic 9(03).
       77 ws-nec-consumo                           pic 9(07)v9(03).
       77 ws-nec-pedido                            pic s9(07)v9(03).
       77 ws-nec-custo                             pic 9(09)v99.
       77 ws-nec-custo-total                       pic 9(11)v99.
       77 ws-nec-unidade                           pic x(03).
       77 ws-nec-custo-txt                         pic x(13).
       77 ws-nec-consumo-ed                        pic z(06)9,999.
       77 ws-nec-saldo-ed                          pic z(04)9,999.
       77 ws-nec-ponto-ed                          pic z(04)9,999.
       77 ws-nec-pedido-ed                         pic z(06)9,999.
       77 ws-nec-custo-ed                          pic z(08)9,99.
       77 ws-nec-total-ed                          pic z(10)9,99.

      *    Uma linha por ingrediente: o que as vendas consumiram e o
      *    que o estoque informa (saldo e ponto de pedido)
       01 tabela-necessidades.
           05 necessidades occurs 100.
              10 nec-ingrediente                   pic x(15).
              10 nec-consumo                       pic 9(07)v9(03).
              10 nec-saldo                         pic 9(05)v9(03).
              10 nec-ponto                         pic 9(05)v9(03).

      *----Variaveis da recomendacao de precos das pizzas proprias
      *    contra o melhor concorrente do grupo sabor/tamanho
       77 ws-fs-sug                                pic x(02).
       77 ws-margem-min                            pic 9(03)
                                                   value 50.
      *    Diferenca ate esta % entre o preco atual e o sugerido e
      *    ruido de centavos: a recomendacao e manter
       77 ws-rep-tolerancia                        pic 9(02)
                                                   value 2.
       77 ws-rep-qtd                               pic 9(03).
       77 ws-rep-gravados                          pic 9(03).
       77 ws-rep-achado                            pic x(01).
       77 ws-rep-menor                             pic 9(07)v9999.
       77 ws-rep-atual                             pic 9(07)v99.
       77 ws-rep-alvo                              pic 9(07)v99.
       77 ws-rep-piso                              pic 9(07)v99.
       77 ws-rep-sugerido                          pic 9(07)v99.
       77 ws-rep-pct                               pic s9(05)v99.
       77 ws-rep-acao                              pic x(06).
       77 ws-rep-nota                              pic x(24).
       77 ws-rep-atual-ed                          pic zzzzzz9,99.
       77 ws-rep-alvo-ed                           pic zzzzzz9,99.
       77 ws-rep-piso-ed                           pic zzzzzz9,99.
       77 ws-rep-sug-ed                            pic zzzzzz9,99.
       77 ws-rep-cm2-ed                            pic z(06)9,9999.
       77 ws-rep-alvo-txt                          pic x(10).
       77 ws-rep-piso-txt                          pic x(10).

      *----Variaveis da fila de aprovacao de alteracoes de preco
      *    (PIZZAPND)
       77 ws-fs-pend                               pic x(02).
       77 ws-eof-pend                              pic x(01).
       77 ws-pend-truncada                         pic x(01)
                                                   value "N".
      *    "S" quando a carga em lote conseguiu abrir o PIZZAPND;
      *    sem a fila, o que seria retido vai para PIZZAREJ
       77 ws-pend-fila-ok                          pic x(01)
                                                   value "N".
       77 ws-limite-aprov                          pic 9(03)
                                                   value 20.
       77 ws-lote-retidos                          pic 9(05)
                                                   value 0.
       77 ws-lote-reter                            pic x(01).
       77 ws-pend-motivo                           pic x(20).
       77 ws-pend-pct                              pic 9(05)v99.
       77 ws-pend-pct-ed                           pic zzzz9,99.
       77 ws-pend-pct-sinal                        pic s9(05)v99.
       77 ws-pend-pct-sinal-ed                     pic -(04)9,99.
       77 ws-qtd-pend                              pic 9(03)
                                                   value 0.
       77 ws-pend-ind                              pic 9(03).
       77 ws-pend-restantes                        pic 9(05)
                                                   value 0.
       77 ws-pend-alterado                         pic x(01).
       77 ws-pend-decisao                          pic x(01).
       77 ws-pend-rej-motivo                       pic x(30).
      *    Imagem da linha da tabela antes da aprovacao, para desfazer
      *    quando o mestre recusa a gravacao
       77 ws-pend-item-sav                         pic x(200).
       77 ws-opcao-aprov                           pic 9(01).

      *    Fila carregada para a analise do supervisor; pnd-dados tem
      *    o mesmo desenho de pendente-rec
       01 tabela-pendentes.
           05 pendentes occurs 200.
              10 pnd-dados.
                 15 pnd-data                       pic x(08).
                 15 pnd-loja                       pic x(10).
                 15 pnd-nome                       pic x(15).
                 15 pnd-unidade                    pic x(02).
                 15 pnd-diametro                   pic 9(03).
                 15 pnd-moeda                      pic x(03).
                 15 pnd-preco-velho                pic 9(07)v99.
                 15 pnd-preco-novo                 pic 9(07)v99.
                 15 pnd-forma                      pic x(01).
                 15 pnd-largura                    pic 9(03).
                 15 pnd-motivo                     pic x(20).
      *       "P" pendente, "A" aprovada, "R" rejeitada
              10 pnd-situacao                      pic x(01).

      *----Variaveis dos precos programados (PIZZAAGD)
       77 ws-fs-agenda                             pic x(02).
       77 ws-eof-agenda                            pic x(01).
       77 ws-agenda-carregada                      pic x(01)
                                                   value "N".
       77 ws-agenda-dias                           pic 9(03)
                                                   value 7.
       77 ws-qtd-agenda                            pic 9(03)
                                                   value 0.
       77 ws-agd-ind                               pic 9(03).
       77 ws-agd-ind2                              pic 9(03).
       77 ws-agd-aplicados                         pic 9(03)
                                                   value 0.
       77 ws-agd-substituidos                      pic 9(03)
                                                   value 0.
       77 ws-agd-substituida                       pic x(01).
       77 ws-agd-gravou                            pic x(01).
       77 ws-agenda-truncada                       pic x(01)
                                                   value "N".
       77 ws-agd-linhas                            pic 9(03).
       77 ws-agd-limite                            pic x(08).
       77 ws-agd-preco-ed                          pic zzzzzz9,99.

      *    Agenda carregada: agd-dados tem o desenho de agenda-rec;
      *    agd-resultado diz o que a rodada fez com a linha ("H"
      *    aplicada hoje, "S" vencida e substituida por outra mais
      *    recente da mesma pizza, "N" vencida sem pizza no catalogo
      *    ativo, "F" falha na gravacao do mestre, "I" linha
      *    invalida, espaco nada)
       01 tabela-agenda.
           05 agenda occurs 200.
              10 agd-dados.
                 15 agd-loja                       pic x(10).
                 15 agd-nome                       pic x(15).
                 15 agd-tamanho                    pic 9(03).
                 15 agd-preco                      pic 9(07)v99.
                 15 agd-vigencia                   pic x(08).
                 15 agd-situacao                   pic x(01).
                 15 agd-data-aplicada              pic x(08).
              10 agd-resultado                     pic x(01).
              10 agd-preco-velho                   pic 9(07)v99.

      *----Variaveis da precificacao de pedidos (PIZZAPED/PIZZAPPR)
       77 ws-modo-pedido                           pic x(01)
                                                   value "N".
       77 ws-fs-pedido                             pic x(02).
       77 ws-fs-ped-prc                            pic x(02).
       77 ws-eof-pedido                            pic x(01).
       77 ws-ped-aberto                            pic x(01).
       77 ws-qtd-pedidos                           pic 9(03)
                                                   value 0.
       77 ws-ped-ind                               pic 9(03).
       77 ws-ped-ind2                              pic 9(03).
       77 ws-ped-itens                             pic 9(05)
                                                   value 0.
       77 ws-ped-itens-erro                        pic 9(05)
                                                   value 0.
       77 ws-ped-abaixo                            pic 9(03)
                                                   value 0.
       77 ws-ped-com-erro                          pic 9(03)
                                                   value 0.
       77 ws-ped-sem-cabecalho                     pic 9(05)
                                                   value 0.
       77 ws-ped-loja-qtd                          pic 9(03).
       77 ws-ped-loja-abaixo                       pic 9(03).
       77 ws-ped-loja-valor                        pic 9(11)v99.
       77 ws-ped-geral-valor                       pic 9(11)v99.
       77 ws-ped-itens-ed                          pic zzzz9.
       77 ws-ped-valor-ed                          pic z(08)9,99.
       77 ws-ped-total-ed                          pic z(10)9,99.
       77 ws-ped-taxa-ed                           pic zzzz9,99.
       77 ws-ped-minimo-ed                         pic zzzz9,99.

      *    Pedidos da rodada, guardados para o resumo impresso sair
      *    agrupado por loja qualquer que seja a ordem do PIZZAPED
       01 tabela-pedidos.
           05 pedidos occurs 500.
              10 tp-numero                         pic x(08).
              10 tp-loja                           pic x(10).
              10 tp-modalidade                     pic x(01).
              10 tp-loja-valida                    pic x(01).
              10 tp-itens                          pic 9(05).
              10 tp-itens-erro                     pic 9(03).
              10 tp-subtotal                       pic 9(09)v99.
              10 tp-taxa                           pic 9(05)v99.
              10 tp-total                          pic 9(09)v99.
              10 tp-minimo                         pic 9(05)v99.
              10 tp-situacao                       pic x(20).
              10 tp-impresso                       pic x(01).

      *----Variaveis da reconciliacao entre arquivos (PIZZAREF)
       77 ws-fs-ref                                pic x(02).
       77 ws-opcao-reconcilia                      pic 9(01)
                                                   value 0.
       77 ws-ref-executada                         pic x(01)
                                                   value "N".
       77 ws-ref-total                             pic 9(05)
                                                   value 0.
       77 ws-ref-grupo                             pic 9(05).
       77 ws-ref-ind                               pic 9(03).
       77 ws-ref-ind2                              pic 9(03).
       77 ws-ref-achou                             pic x(01).
       77 ws-ref-titulo                            pic x(60).
       77 ws-ref-motivo                            pic x(30).
       77 ws-ref-detalhe                           pic x(80).
       77 ws-ref-mestre-ok                         pic x(01).
       77 ws-qtd-promos-ref                        pic 9(03).

      *----Variaveis da identificacao do operador (PIZZAOPR)
       77 ws-fs-operador                           pic x(02).
       77 ws-eof-operador                          pic x(01).
       77 ws-operador                              pic x(08)
                                                   value spaces.
       77 ws-operador-nome                         pic x(30)
                                                   value spaces.
      *    Nivel da sessao: "C" consulta, "A" cadastro, "S"
      *    supervisor. O "S" inicial so vale nas rodadas sem menu
      *    (pr-modo A/M/P/H); no menu o nivel vem do PIZZAOPR e, sem
      *    o cadastro, a sessao fica so de consulta.
       77 ws-operador-nivel                        pic x(01)
                                                   value "S".
       77 ws-operador-ok                           pic x(01)
                                                   value "N".
       77 ws-operador-digitado                     pic x(08).
       77 ws-operador-tentativas                   pic 9(01).
       77 ws-opcao-permitida                       pic x(01).
       77 ws-log-original                          pic x(180).

      *----Variaveis da engenharia de cardapio (popularidade x margem
      *    das pizzas proprias)
       77 ws-eng-itens                             pic 9(03).
       77 ws-eng-sem-ficha                         pic 9(03).
       77 ws-eng-unidades                          pic 9(07).
       77 ws-eng-cm-total                          pic s9(11)v99.
       77 ws-eng-soma-cm-unit                      pic s9(09)v99.
       77 ws-eng-cm-unit                           pic s9(07)v99.
       77 ws-eng-cm-item                           pic s9(11)v99.
       77 ws-eng-media-vendas                      pic 9(07)v99.
       77 ws-eng-media-cm                          pic s9(07)v99.
       77 ws-eng-quadrante                         pic 9(01).
       77 ws-eng-quad-item                         pic 9(01).
       77 ws-eng-nome-quad                         pic x(14).
       77 ws-eng-pct-qtde                          pic 9(03)v99.
       77 ws-eng-pct-cm                            pic s9(03)v99.
       77 ws-eng-qtde-ed                           pic zzzzzz9.
       77 ws-eng-media-ed                          pic zzzzzz9,99.
       77 ws-eng-cm-unit-ed                        pic -zzzzz9,99.
       77 ws-eng-cm-item-ed                        pic -z(09)9,99.
       77 ws-eng-pct-qtde-ed                       pic zz9,99.
       77 ws-eng-pct-cm-ed                         pic -zz9,99.

      *----Variaveis do ranking historico (pr-modo "H"): catalogo
      *    reconstruido a partir de uma geracao PIZZABKP mais as
      *    alteracoes do PIZZAHST ate a data pedida
       77 ws-modo-historico                        pic x(01)
                                                   value "N".
       77 ws-data-base                             pic x(08).
       77 ws-hst-reconstruido                      pic x(01)
                                                   value "N".
       77 ws-hst-achou                             pic x(01).
       77 ws-hst-dias                              pic 9(03).
       77 ws-hst-dia-base                          pic 9(07).
       77 ws-hst-dia                               pic 9(07).
       77 ws-hst-dia-fim                           pic 9(07).
       77 ws-hst-data-num                          pic 9(08).
       77 ws-hst-geracao                           pic x(08)
                                                   value spaces.
       77 ws-hst-base-qtd                          pic 9(03)
                                                   value 0.
       77 ws-hst-aplicadas                         pic 9(05)
                                                   value 0.
       77 ws-hst-novas                             pic 9(03)
                                                   value 0.
       77 ws-hst-ignoradas                         pic 9(05)
                                                   value 0.
       77 ws-hst-data-ed                           pic x(10).

      *----Variaveis do cardapio da loja propria (PIZZACRD impresso e
      *    PIZZAMNU para a plataforma de entrega)
       77 ws-fs-crd                                pic x(02).
       77 ws-fs-mnu                                pic x(02).
       77 ws-crd-executado                         pic x(01)
                                                   value "N".
       77 ws-max-cardapio                          pic 9(03)
                                                   value 200.
       77 ws-qtd-cardapio                          pic 9(03)
                                                   value 0.
       77 ws-crd-ind                               pic 9(03).
       77 ws-crd-ind2                              pic 9(03).
       77 ws-crd-melhor                            pic 9(03).
       77 ws-crd-sabores                           pic 9(03)
                                                   value 0.
       77 ws-crd-tamanhos                          pic 9(03).
       77 ws-crd-promocoes                         pic 9(03)
                                                   value 0.
       77 ws-crd-fora                              pic 9(03)
                                                   value 0.
       77 ws-crd-data                              pic x(08).
       77 ws-crd-data-ed                           pic x(10).
       77 ws-crd-titulo                            pic x(30).
       77 ws-crd-desc                              pic x(24).
       77 ws-crd-unid-txt                          pic x(03).
       77 ws-crd-moeda-txt                         pic x(03).
       77 ws-crd-marca                             pic x(01).
       77 ws-crd-obs                               pic x(24).
       77 ws-crd-tam-ed                            pic zz9.
       77 ws-crd-larg-ed                           pic zz9.
       77 ws-crd-preco-ed                          pic zzzzzz9,99.
       77 ws-crd-tabela-ed                         pic zzzzzz9,99.
       77 ws-crd-aux                               pic x(59).

      *    Tamanhos da loja propria em ordem de sabor, forma e
      *    tamanho, para o cardapio sair agrupado por sabor. A
      *    sequencia da forma poe redonda antes de retangular e as
      *    fatias por ultimo.
       01 tabela-cardapio.
           05 cardapio occurs 200.
              10 crd-ordem.
                 15 crd-nome                       pic x(15).
                 15 crd-seq-forma                  pic x(01).
                 15 crd-diametro                   pic 9(03).
              10 crd-forma                         pic x(01).
              10 crd-unidade                       pic x(02).
              10 crd-largura                       pic 9(03).
              10 crd-moeda                         pic x(03).
              10 crd-preco                         pic 9(07)v99.
              10 crd-preco-venda                   pic 9(07)v99.
              10 crd-promo                         pic x(01).
              10 crd-cm2                           pic 9(07)v9999.
              10 crd-melhor                        pic x(01).



      *----Variaveis para comunicação entre programas
               perform manutencao_mestre
               perform finaliza
           end-if.
      *    Ranking historico: catalogo reconstruido na data pedida e
      *    o mesmo calculo do ranking, sem gravar no mestre nem no
      *    snapshot
           if ws-modo-historico = "S"
               perform reconstroi_catalogo
               perform calculos
               perform escolhe_ordenacao
               perform ordena
               perform calcula_diferenca
               perform imprime_ranking_historico
               perform finaliza
           end-if.
      *    Precificacao de pedidos: so o catalogo ativo e as tabelas
      *    de apoio, sem menu, ranking ou snapshot
           if ws-modo-pedido = "S"
               perform carrega_cadastro
               perform precifica_pedidos
               perform imprime_pedidos
               perform finaliza
           end-if.
           perform carrega_cadastro.
           perform cadastro_pizza.
           perform calculos.
           perform carrega_parametros

      *    Abre o cadastro mestre de pizzas. Se ainda nao existir,
      *    cria o arquivo na primeira execucao. O ranking historico
      *    so le o mestre.
           if ws-modo-historico = "S"
               open input pizza-master-file
           else
               open i-o pizza-master-file
               if ws-fs-master = "35"
                   open output pizza-master-file
                   close pizza-master-file
                   open i-o pizza-master-file
               end-if
           end-if
           if ws-fs-master <> "00"
               display "Mestre PIZZAMST inacessivel (status "
           if ws-modo-manut = "N"
               open output relatorio-file
               if ws-fs-relatorio <> "00"
                   display "Relatorio " ws-rpt-nome
                           " inacessivel (status "
                           ws-fs-relatorio ")."
                   move ws-rpt-nome to ws-stat-arquivo
                   move ws-fs-relatorio to ws-stat-codigo
                   perform registra_status
                   move 12 to ws-cond-nova
               perform carrega_lojas
               perform carrega_promocoes
               perform carrega_snapshot
               perform carrega_agenda
           end-if

           .
                   at end
                       continue
                   not at end
                       if pr-modo = "A"
                          or pr-modo = "M"
                          or pr-modo = "P"
                          or pr-modo = "H"
      *                    Rodada sem operador no terminal: o log e o
      *                    historico saem carimbados como do job
                           move "JOB" to ws-operador
                       end-if
                       if pr-modo = "A"
                           move "S" to ws-modo-auto
      *                    Linha de parametros curta ou mal formada
                           display "Modo automatico ativo "
                                   "(parametros de PIZZAPRM)."
                       end-if
      *                Precificacao de pedidos de clientes: resumo
      *                em PIZZARPP, o ranking em PIZZARPT fica como
      *                esta
                       if pr-modo = "P"
                           move "S" to ws-modo-pedido
                           move "PIZZARPP" to ws-rpt-nome
                           display "Modo precificacao de pedidos "
                                   "ativo (parametros de PIZZAPRM)."
                       end-if
      *                Ranking historico: so leitura do mestre e dos
      *                arquivos de apoio, relatorio em PIZZARPH e
      *                ordenacao tirada de PIZZAPRM (padrao preco por
      *                cm2)
                       if pr-modo = "H"
                           move "S" to ws-modo-historico
                           move pr-data-base to ws-data-base
                           move "PIZZARPH" to ws-rpt-nome
                           if pr-sort is numeric
                              and pr-sort >= 1 and pr-sort <= 5
                               move pr-sort to ws-sort-campo
                           end-if
                           display "Modo ranking historico ativo "
                                   "(parametros de PIZZAPRM)."
                       end-if
      *                Modo de manutencao do mestre: backup e
      *                verificacao ("B") ou recarga de uma geracao
      *                ("R"), sem a rodada normal do relatorio
                       if pr-arquiva is numeric
                           move pr-arquiva to ws-opcao-arquiva
                       end-if
      *                Margem minima da recomendacao de precos; em
      *                branco fica o padrao de 50% do preco
                       if pr-margem-min is numeric
                          and pr-margem-min > 0
                          and pr-margem-min < 100
                           move pr-margem-min to ws-margem-min
                       end-if
      *                Limite de variacao para a fila de aprovacao;
      *                em branco fica o padrao de 20%
                       if pr-limite-aprov is numeric
                          and pr-limite-aprov > 0
                           move pr-limite-aprov to ws-limite-aprov
                       end-if
      *                Janela do relatorio de precos programados; em
      *                branco fica o padrao de 7 dias
                       if pr-agenda-dias is numeric
                          and pr-agenda-dias > 0
                           move pr-agenda-dias to ws-agenda-dias
                       end-if
                       if pr-reconcilia is numeric
                           move pr-reconcilia to ws-opcao-reconcilia
                       end-if
               end-read
               close parametro-file
           end-if
      *-----------------------------------------------------------------

      *    Valida o codigo de loja em ws-loja-busca contra o cadastro
      *    PIZZALOJ e devolve a taxa de entrega, o pedido minimo e o
      *    nome da loja. Sem cadastro carregado, todo codigo passa
      *    (compatibilidade) com taxa e minimo zero; loja inativa nao
      *    passa.
       valida_loja section.

           move 0 to ws-loja-taxa
           move 0 to ws-loja-minimo
           move spaces to ws-loja-nome

           if ws-lojas-carregadas = "N"
               move "S" to ws-loja-valida
                   move "S" to ws-loja-valida
                   move loj-taxa-entrega(ws-loja-ind)
                     to ws-loja-taxa
                   move loj-pedido-minimo(ws-loja-ind)
                     to ws-loja-minimo
                   move loj-nome(ws-loja-ind)
                     to ws-loja-nome
               end-if
           end-perform


      *-----------------------------------------------------------------

      *    Carrega os precos programados PIZZAAGD. Toda linha entra na
      *    tabela, inclusive as ja aplicadas e as invalidas, porque a
      *    rodada que aplica regrava o arquivo inteiro a partir dela.
       carrega_agenda section.

           move 0 to ws-qtd-agenda
           move "N" to ws-agenda-truncada

           open input agenda-file

           if ws-fs-agenda = "00"
               move "S" to ws-agenda-carregada
               move "N" to ws-eof-agenda
               perform until ws-eof-agenda = "Y"
                   read agenda-file
                       at end
                           move "Y" to ws-eof-agenda
                       not at end
                           if ws-qtd-agenda < 200
                               add 1 to ws-qtd-agenda
                               if ag-loja = spaces
                                   move "MATRIZ" to ag-loja
                               end-if
                               move agenda-rec
                                 to agd-dados(ws-qtd-agenda)
                               move space
                                 to agd-resultado(ws-qtd-agenda)
                               move 0
                                 to agd-preco-velho(ws-qtd-agenda)
                               if ag-tamanho is not numeric
                                  or ag-preco is not numeric
                                  or ag-vigencia is not numeric
                                   move "I"
                                     to agd-resultado(ws-qtd-agenda)
                               else
                                   if ag-preco = 0
                                       move "I"
                                         to agd-resultado(ws-qtd-agenda)
                                   end-if
                               end-if
                           else
                               display "Agenda PIZZAAGD com mais de "
                                       "200 linhas - o restante fica "
                                       "de fora desta rodada e "
                                       "continua no arquivo."
                               move "S" to ws-agenda-truncada
                               move 4 to ws-cond-nova
                               perform eleva_condicao
                               move "Y" to ws-eof-agenda
                           end-if
                   end-read
               end-perform
               close agenda-file
               display ws-qtd-agenda " preco(s) programado(s) em "
                       "PIZZAAGD."
           end-if

           .
       carrega_agenda-exit.
           exit.

      *-----------------------------------------------------------------

      *    Aplica no mestre, pelo mesmo grava_mestre do cadastro (log
      *    e historico incluidos), cada preco programado com vigencia
      *    ate hoje que ainda nao foi aplicado, e regrava o PIZZAAGD
      *    com as linhas marcadas. Sao precos decididos e digitados
      *    com antecedencia, por isso nao passam pela fila de
      *    aprovacao da carga em lote. Linha vencida cuja pizza nao
      *    esta no catalogo ativo fica como esta, para sair no
      *    relatorio ate alguem corrigir.
       aplica_agenda section.

           move 0 to ws-agd-aplicados
           move 0 to ws-agd-substituidos

           if ws-qtd-agenda = 0
               go to aplica_agenda-exit
           end-if

           move function current-date to ws-timestamp
           move ws-timestamp(1:8) to ws-data-hoje-alfa

           perform varying ws-agd-ind from 1 by 1
                   until ws-agd-ind > ws-qtd-agenda
               if agd-resultado(ws-agd-ind) = space
                  and agd-situacao(ws-agd-ind) <> "A"
                  and agd-vigencia(ws-agd-ind) <= ws-data-hoje-alfa
                   perform verifica_substituicao_agenda
               end-if
               if agd-resultado(ws-agd-ind) = space
                  and agd-situacao(ws-agd-ind) <> "A"
                  and agd-vigencia(ws-agd-ind) <= ws-data-hoje-alfa
                  and ws-agd-substituida = "S"
                   move "A" to agd-situacao(ws-agd-ind)
                   move ws-data-hoje-alfa
                     to agd-data-aplicada(ws-agd-ind)
                   move "S" to agd-resultado(ws-agd-ind)
                   add 1 to ws-agd-substituidos
               end-if
               if agd-resultado(ws-agd-ind) = space
                  and agd-situacao(ws-agd-ind) <> "A"
                  and agd-vigencia(ws-agd-ind) <= ws-data-hoje-alfa
                   move agd-loja(ws-agd-ind)    to ws-loja-busca
                   move agd-nome(ws-agd-ind)    to ws-nome-busca
                   move agd-tamanho(ws-agd-ind) to ws-diametro-busca
                   perform busca_pizza
                   if ws-achou = "Y"
                       move ws-ind-encontrado to ind
                       move preco(ind) to ws-preco-velho
                       move preco(ind) to agd-preco-velho(ws-agd-ind)
                       move "S" to ws-agd-gravou
                       if agd-preco(ws-agd-ind) <> preco(ind)
                           move agd-preco(ws-agd-ind) to preco(ind)
                           move agd-preco(ws-agd-ind) to ws-preco-novo
                           perform grava_mestre
                           if ws-fs-master <> "00"
                               move "N" to ws-agd-gravou
                               move ws-preco-velho to preco(ind)
                           end-if
                       end-if
      *                Falha no mestre: a linha continua pendente e
      *                volta a ser tentada na proxima rodada
                       if ws-agd-gravou = "S"
                           move "A" to agd-situacao(ws-agd-ind)
                           move ws-data-hoje-alfa
                             to agd-data-aplicada(ws-agd-ind)
                           move "H" to agd-resultado(ws-agd-ind)
                           add 1 to ws-agd-aplicados
                       else
                           move "F" to agd-resultado(ws-agd-ind)
                       end-if
                   else
                       move "N" to agd-resultado(ws-agd-ind)
                   end-if
               end-if
           end-perform

           if ws-agd-aplicados = 0 and ws-agd-substituidos = 0
               go to aplica_agenda-exit
           end-if

           perform regrava_agenda

           display "Precos programados: " ws-agd-aplicados
                   " aplicado(s) hoje, " ws-agd-substituidos
                   " substituido(s) por vigencia mais recente."

           move function current-date to ws-timestamp
           move spaces to ws-linha-log
           string ws-timestamp(1:14)  delimited by size
                  " | Precos programados | Aplicados: "
                                      delimited by size
                  ws-agd-aplicados    delimited by size
                  " | Substituidos: " delimited by size
                  ws-agd-substituidos delimited by size
                  into ws-linha-log
           end-string
           move ws-linha-log to pizza-log-rec
           perform grava_log

           .
       aplica_agenda-exit.
           exit.

      *-----------------------------------------------------------------

      *    Linha vencida com outra da mesma pizza (loja, sabor e
      *    tamanho) tambem vencida e de vigencia mais recente - caso
      *    de uma noite sem rodada: so a mais recente vai ao mestre,
      *    a linha apontada por ws-agd-ind fica substituida. Na mesma
      *    vigencia vale a que vem depois no arquivo.
       verifica_substituicao_agenda section.

           move "N" to ws-agd-substituida

           perform varying ws-agd-ind2 from 1 by 1
                   until ws-agd-ind2 > ws-qtd-agenda
                          or ws-agd-substituida = "S"
               if ws-agd-ind2 <> ws-agd-ind
                  and agd-loja(ws-agd-ind2) = agd-loja(ws-agd-ind)
                  and agd-nome(ws-agd-ind2) = agd-nome(ws-agd-ind)
                  and agd-tamanho(ws-agd-ind2) =
                      agd-tamanho(ws-agd-ind)
                  and agd-resultado(ws-agd-ind2) <> "I"
                  and agd-vigencia(ws-agd-ind2) <= ws-data-hoje-alfa
      *            Pendente ao abrir a rodada: ainda sem "A", ou com
      *            "A" posto agora (aplicada ou substituida)
                  and (agd-situacao(ws-agd-ind2) <> "A"
                       or agd-resultado(ws-agd-ind2) = "H"
                       or agd-resultado(ws-agd-ind2) = "S")
                   if agd-vigencia(ws-agd-ind2) >
                      agd-vigencia(ws-agd-ind)
                       move "S" to ws-agd-substituida
                   end-if
                   if agd-vigencia(ws-agd-ind2) =
                      agd-vigencia(ws-agd-ind)
                      and ws-agd-ind2 > ws-agd-ind
                       move "S" to ws-agd-substituida
                   end-if
               end-if
           end-perform

           .
       verifica_substituicao_agenda-exit.
           exit.

      *-----------------------------------------------------------------

      *    Regrava o PIZZAAGD com as linhas da tabela. Se a carga
      *    parou no limite da tabela, as linhas que nao couberam sao
      *    guardadas antes no arquivo de trabalho e devolvidas ao fim
      *    do arquivo; sem essa copia o PIZZAAGD nao e regravado.
       regrava_agenda section.

           if ws-agenda-truncada = "S"
               perform guarda_resto_agenda
               if ws-fila-resto-ok <> "S"
                   display "PIZZAAGD nao regravado: as linhas alem da "
                           "tabela nao puderam ser guardadas."
                   move 12 to ws-cond-nova
                   perform eleva_condicao
                   go to regrava_agenda-exit
               end-if
           end-if

           open output agenda-file
           if ws-fs-agenda <> "00"
               display "Nao foi possivel regravar PIZZAAGD (status "
                       ws-fs-agenda ")."
               move "PIZZAAGD" to ws-stat-arquivo
               move ws-fs-agenda to ws-stat-codigo
               perform registra_status
               move 12 to ws-cond-nova
               perform eleva_condicao
               go to regrava_agenda-exit
           end-if

           perform varying ws-agd-ind from 1 by 1
                   until ws-agd-ind > ws-qtd-agenda
               move agd-dados(ws-agd-ind) to agenda-rec
               write agenda-rec
           end-perform

           if ws-agenda-truncada = "S"
               open input trabalho-fila-file
               move "N" to ws-eof-fila
               perform until ws-eof-fila = "Y"
                   read trabalho-fila-file
                       at end
                           move "Y" to ws-eof-fila
                       not at end
                           move trabalho-fila-rec to agenda-rec
                           write agenda-rec
                   end-read
               end-perform
               close trabalho-fila-file
           end-if

           close agenda-file

           .
       regrava_agenda-exit.
           exit.

      *-----------------------------------------------------------------

      *    Copia para o arquivo de trabalho PIZZAFLW as linhas do
      *    PIZZAAGD que ficaram alem da tabela na carga.
       guarda_resto_agenda section.

           move "N" to ws-fila-resto-ok

           open input agenda-file
           if ws-fs-agenda <> "00"
               move "PIZZAAGD" to ws-stat-arquivo
               move ws-fs-agenda to ws-stat-codigo
               perform registra_status
               go to guarda_resto_agenda-exit
           end-if

           open output trabalho-fila-file
           if ws-fs-trab-fila <> "00"
               move "PIZZAFLW" to ws-stat-arquivo
               move ws-fs-trab-fila to ws-stat-codigo
               perform registra_status
               close agenda-file
               go to guarda_resto_agenda-exit
           end-if

           move 0 to ws-fila-lidos
           move "N" to ws-eof-fila
           perform until ws-eof-fila = "Y"
               read agenda-file
                   at end
                       move "Y" to ws-eof-fila
                   not at end
                       add 1 to ws-fila-lidos
                       if ws-fila-lidos > ws-qtd-agenda
                           move agenda-rec to trabalho-fila-rec
                           write trabalho-fila-rec
                       end-if
               end-read
           end-perform

           close agenda-file
           close trabalho-fila-file
           move "S" to ws-fila-resto-ok

           .
       guarda_resto_agenda-exit.
           exit.

      *-----------------------------------------------------------------

      *    Procura uma promocao vigente hoje para a pizza apontada
      *    por ind. Havendo mais de uma, vale a de menor preco - e a
      *    que o cliente paga.
      *    No modo automatico nao ha menu: a unica alimentacao
      *    possivel e a carga em lote pedida em PIZZAPRM.
           if ws-modo-auto = "S"
      *        Precos programados que venceram ate hoje entram antes
      *        da carga em lote da noite
               perform aplica_agenda
               if ws-opcao-modo = 1
                   perform carrega_lote
               end-if
               if ws-opcao-arquiva = 1
                   perform arquiva_retencao
               end-if
      *        Reconciliacao dos arquivos de apoio, depois de tudo o
      *        que a noite mexeu no mestre
               if ws-opcao-reconcilia = 1
                   perform reconcilia_referencias
               end-if
               go to cadastro_pizza-exit
           end-if

      *    Identificacao do operador antes do menu: quem nao se
      *    identifica nao ve o menu, e a rodada segue direto para o
      *    relatorio
           perform identifica_operador
           if ws-operador-ok <> "S"
               go to cadastro_pizza-exit
           end-if

      *    Menu principal: alimenta o cadastro, consulta e faz
      *    manutencao quantas vezes for preciso, ate o operador
      *    pedir o relatorio. So aparecem as opcoes do nivel do
      *    operador.
           move 0 to ws-opcao-modo

           perform until ws-opcao-modo = 9
               display " "
               display "--- Menu Principal ---"
               if ws-operador-nivel <> "C"
                   display "1 - Carga em lote (PIZZABAT)."
                   display "2 - Cadastro manual de pizzas."
               end-if
               if ws-operador-nivel = "S"
                   display "3 - Manutencao do cadastro "
                           "(excluir/inativar)."
               end-if
               display "4 - Tendencia de precos de uma pizza."
               display "5 - Consulta de pizza no cadastro."
               display "6 - Comparador de compra (combos)."
               if ws-operador-nivel <> "C"
                   display "7 - Carga de vendas (PIZZAVEN)."
               end-if
               if ws-operador-nivel = "S"
                   display "8 - Aprovacao de precos pendentes "
                           "(PIZZAPND)."
               end-if
               display "9 - Encerrar e gerar o relatorio."
               accept ws-opcao-modo

               perform verifica_permissao

               if ws-opcao-permitida = "S"
                   evaluate ws-opcao-modo
                       when 1
                           perform carrega_lote
                       when 7
                           perform carrega_vendas
                       when 2
                           perform cadastro_manual
                       when 3
                           perform manutencao_cadastro
                       when 4
                           perform consulta_tendencia
                       when 5
                           perform consulta_pizza
                       when 6
                           perform comparador_compra
                       when 8
                           perform aprovacao_pendentes
                       when 9
                           continue
                       when other
                           display "Opcao invalida."
                   end-evaluate
               else
                   display "Opcao nao permitida para o nivel do "
                           "operador."
               end-if
           end-perform

           .

      *-----------------------------------------------------------------

      *    Identifica o operador do menu pelo codigo no cadastro
      *    PIZZAOPR, com tres tentativas. Toda tentativa recusada e
      *    registrada no log; a sessao bloqueada tambem, e vira aviso
      *    no codigo de condicao. Sem o cadastro (ausente, renomeado
      *    ou sem permissao de leitura) a sessao fica so com as
      *    opcoes de consulta: nenhum preco muda sem operador
      *    identificado.
       identifica_operador section.

           move "N" to ws-operador-ok

           open input operador-file
           if ws-fs-operador <> "00"
               display "Cadastro de operadores PIZZAOPR inacessivel "
                       "(status " ws-fs-operador ") - menu so de "
                       "consulta."
               move "PIZZAOPR" to ws-stat-arquivo
               move ws-fs-operador to ws-stat-codigo
               perform registra_status
               move 4 to ws-cond-nova
               perform eleva_condicao
               move "C" to ws-operador-nivel
               move "S" to ws-operador-ok
               move function current-date to ws-timestamp
               move spaces to ws-linha-log
               string ws-timestamp(1:14)   delimited by size
                      " | Identificacao sem PIZZAOPR | Status: "
                                           delimited by size
                      ws-fs-operador       delimited by size
                      " | Nivel: C"        delimited by size
                      into ws-linha-log
               end-string
               move ws-linha-log to pizza-log-rec
               perform grava_log
               go to identifica_operador-exit
           end-if
           close operador-file

           move 0 to ws-operador-tentativas

           perform until ws-operador-ok = "S"
                  or ws-operador-tentativas >= 3
               display " "
               display "Codigo do operador: "
               accept ws-operador-digitado
               move function upper-case(ws-operador-digitado)
                 to ws-operador-digitado
               add 1 to ws-operador-tentativas
               perform busca_operador
               if ws-operador-ok = "S"
                   display "Operador " ws-operador " - "
                           ws-operador-nome " (nivel "
                           ws-operador-nivel ")."
                   move function current-date to ws-timestamp
                   move spaces to ws-linha-log
                   string ws-timestamp(1:14)   delimited by size
                          " | Identificacao | Nome: "
                                               delimited by size
                          ws-operador-nome     delimited by size
                          " | Nivel: "         delimited by size
                          ws-operador-nivel    delimited by size
                          into ws-linha-log
                   end-string
                   move ws-linha-log to pizza-log-rec
                   perform grava_log
               else
                   display "Operador nao cadastrado."
                   move function current-date to ws-timestamp
                   move spaces to ws-linha-log
                   string ws-timestamp(1:14)   delimited by size
                          " | Identificacao recusada | Codigo "
                                               delimited by size
                          "digitado: "         delimited by size
                          ws-operador-digitado delimited by size
                          " | Tentativa: "     delimited by size
                          ws-operador-tentativas
                                               delimited by size
                          into ws-linha-log
                   end-string
                   move ws-linha-log to pizza-log-rec
                   perform grava_log
               end-if
           end-perform

           if ws-operador-ok <> "S"
               display "Acesso negado - o menu nao sera aberto."
               move function current-date to ws-timestamp
               move spaces to ws-linha-log
               string ws-timestamp(1:14)   delimited by size
                      " | Identificacao bloqueada apos 3 tentativas"
                                           delimited by size
                      into ws-linha-log
               end-string
               move ws-linha-log to pizza-log-rec
               perform grava_log
               move 4 to ws-cond-nova
               perform eleva_condicao
           end-if

           .
       identifica_operador-exit.
           exit.

      *-----------------------------------------------------------------

      *    Procura ws-operador-digitado no cadastro PIZZAOPR. Achando,
      *    a sessao fica com o codigo, o nome e o nivel do operador;
      *    nivel fora de "C"/"A"/"S" vale como consulta. O codigo
      *    digitado ja vem em maiusculas; o do cadastro tambem e
      *    comparado em maiusculas.
       busca_operador section.

           if ws-operador-digitado = spaces
               go to busca_operador-exit
           end-if

           open input operador-file
           if ws-fs-operador <> "00"
               go to busca_operador-exit
           end-if

           move "N" to ws-eof-operador
           perform until ws-eof-operador = "Y"
               read operador-file
                   at end
                       move "Y" to ws-eof-operador
                   not at end
                       if function upper-case(op-codigo) =
                          ws-operador-digitado
                           move "S" to ws-operador-ok
                           move op-codigo to ws-operador
                           move op-nome   to ws-operador-nome
                           move op-nivel  to ws-operador-nivel
                           if op-nivel <> "C" and op-nivel <> "A"
                              and op-nivel <> "S"
                               move "C" to ws-operador-nivel
                           end-if
                           move "Y" to ws-eof-operador
                       end-if
               end-read
           end-perform
           close operador-file

           .
       busca_operador-exit.
           exit.

      *-----------------------------------------------------------------

      *    Confere a opcao do menu em ws-opcao-modo contra o nivel do
      *    operador: consulta so tendencia, consulta de pizza,
      *    comparador e encerrar; cadastro tambem as cargas e o
      *    cadastro manual; supervisor tudo. Opcao inexistente passa
      *    para o menu responder "Opcao invalida".
       verifica_permissao section.

           move "S" to ws-opcao-permitida

           evaluate ws-opcao-modo
               when 1
               when 2
               when 7
                   if ws-operador-nivel = "C"
                       move "N" to ws-opcao-permitida
                   end-if
               when 3
               when 8
                   if ws-operador-nivel <> "S"
                       move "N" to ws-opcao-permitida
                   end-if
               when other
                   continue
           end-evaluate

           .
       verifica_permissao-exit.
           exit.

      *-----------------------------------------------------------------

      *    Registro manual das pizzas, uma a uma.
       cadastro_manual section.

           move 0 to opcao_menu

               perform until opcao_menu = 2

                   if qtd >= ws-max-pizzas then
                       display "Voce Atingiu o Limite de "
                               ws-max-pizzas " Pizzas"
                   else
                       perform cadastro_uma_pizza
                   end-if

      *            Menu para escolher se quer cadastrar mais pizzas
                   display " "
                   display "Deseja Cadastrar Mais uma Pizza?"
                   display "1 - Sim."
                   display "2 - Nao."
                   accept opcao_menu
                   display erase

               end-perform

               perform registra_status
               move 12 to ws-cond-nova
               perform eleva_condicao
      *        Preco que nao chegou ao mestre nao vai ao log nem ao
      *        PIZZAHST: o ranking historico reaplica o PIZZAHST e
      *        montaria um preco que nunca valeu. Quem chamou confere
      *        ws-fs-master e desfaz a tabela.
               go to grava_mestre-exit
           end-if

      *    Registra no log de auditoria o preco antigo e o preco novo
           move ws-preco-velho to ws-preco-velho-ed
           move ws-preco-novo  to ws-preco-novo-ed

           move spaces to ws-linha-log
           string ws-timestamp(1:14)    delimited by size
                  " | Loja: "           delimited by size
                  loja(ind)             delimited by size
               move ws-preco-velho to ph-preco-velho
               move ws-preco-novo  to ph-preco-novo
               move moeda(ind)     to ph-moeda
               move ws-operador    to ph-operador
               write historico-rec
               if ws-fs-hist = "00"
                   add 1 to ws-ctl-hist-gravados
               move 0 to ws-lote-novos
               move 0 to ws-lote-alterados
               move 0 to ws-lote-rejeitados
               move 0 to ws-lote-retidos
               move 0 to ws-lote-qtd-chaves
               move "N" to ws-lote-abortado

                   open output rejeitos-file
               end-if

               move "S" to ws-pend-fila-ok
               open extend pendente-file
               if ws-fs-pend <> "00"
                   open output pendente-file
               end-if
               if ws-fs-pend <> "00"
                   move "N" to ws-pend-fila-ok
                   move "PIZZAPND" to ws-stat-arquivo
                   move ws-fs-pend to ws-stat-codigo
                   perform registra_status
                   move 12 to ws-cond-nova
                   perform eleva_condicao
               end-if

               perform until ws-eof-batch = "Y"
                   read pizza-batch-file
                       at end

               close pizza-batch-file
               close rejeitos-file
               if ws-pend-fila-ok = "S"
                   close pendente-file
               end-if

               perform totais_lote
           end-if
           move pb-diametro to ws-diametro-busca
           perform busca_pizza

      *    Variacao grande de preco (o 4,90 no lugar de 49,00) e
      *    qualquer preco da loja propria nao vao direto ao mestre:
      *    ficam em PIZZAPND esperando o supervisor
           perform verifica_retencao_lote
           if ws-lote-reter = "S"
               perform grava_pendente
               perform registra_chave_lote
               go to processa_item_lote-exit
           end-if

           if ws-achou = "Y"
               move ws-ind-encontrado to ind
               move preco(ind) to ws-preco-velho

      *-----------------------------------------------------------------

      *    Decide se o registro de lote corrente (ja localizado por
      *    busca_pizza) deve ser retido para aprovacao: qualquer
      *    preco novo ou alterado da loja propria, ou, nas demais
      *    lojas, variacao acima de ws-limite-aprov % sobre o preco
      *    do mestre. Pizza nova de concorrente nao tem variacao e
      *    entra direto, como sempre entrou.
       verifica_retencao_lote section.

           move "N" to ws-lote-reter
           move spaces to ws-pend-motivo

           if ws-achou = "Y"
               if preco(ws-ind-encontrado) = pb-preco
                   go to verifica_retencao_lote-exit
               end-if
           end-if

           if pb-loja = ws-loja-propria
               move "S" to ws-lote-reter
               move "PRECO LOJA PROPRIA" to ws-pend-motivo
               go to verifica_retencao_lote-exit
           end-if

           if ws-achou <> "Y"
              or preco(ws-ind-encontrado) = 0
               go to verifica_retencao_lote-exit
           end-if

           if pb-preco > preco(ws-ind-encontrado)
               compute ws-pend-pct =
                       (pb-preco - preco(ws-ind-encontrado)) * 100
                       / preco(ws-ind-encontrado)
                   on size error
                       move 99999 to ws-pend-pct
               end-compute
           else
               compute ws-pend-pct =
                       (preco(ws-ind-encontrado) - pb-preco) * 100
                       / preco(ws-ind-encontrado)
                   on size error
                       move 99999 to ws-pend-pct
               end-compute
           end-if

           if ws-pend-pct > ws-limite-aprov
               move "S" to ws-lote-reter
               move "VARIACAO > LIMITE" to ws-pend-motivo
           end-if

           .
       verifica_retencao_lote-exit.
           exit.

      *-----------------------------------------------------------------

      *    Grava em PIZZAPND o registro de lote retido, com o preco
      *    do mestre no momento da carga e o motivo. Sem a fila
      *    aberta, ou com erro na gravacao, o registro vai para
      *    PIZZAREJ: nao chega ao mestre, mas tambem nao some.
       grava_pendente section.

           if ws-pend-fila-ok <> "S"
               move "FILA INDISPONIVEL" to ws-rej-motivo
               perform grava_rejeito
               go to grava_pendente-exit
           end-if

           move function current-date to ws-timestamp
           move ws-timestamp(1:8) to pd-data
           move pb-loja     to pd-loja
           move pb-nome     to pd-nome
           move pb-unidade  to pd-unidade
           move pb-diametro to pd-diametro
           if pb-moeda = spaces
               move "BRL" to pd-moeda
           else
               move pb-moeda to pd-moeda
           end-if
           if ws-achou = "Y"
               move preco(ws-ind-encontrado) to pd-preco-velho
           else
               move 0 to pd-preco-velho
           end-if
           move pb-preco    to pd-preco-novo
           move pb-forma    to pd-forma
           move pb-largura  to pd-largura
           move ws-pend-motivo to pd-motivo

           write pendente-rec
           if ws-fs-pend <> "00"
               move "PIZZAPND" to ws-stat-arquivo
               move ws-fs-pend to ws-stat-codigo
               perform registra_status
               move 12 to ws-cond-nova
               perform eleva_condicao
               move "FILA INDISPONIVEL" to ws-rej-motivo
               perform grava_rejeito
               go to grava_pendente-exit
           end-if

           add 1 to ws-lote-retidos
           display "Alteracao de preco retida para aprovacao ("
                   ws-pend-motivo "): " pb-nome

           .
       grava_pendente-exit.
           exit.

      *-----------------------------------------------------------------

      *    Verifica se a chave do registro de lote ja foi aplicada
      *    nesta mesma carga (duplicidade dentro do arquivo).
       verifica_dup_lote section.
           display "Carga em lote: " ws-lote-lidos " lido(s), "
                   ws-lote-novos " novo(s), " ws-lote-alterados
                   " preco(s) alterado(s), " ws-lote-rejeitados
                   " rejeitado(s), " ws-lote-retidos
                   " retido(s) para aprovacao."

           if ws-lote-abortado = "Y"
               display "Carga interrompida: rejeicao acima de "
                  ws-lote-alterados    delimited by size
                  " | Rejeitados: "    delimited by size
                  ws-lote-rejeitados   delimited by size
                  " | Retidos: "       delimited by size
                  ws-lote-retidos      delimited by size
                  into ws-linha-log
           end-string
           move ws-linha-log to pizza-log-rec

      *-----------------------------------------------------------------

      *    Fila de aprovacao das alteracoes de preco retidas pela
      *    carga em lote: o supervisor lista a fila e aprova ou
      *    rejeita cada alteracao. So a aprovada chega ao mestre (por
      *    grava_mestre, com PIZZALOG e PIZZAHST); a rejeitada vai ao
      *    PIZZALOG com o motivo. O que sobrar pendente volta ao
      *    PIZZAPND na saida.
       aprovacao_pendentes section.

           perform carrega_pendentes

           if ws-fs-pend <> "00"
               display "Nenhuma alteracao pendente (PIZZAPND ausente)."
               go to aprovacao_pendentes-exit
           end-if

           move "N" to ws-pend-alterado
           move 0 to ws-opcao-aprov

           perform until ws-opcao-aprov = 9
               display " "
               display "Aprovacao de Precos Pendentes"
               display "1 - Listar alteracoes pendentes."
               display "2 - Aprovar/rejeitar uma a uma."
               display "9 - Voltar."
               accept ws-opcao-aprov

               evaluate ws-opcao-aprov
                   when 1
                       perform lista_pendentes
                   when 2
                       perform analisa_pendentes
                   when 9
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate
           end-perform

           if ws-pend-alterado = "S"
               perform regrava_pendentes
           end-if

           .
       aprovacao_pendentes-exit.
           exit.

      *-----------------------------------------------------------------

      *    Le a fila PIZZAPND para a tabela, todas como pendentes.
       carrega_pendentes section.

           move 0 to ws-qtd-pend
           move "N" to ws-pend-truncada

           open input pendente-file

           if ws-fs-pend = "00"
               move "N" to ws-eof-pend
               perform until ws-eof-pend = "Y"
                   read pendente-file
                       at end
                           move "Y" to ws-eof-pend
                       not at end
                           if ws-qtd-pend < 200
                               add 1 to ws-qtd-pend
                               move pendente-rec
                                 to pnd-dados(ws-qtd-pend)
                               move "P" to pnd-situacao(ws-qtd-pend)
                           else
                               display "Fila com mais de 200 "
                                       "alteracoes - o restante "
                                       "fica para a proxima analise."
                               move "S" to ws-pend-truncada
                               move 4 to ws-cond-nova
                               perform eleva_condicao
                               move "Y" to ws-eof-pend
                           end-if
                   end-read
               end-perform
               close pendente-file
           end-if

           .
       carrega_pendentes-exit.
           exit.

      *-----------------------------------------------------------------

      *    Lista na tela as alteracoes ainda pendentes.
       lista_pendentes section.

           display " "
           display "Alteracoes de preco pendentes:"

           move 0 to ws-pend-restantes
           perform varying ws-pend-ind from 1 by 1
                   until ws-pend-ind > ws-qtd-pend
               if pnd-situacao(ws-pend-ind) = "P"
                   add 1 to ws-pend-restantes
                   perform mostra_pendente
               end-if
           end-perform

           if ws-pend-restantes = 0
               display "Nenhuma alteracao pendente."
           end-if

           .
       lista_pendentes-exit.
           exit.

      *-----------------------------------------------------------------

      *    Mostra na tela a alteracao pendente apontada por
      *    ws-pend-ind, com a variacao sobre o preco do mestre.
       mostra_pendente section.

           move pnd-preco-velho(ws-pend-ind) to ws-preco-velho-ed
           move pnd-preco-novo(ws-pend-ind)  to ws-preco-novo-ed

           display " "
           display ws-pend-ind ") " pnd-loja(ws-pend-ind) " - "
                   pnd-nome(ws-pend-ind) " tam "
                   pnd-diametro(ws-pend-ind) " "
                   pnd-unidade(ws-pend-ind)
           if pnd-preco-velho(ws-pend-ind) > 0
               compute ws-pend-pct-sinal =
                       (pnd-preco-novo(ws-pend-ind)
                        - pnd-preco-velho(ws-pend-ind)) * 100
                       / pnd-preco-velho(ws-pend-ind)
               move ws-pend-pct-sinal to ws-pend-pct-sinal-ed
               display "   Preco: " pnd-moeda(ws-pend-ind) " "
                       ws-preco-velho-ed " -> " ws-preco-novo-ed
                       " (" ws-pend-pct-sinal-ed "%)"
           else
               display "   Pizza nova - preco: "
                       pnd-moeda(ws-pend-ind) " " ws-preco-novo-ed
           end-if
           display "   Carga de " pnd-data(ws-pend-ind)
                   " - retida por: " pnd-motivo(ws-pend-ind)

           .
       mostra_pendente-exit.
           exit.

      *-----------------------------------------------------------------

      *    Percorre a fila pedindo a decisao do supervisor para cada
      *    alteracao pendente: A aprova, R rejeita, M mantem na fila
      *    e F encerra a analise.
       analisa_pendentes section.

           move space to ws-pend-decisao

           perform varying ws-pend-ind from 1 by 1
                   until ws-pend-ind > ws-qtd-pend
                          or ws-pend-decisao = "F"
               if pnd-situacao(ws-pend-ind) = "P"
                   perform mostra_pendente
                   display "A - Aprovar  R - Rejeitar  "
                           "M - Manter pendente  F - Fim"
                   accept ws-pend-decisao
                   move function upper-case(ws-pend-decisao)
                     to ws-pend-decisao
                   evaluate ws-pend-decisao
                       when "A"
                           perform aprova_pendente
                       when "R"
                           perform rejeita_pendente
                       when "F"
                           continue
                       when other
                           display "Mantida pendente."
                   end-evaluate
               end-if
           end-perform

           .
       analisa_pendentes-exit.
           exit.

      *-----------------------------------------------------------------

      *    Aplica a alteracao aprovada (ws-pend-ind) na tabela e no
      *    mestre pelo mesmo caminho da carga em lote. O preco velho
      *    do log e do historico e o do mestre agora, nao o da hora
      *    da carga. Pizza que saiu do catalogo ativo depois da carga
      *    (inativada) fica pendente: aprovar nao pode reativa-la.
       aprova_pendente section.

           move pnd-loja(ws-pend-ind)     to ws-loja-busca
           move pnd-nome(ws-pend-ind)     to ws-nome-busca
           move pnd-diametro(ws-pend-ind) to ws-diametro-busca
           perform busca_pizza

           if ws-achou = "Y"
               move ws-ind-encontrado to ind
               move preco(ind) to ws-preco-velho
               move relatorio(ind) to ws-pend-item-sav
           else
               move ws-nome-busca     to pm-nome
               move ws-diametro-busca to pm-diametro
               move ws-loja-busca     to pm-loja
               read pizza-master-file
                   invalid key
                       continue
                   not invalid key
                       display "Pizza inativa no mestre - alteracao "
                               "mantida pendente."
                       go to aprova_pendente-exit
               end-read
               if qtd >= ws-max-pizzas
                   display "Tabela cheia - alteracao mantida "
                           "pendente."
                   go to aprova_pendente-exit
               end-if
               add 1 to qtd
               move qtd to ind
               move ws-loja-busca to loja(ind)
               move ws-nome-busca to nome(ind)
               move 0 to ws-preco-velho
           end-if

           move pnd-unidade(ws-pend-ind)    to unidade(ind)
           move pnd-moeda(ws-pend-ind)      to moeda(ind)
           move pnd-diametro(ws-pend-ind)   to diametro(ind)
           move pnd-forma(ws-pend-ind)      to forma(ind)
           move pnd-largura(ws-pend-ind)    to largura(ind)
           move pnd-preco-novo(ws-pend-ind) to preco(ind)
           move pnd-preco-novo(ws-pend-ind) to ws-preco-novo

           perform grava_mestre

      *    Mestre recusou a gravacao: a tabela volta ao que era e a
      *    alteracao continua pendente no PIZZAPND
           if ws-fs-master <> "00"
               if ws-achou = "Y"
                   move ws-pend-item-sav to relatorio(ind)
               else
                   subtract 1 from qtd
               end-if
               move "Nao gravada" to ws-man-acao
               move spaces to ws-pend-rej-motivo
               string "FALHA PIZZAMST STATUS "
                                      delimited by size
                      ws-fs-master    delimited by size
                      into ws-pend-rej-motivo
               end-string
               perform grava_log_pendente
               display "Falha ao gravar no mestre - alteracao "
                       "mantida pendente."
               go to aprova_pendente-exit
           end-if

           move "A" to pnd-situacao(ws-pend-ind)
           move "S" to ws-pend-alterado
           move "Aprovada" to ws-man-acao
           move spaces to ws-pend-rej-motivo
           perform grava_log_pendente
           display "Alteracao aprovada e gravada no mestre."

           .
       aprova_pendente-exit.
           exit.

      *-----------------------------------------------------------------

      *    Rejeita a alteracao (ws-pend-ind): pede o motivo e registra
      *    em PIZZALOG; mestre e historico nao sao tocados.
       rejeita_pendente section.

           move spaces to ws-pend-rej-motivo
           perform until ws-pend-rej-motivo <> spaces
               display "Motivo da rejeicao "
               accept ws-pend-rej-motivo
           end-perform

           move "R" to pnd-situacao(ws-pend-ind)
           move "S" to ws-pend-alterado
           move "Rejeitada" to ws-man-acao
           perform grava_log_pendente
           display "Alteracao rejeitada."

           .
       rejeita_pendente-exit.
           exit.

      *-----------------------------------------------------------------

      *    Registra em PIZZALOG a decisao sobre a alteracao pendente
      *    apontada por ws-pend-ind (acao em ws-man-acao e, na
      *    rejeicao, o motivo).
       grava_log_pendente section.

           move pnd-preco-velho(ws-pend-ind) to ws-preco-velho-ed
           move pnd-preco-novo(ws-pend-ind)  to ws-preco-novo-ed

           move function current-date to ws-timestamp
           move spaces to ws-linha-log
           string ws-timestamp(1:14)  delimited by size
                  " | Pendente "      delimited by size
                  ws-man-acao         delimited by size
                  " | Loja: "         delimited by size
                  pnd-loja(ws-pend-ind)
                                      delimited by size
                  " | Pizza: "        delimited by size
                  pnd-nome(ws-pend-ind)
                                      delimited by size
                  " | Tamanho: "      delimited by size
                  pnd-diametro(ws-pend-ind)
                                      delimited by size
                  " | Proposto: "     delimited by size
                  ws-preco-novo-ed    delimited by size
                  " | Motivo: "       delimited by size
                  ws-pend-rej-motivo  delimited by size
                  into ws-linha-log
           end-string
           move ws-linha-log to pizza-log-rec
           perform grava_log

           .
       grava_log_pendente-exit.
           exit.

      *-----------------------------------------------------------------

      *    Regrava o PIZZAPND so com as alteracoes ainda pendentes.
       regrava_pendentes section.

      *    Fila maior que a tabela: as alteracoes que nao couberam
      *    voltam ao fim do arquivo, pelo arquivo de trabalho
           if ws-pend-truncada = "S"
               perform guarda_resto_pendentes
               if ws-fila-resto-ok <> "S"
                   display "PIZZAPND nao regravado: as alteracoes alem "
                           "da tabela nao puderam ser guardadas."
                   move 12 to ws-cond-nova
                   perform eleva_condicao
                   go to regrava_pendentes-exit
               end-if
           end-if

           open output pendente-file
           if ws-fs-pend <> "00"
               display "Nao foi possivel regravar PIZZAPND (status "
                       ws-fs-pend ")."
               move "PIZZAPND" to ws-stat-arquivo
               move ws-fs-pend to ws-stat-codigo
               perform registra_status
               move 12 to ws-cond-nova
               perform eleva_condicao
               go to regrava_pendentes-exit
           end-if

           perform varying ws-pend-ind from 1 by 1
                   until ws-pend-ind > ws-qtd-pend
               if pnd-situacao(ws-pend-ind) = "P"
                   move pnd-dados(ws-pend-ind) to pendente-rec
                   write pendente-rec
               end-if
           end-perform

           if ws-pend-truncada = "S"
               open input trabalho-fila-file
               move "N" to ws-eof-fila
               perform until ws-eof-fila = "Y"
                   read trabalho-fila-file
                       at end
                           move "Y" to ws-eof-fila
                       not at end
                           move trabalho-fila-rec to pendente-rec
                           write pendente-rec
                   end-read
               end-perform
               close trabalho-fila-file
           end-if

           close pendente-file

           .
       regrava_pendentes-exit.
           exit.

      *-----------------------------------------------------------------

      *    Copia para o arquivo de trabalho PIZZAFLW as alteracoes do
      *    PIZZAPND que ficaram alem da tabela na carga.
       guarda_resto_pendentes section.

           move "N" to ws-fila-resto-ok

           open input pendente-file
           if ws-fs-pend <> "00"
               move "PIZZAPND" to ws-stat-arquivo
               move ws-fs-pend to ws-stat-codigo
               perform registra_status
               go to guarda_resto_pendentes-exit
           end-if

           open output trabalho-fila-file
           if ws-fs-trab-fila <> "00"
               move "PIZZAFLW" to ws-stat-arquivo
               move ws-fs-trab-fila to ws-stat-codigo
               perform registra_status
               close pendente-file
               go to guarda_resto_pendentes-exit
           end-if

           move 0 to ws-fila-lidos
           move "N" to ws-eof-fila
           perform until ws-eof-fila = "Y"
               read pendente-file
                   at end
                       move "Y" to ws-eof-fila
                   not at end
                       add 1 to ws-fila-lidos
                       if ws-fila-lidos > ws-qtd-pend
                           move pendente-rec to trabalho-fila-rec
                           write trabalho-fila-rec
                       end-if
               end-read
           end-perform

           close pendente-file
           close trabalho-fila-file
           move "S" to ws-fila-resto-ok

           .
       guarda_resto_pendentes-exit.
           exit.

      *-----------------------------------------------------------------

      *    Conta as alteracoes que continuam em PIZZAPND, para o
      *    controle de fim de execucao. Sem o arquivo, nada pendente.
       conta_pendentes section.

           move 0 to ws-pend-restantes

           open input pendente-file
           if ws-fs-pend = "00"
               move "N" to ws-eof-pend
               perform until ws-eof-pend = "Y"
                   read pendente-file
                       at end
                           move "Y" to ws-eof-pend
                       not at end
                           add 1 to ws-pend-restantes
                   end-read
               end-perform
               close pendente-file
           end-if

           .
       conta_pendentes-exit.
           exit.

      *-----------------------------------------------------------------

      *    Precificacao de pedidos de clientes (pr-modo "P"): le o
      *    PIZZAPED, da preco a cada item pelo catalogo ativo com a
      *    promocao do dia, soma a taxa de entrega da loja e marca o
      *    pedido abaixo do minimo. Cada item e o total do pedido
      *    saem em PIZZAPPR; o resumo por loja sai em imprime_pedidos.
       precifica_pedidos section.

           move 0 to ws-qtd-pedidos
           move "N" to ws-ped-aberto

           move function current-date to ws-timestamp
           move ws-timestamp(1:8) to ws-data-hoje-alfa

           open input pedido-file
           if ws-fs-pedido <> "00"
               display "Arquivo de pedidos PIZZAPED inacessivel "
                       "(status " ws-fs-pedido ")."
               move "PIZZAPED" to ws-stat-arquivo
               move ws-fs-pedido to ws-stat-codigo
               perform registra_status
               move 12 to ws-cond-nova
               perform eleva_condicao
               go to precifica_pedidos-exit
           end-if

           open output pedido-prc-file
           if ws-fs-ped-prc <> "00"
               display "Arquivo de pedidos precificados PIZZAPPR "
                       "inacessivel (status " ws-fs-ped-prc ")."
               move "PIZZAPPR" to ws-stat-arquivo
               move ws-fs-ped-prc to ws-stat-codigo
               perform registra_status
               move 12 to ws-cond-nova
               perform eleva_condicao
               close pedido-file
               go to precifica_pedidos-exit
           end-if

           move "N" to ws-eof-pedido
           perform until ws-eof-pedido = "Y"
               read pedido-file
                   at end
                       move "Y" to ws-eof-pedido
                   not at end
                       evaluate true
                           when pc-cabecalho
                               if ws-ped-aberto = "S"
                                   perform fecha_pedido
                               end-if
                               perform abre_pedido
                           when pc-item
                               if ws-ped-aberto = "S"
                                   perform precifica_item_pedido
                               else
                                   add 1 to ws-ped-sem-cabecalho
                               end-if
                           when other
                               add 1 to ws-ped-sem-cabecalho
                       end-evaluate
               end-read
           end-perform

           if ws-ped-aberto = "S"
               perform fecha_pedido
           end-if

           close pedido-file
           close pedido-prc-file

      *    Linha sem cabecalho ou de tipo desconhecido nao entra em
      *    pedido nenhum: o arquivo veio mal montado
           if ws-ped-sem-cabecalho > 0
               display ws-ped-sem-cabecalho " linha(s) de PIZZAPED "
                       "fora de um pedido - ignorada(s)."
               move 4 to ws-cond-nova
               perform eleva_condicao
           end-if
           if ws-ped-itens-erro > 0
               move 4 to ws-cond-nova
               perform eleva_condicao
           end-if

           display ws-qtd-pedidos " pedido(s) precificado(s) em "
                   "PIZZAPPR - " ws-ped-abaixo " abaixo do minimo."

           move function current-date to ws-timestamp
           move spaces to ws-linha-log
           string ws-timestamp(1:14)  delimited by size
                  " | Precificacao de pedidos | Pedidos: "
                                      delimited by size
                  ws-qtd-pedidos      delimited by size
                  " | Itens: "        delimited by size
                  ws-ped-itens        delimited by size
                  " | Abaixo do minimo: "
                                      delimited by size
                  ws-ped-abaixo       delimited by size
                  " | Itens nao precificados: "
                                      delimited by size
                  ws-ped-itens-erro   delimited by size
                  into ws-linha-log
           end-string
           move ws-linha-log to pizza-log-rec
           perform grava_log

           .
       precifica_pedidos-exit.
           exit.

      *-----------------------------------------------------------------

      *    Abre um pedido na tabela a partir do cabecalho lido: loja
      *    validada no cadastro PIZZALOJ (taxa de entrega e minimo
      *    vem dela) e acumuladores zerados.
       abre_pedido section.

           if ws-qtd-pedidos >= 500
               display "PIZZAPED com mais de 500 pedidos - o "
                       "restante fica para a proxima rodada."
               move 4 to ws-cond-nova
               perform eleva_condicao
               move "N" to ws-ped-aberto
               move "Y" to ws-eof-pedido
               go to abre_pedido-exit
           end-if

           add 1 to ws-qtd-pedidos
           move "S" to ws-ped-aberto

           if pc-loja = spaces
               move "MATRIZ" to pc-loja
           end-if

           move pc-numero     to tp-numero(ws-qtd-pedidos)
           move pc-loja       to tp-loja(ws-qtd-pedidos)
           move pc-modalidade to tp-modalidade(ws-qtd-pedidos)
           move 0 to tp-itens(ws-qtd-pedidos)
           move 0 to tp-itens-erro(ws-qtd-pedidos)
           move 0 to tp-subtotal(ws-qtd-pedidos)
           move 0 to tp-taxa(ws-qtd-pedidos)
           move 0 to tp-total(ws-qtd-pedidos)
           move spaces to tp-situacao(ws-qtd-pedidos)
           move "N" to tp-impresso(ws-qtd-pedidos)

           move pc-loja to ws-loja-busca
           perform valida_loja
           move ws-loja-valida to tp-loja-valida(ws-qtd-pedidos)
           move ws-loja-minimo to tp-minimo(ws-qtd-pedidos)
           if pc-entrega
               move ws-loja-taxa to tp-taxa(ws-qtd-pedidos)
           end-if

           .
       abre_pedido-exit.
           exit.

      *-----------------------------------------------------------------

      *    Da preco a uma linha de item do pedido aberto: a pizza tem
      *    de estar no catalogo ativo da loja do pedido; vale a
      *    promocao vigente hoje e o preco sai convertido para BRL.
      *    Item que nao pode ser precificado sai no PIZZAPPR com o
      *    motivo em pq-situacao e fica fora do subtotal.
       precifica_item_pedido section.

           add 1 to ws-ped-itens

           move spaces to pedido-prc-item-rec
           move "I" to pq-tipo
           move tp-numero(ws-qtd-pedidos) to pq-numero
           move tp-loja(ws-qtd-pedidos)   to pq-loja
           move pi-nome to pq-nome
           move 0 to pq-tamanho
           move 0 to pq-qtde
           move 0 to pq-preco
           move 0 to pq-valor

           if pi-nome = spaces
              or pi-tamanho is not numeric
              or pi-qtde is not numeric
               move "I" to pq-situacao
               perform grava_item_pedido
               go to precifica_item_pedido-exit
           end-if

           move pi-tamanho to pq-tamanho
           move pi-qtde    to pq-qtde

           if pi-qtde = 0
               move "I" to pq-situacao
               perform grava_item_pedido
               go to precifica_item_pedido-exit
           end-if

           move tp-loja(ws-qtd-pedidos) to ws-loja-busca
           move pi-nome    to ws-nome-busca
           move pi-tamanho to ws-diametro-busca
           perform busca_pizza
           if ws-achou <> "Y"
               move "N" to pq-situacao
               perform grava_item_pedido
               go to precifica_item_pedido-exit
           end-if

           move ws-ind-encontrado to ind
           perform busca_taxa
           if ws-taxa-achada <> "S"
               move "X" to pq-situacao
               perform grava_item_pedido
               go to precifica_item_pedido-exit
           end-if

           perform busca_promocao
           if ws-promo-achada = "S"
               move "P" to pq-promo
           else
               move preco(ind) to ws-promo-preco
           end-if

           compute pq-preco rounded = ws-promo-preco * ws-taxa-valor
           compute pq-valor = pq-preco * pq-qtde

           add pq-valor to tp-subtotal(ws-qtd-pedidos)
           add pq-qtde  to tp-itens(ws-qtd-pedidos)

           perform grava_item_pedido

           .
       precifica_item_pedido-exit.
           exit.

      *-----------------------------------------------------------------

      *    Grava a linha de item montada em pedido-prc-item-rec e
      *    conta os itens que nao puderam ser precificados.
       grava_item_pedido section.

           if pq-situacao <> space
               add 1 to tp-itens-erro(ws-qtd-pedidos)
               add 1 to ws-ped-itens-erro
           end-if

           write pedido-prc-item-rec

           if ws-fs-ped-prc <> "00"
               move "PIZZAPPR" to ws-stat-arquivo
               move ws-fs-ped-prc to ws-stat-codigo
               perform registra_status
               move 12 to ws-cond-nova
               perform eleva_condicao
           end-if

           .
       grava_item_pedido-exit.
           exit.

      *-----------------------------------------------------------------

      *    Fecha o pedido aberto: total com a taxa de entrega e a
      *    situacao do pedido. O minimo da loja e conferido contra o
      *    valor das pizzas, sem a taxa de entrega.
       fecha_pedido section.

           move "N" to ws-ped-aberto

           compute tp-total(ws-qtd-pedidos) =
                   tp-subtotal(ws-qtd-pedidos)
                   + tp-taxa(ws-qtd-pedidos)

           evaluate true
               when tp-loja-valida(ws-qtd-pedidos) <> "S"
                   move "LOJA INVALIDA" to tp-situacao(ws-qtd-pedidos)
               when tp-modalidade(ws-qtd-pedidos) <> "E"
                and tp-modalidade(ws-qtd-pedidos) <> "R"
                   move "MODALIDADE INVALIDA"
                     to tp-situacao(ws-qtd-pedidos)
               when tp-itens-erro(ws-qtd-pedidos) > 0
                   move "ITEM NAO PRECIFICADO"
                     to tp-situacao(ws-qtd-pedidos)
               when tp-subtotal(ws-qtd-pedidos) <
                    tp-minimo(ws-qtd-pedidos)
                   move "ABAIXO DO MINIMO"
                     to tp-situacao(ws-qtd-pedidos)
               when other
                   move "OK" to tp-situacao(ws-qtd-pedidos)
           end-evaluate

           if tp-situacao(ws-qtd-pedidos) = "ABAIXO DO MINIMO"
               add 1 to ws-ped-abaixo
           else
               if tp-situacao(ws-qtd-pedidos) <> "OK"
                   add 1 to ws-ped-com-erro
               end-if
           end-if

           move spaces to pedido-prc-total-rec
           move "T" to pt-tipo
           move tp-numero(ws-qtd-pedidos)     to pt-numero
           move tp-loja(ws-qtd-pedidos)       to pt-loja
           move tp-modalidade(ws-qtd-pedidos) to pt-modalidade
           move tp-subtotal(ws-qtd-pedidos)   to pt-subtotal
           move tp-taxa(ws-qtd-pedidos)       to pt-taxa-entrega
           move tp-total(ws-qtd-pedidos)      to pt-total
           move tp-minimo(ws-qtd-pedidos)     to pt-minimo
           move tp-situacao(ws-qtd-pedidos)   to pt-situacao

           write pedido-prc-total-rec

           if ws-fs-ped-prc <> "00"
               move "PIZZAPPR" to ws-stat-arquivo
               move ws-fs-ped-prc to ws-stat-codigo
               perform registra_status
               move 12 to ws-cond-nova
               perform eleva_condicao
           end-if

           .
       fecha_pedido-exit.
           exit.

      *-----------------------------------------------------------------

      *    Resumo impresso dos pedidos em PIZZARPP, agrupado por
      *    loja na ordem em que cada loja aparece pela primeira vez
      *    no PIZZAPED, com o total de cada loja e o geral.
       imprime_pedidos section.

           move function current-date to ws-timestamp
           move spaces to ws-linha-impressao
           string "Precificacao de Pedidos (PIZZAPED) - "
                                       delimited by size
                  ws-timestamp(7:2)    delimited by size
                  "/"                  delimited by size
                  ws-timestamp(5:2)    delimited by size
                  "/"                  delimited by size
                  ws-timestamp(1:4)    delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to relatorio-rec
           perform grava_relatorio
           move "------------------------------------------------"
               to relatorio-rec
           perform grava_relatorio
           display " "
           display ws-linha-impressao

           move 0 to ws-ped-geral-valor

           perform varying ws-ped-ind from 1 by 1
                   until ws-ped-ind > ws-qtd-pedidos
               if tp-impresso(ws-ped-ind) = "N"
                   perform imprime_pedidos_loja
               end-if
           end-perform

           move ws-ped-geral-valor to ws-ped-total-ed
           move spaces to relatorio-rec
           perform grava_relatorio
           move spaces to ws-linha-impressao
           string "Total geral: "      delimited by size
                  ws-qtd-pedidos       delimited by size
                  " pedido(s) | Abaixo do minimo: "
                                       delimited by size
                  ws-ped-abaixo        delimited by size
                  " | Com erro: "      delimited by size
                  ws-ped-com-erro      delimited by size
                  " | Valor: "         delimited by size
                  ws-ped-total-ed      delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to relatorio-rec
           perform grava_relatorio
           display ws-linha-impressao

           .
       imprime_pedidos-exit.
           exit.

      *-----------------------------------------------------------------

      *    Imprime o bloco da loja do pedido apontado por ws-ped-ind:
      *    todos os pedidos dessa loja, marcados como impressos, e o
      *    total da loja.
       imprime_pedidos_loja section.

           move tp-loja(ws-ped-ind) to ws-loja-busca
           perform valida_loja
           move ws-loja-minimo to ws-ped-minimo-ed
           move ws-loja-taxa   to ws-ped-taxa-ed

           move spaces to relatorio-rec
           perform grava_relatorio
           move spaces to ws-linha-impressao
           string "Loja: "             delimited by size
                  tp-loja(ws-ped-ind)  delimited by size
                  " "                  delimited by size
                  ws-loja-nome         delimited by size
                  " | Minimo: "        delimited by size
                  ws-ped-minimo-ed     delimited by size
                  " | Taxa de entrega: "
                                       delimited by size
                  ws-ped-taxa-ed       delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to relatorio-rec
           perform grava_relatorio
           display ws-linha-impressao

           move spaces to ws-linha-impressao
           string "Pedido   Mod Itens     Subtotal  Entrega"
                                       delimited by size
                  "          Total Situacao"
                                       delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to relatorio-rec
           perform grava_relatorio

           move 0 to ws-ped-loja-qtd
           move 0 to ws-ped-loja-abaixo
           move 0 to ws-ped-loja-valor

           perform varying ws-ped-ind2 from ws-ped-ind by 1
                   until ws-ped-ind2 > ws-qtd-pedidos
               if tp-impresso(ws-ped-ind2) = "N"
                  and tp-loja(ws-ped-ind2) = tp-loja(ws-ped-ind)
                   move "S" to tp-impresso(ws-ped-ind2)
                   add 1 to ws-ped-loja-qtd
                   if tp-situacao(ws-ped-ind2) = "ABAIXO DO MINIMO"
                       add 1 to ws-ped-loja-abaixo
                   end-if
                   add tp-total(ws-ped-ind2) to ws-ped-loja-valor
                   move tp-itens(ws-ped-ind2)    to ws-ped-itens-ed
                   move tp-subtotal(ws-ped-ind2) to ws-ped-valor-ed
                   move tp-taxa(ws-ped-ind2)     to ws-ped-taxa-ed
                   move tp-total(ws-ped-ind2)    to ws-ped-total-ed
                   move spaces to ws-linha-impressao
                   string tp-numero(ws-ped-ind2)
                                       delimited by size
                          " "          delimited by size
                          tp-modalidade(ws-ped-ind2)
                                       delimited by size
                          "   "        delimited by size
                          ws-ped-itens-ed
                                       delimited by size
                          " "          delimited by size
                          ws-ped-valor-ed
                                       delimited by size
                          " "          delimited by size
                          ws-ped-taxa-ed
                                       delimited by size
                          " "          delimited by size
                          ws-ped-total-ed
                                       delimited by size
                          " "          delimited by size
                          tp-situacao(ws-ped-ind2)
                                       delimited by size
                          into ws-linha-impressao
                   end-string
                   move ws-linha-impressao to relatorio-rec
                   perform grava_relatorio
                   display ws-linha-impressao
               end-if
           end-perform

           add ws-ped-loja-valor to ws-ped-geral-valor
           move ws-ped-loja-valor to ws-ped-total-ed
           move spaces to ws-linha-impressao
           string "Total da loja: "    delimited by size
                  ws-ped-loja-qtd      delimited by size
                  " pedido(s) | Abaixo do minimo: "
                                       delimited by size
                  ws-ped-loja-abaixo   delimited by size
                  " | Valor: "         delimited by size
                  ws-ped-total-ed      delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to relatorio-rec
           perform grava_relatorio
           display ws-linha-impressao

           .
       imprime_pedidos_loja-exit.
           exit.

      *-----------------------------------------------------------------

      *    Exibição do relatório final na tela e gravação em arquivo
      *    de impressão, com cabeçalho, data do dia e quebra de
      *    página, para o ranking de custo-beneficio do dia nao se
      *    perder junto com o terminal.
       imprime_relatorio section.

           move function current-date to ws-timestamp
           move ws-timestamp(7:2) to ws-data-relatorio(1:2)
           move "/"               to ws-data-relatorio(3:1)
           move ws-timestamp(5:2) to ws-data-relatorio(4:2)
           move "/"               to ws-data-relatorio(6:1)
           move ws-timestamp(1:4) to ws-data-relatorio(7:4)

           move 0 to ws-linhas-pagina
           move 1 to ws-pagina

           perform escreve_cabecalho_relatorio

           move 1 to ind

           perform qtd times
               display relatorio(ind)

               if ws-linhas-pagina >= 20
                   move spaces to relatorio-rec
                   perform grava_relatorio_salto
                   move 0 to ws-linhas-pagina
                   add 1 to ws-pagina
                   perform escreve_cabecalho_relatorio
               end-if

               move spaces to ws-linha-impressao
               move relatorio(ind) to ws-linha-impressao
               move ws-linha-impressao to relatorio-rec
               perform grava_relatorio

               add 1 to ws-linhas-pagina
               add 1 to ind
           end-perform

           perform imprime_comparativo_lojas
           perform imprime_movimentacao
           perform imprime_inativas
           perform imprime_totais_lote
           perform imprime_vendas
           perform imprime_necessidades
           perform imprime_engenharia_cardapio
           perform imprime_promocoes_vencidas
           perform imprime_agenda
           perform imprime_simulacao
           perform imprime_recomendacoes
           perform imprime_tendencia
           perform imprime_advisor
           perform grava_snapshot
           perform grava_extratos
           perform grava_cardapio

           .
       imprime_relatorio-exit.
           exit.

      *-----------------------------------------------------------------

      *    Escreve o cabeçalho do relatório impresso (titulo, data do
      *    dia e numero da pagina), repetido a cada quebra de pagina.
       escreve_cabecalho_relatorio section.

           move spaces to relatorio-rec
           move "Relatorio de Custo Beneficio das Pizzas" to
               relatorio-rec
           perform grava_relatorio

           if ws-modo-historico = "S"
               move spaces to ws-linha-impressao
               string "RANKING HISTORICO - posicao em "
                                        delimited by size
                      ws-hst-data-ed    delimited by size
                      " (base PIZZABKP." delimited by size
                      ws-hst-geracao    delimited by size
                      " + PIZZAHST)"    delimited by size
                      into ws-linha-impressao
               end-string
               move ws-linha-impressao to relatorio-rec
               perform grava_relatorio
           end-if

           move spaces to ws-linha-impressao
           string "Data: "          delimited by size
                  ws-data-relatorio delimited by size
                  "   Pagina: "     delimited by size
                  ws-pagina         delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to relatorio-rec
           perform grava_relatorio

           move "Precos convertidos para BRL; (*) = moeda sem taxa"
               to relatorio-rec
           perform grava_relatorio

           if ws-vendas-executada = "S"
               move "(#) = sem venda no periodo carregado de PIZZAVEN"
                   to relatorio-rec
               perform grava_relatorio
           end-if

           if ws-qtd-promos > 0
               move "(P) = preco promocional vigente (PIZZAPRO)"
                   to relatorio-rec
               perform grava_relatorio
           end-if

           move "------------------------------------------------"
               to relatorio-rec
           perform grava_relatorio

           .
       escreve_cabecalho_relatorio-exit.
           exit.

      *-----------------------------------------------------------------

      *    Comparativo entre lojas: agrupa as pizzas por sabor e
      *    tamanho e lista, lado a lado, o preco e o preco por cm2
      *    praticado em cada loja, marcando quem vence no
      *    custo-beneficio dentro do grupo.
       imprime_comparativo_lojas section.

           move spaces to relatorio-rec
           perform grava_relatorio
           move "Comparativo de Precos entre Lojas" to relatorio-rec
           perform grava_relatorio
           move "------------------------------------------------"
               to relatorio-rec
           perform grava_relatorio
           display " "
           display "Comparativo de Precos entre Lojas"

           perform varying ws-comp-ind from 1 by 1
                   until ws-comp-ind > qtd
               move "N" to comp-marcado(ws-comp-ind)
               move "N" to melhor-marcado(ws-comp-ind)
           end-perform

           perform varying ind from 1 by 1 until ind > qtd
               if comp-marcado(ind) = "N"

      *            Menor preco por cm2 dentro do grupo sabor/tamanho,
      *            ignorando quem esta marcado sem taxa de cambio -
      *            numero sem conversao nao disputa o "melhor"
                   move "N" to ws-comp-achado
                   move 0 to ws-comp-menor
                   move "N" to ws-comp-achado-ent
                   move 0 to ws-comp-menor-ent
                   perform varying ws-comp-ind from ind by 1
                           until ws-comp-ind > qtd
                       if nome(ws-comp-ind) = nome(ind)
                          and diametro(ws-comp-ind) = diametro(ind)
                          and flag_taxa(ws-comp-ind) <> "*"
                           if ws-comp-achado = "N"
           end-string
           write extrato-lote-rec

           close extrato-lote-file

           .
       grava_extrato_lote-exit.
           exit.

      *-----------------------------------------------------------------

      *    Cardapio da loja propria para o cliente: o quadro impresso
      *    do balcao (PIZZACRD) e o arquivo da plataforma de entrega
      *    (PIZZAMNU), tirados da tabela do ranking - que so traz as
      *    pizzas ativas do mestre - com o preco de promocao vigente
      *    no lugar do de tabela e o tamanho de melhor
      *    custo-beneficio de cada sabor marcado pelo preco por cm2.
       grava_cardapio section.

           move "S" to ws-crd-executado

           move function current-date to ws-timestamp
           move ws-timestamp(1:8) to ws-crd-data
           move ws-crd-data(7:2) to ws-crd-data-ed(1:2)
           move "/"              to ws-crd-data-ed(3:1)
           move ws-crd-data(5:2) to ws-crd-data-ed(4:2)
           move "/"              to ws-crd-data-ed(6:1)
           move ws-crd-data(1:4) to ws-crd-data-ed(7:4)

      *    Titulo com o nome da loja do cadastro PIZZALOJ; sem o
      *    cadastro, sai o codigo da loja, como antes
           move ws-loja-propria to ws-loja-busca
           perform valida_loja
           if ws-loja-nome <> spaces
               move ws-loja-nome to ws-crd-titulo
           else
               move ws-loja-propria to ws-crd-titulo
           end-if

           perform monta_cardapio
           perform grava_cardapio_impresso
           perform grava_cardapio_plataforma

           if ws-crd-fora > 0
               display ws-crd-fora " tamanho(s) fora do cardapio: "
                       "tabela do cardapio cheia."
               move 4 to ws-cond-nova
               perform eleva_condicao
           end-if

           display "Cardapio " ws-loja-propria ": " ws-crd-sabores
                   " sabor(es), " ws-qtd-cardapio " tamanho(s), "
                   ws-crd-promocoes " em promocao."

           move function current-date to ws-timestamp
           move spaces to ws-linha-log
           string ws-timestamp(1:14)  delimited by size
                  " | Cardapio publicado | Loja: "
                                      delimited by size
                  ws-loja-propria     delimited by size
                  " | Sabores: "      delimited by size
                  ws-crd-sabores      delimited by size
                  " | Tamanhos: "     delimited by size
                  ws-qtd-cardapio     delimited by size
                  " | Em promocao: "  delimited by size
                  ws-crd-promocoes    delimited by size
                  into ws-linha-log
           end-string
           move ws-linha-log to pizza-log-rec
           perform grava_log

           .
       grava_cardapio-exit.
           exit.

      *-----------------------------------------------------------------

      *    Copia as pizzas da loja propria para a tabela do cardapio,
      *    com o preco de venda do dia, ordena por sabor, forma e
      *    tamanho e marca em cada sabor com mais de um tamanho o de
      *    menor preco por cm2.
       monta_cardapio section.

           move 0 to ws-qtd-cardapio
           move 0 to ws-crd-sabores
           move 0 to ws-crd-promocoes
           move 0 to ws-crd-fora

           perform varying ind from 1 by 1 until ind > qtd
               if loja(ind) = ws-loja-propria
                   if ws-qtd-cardapio < ws-max-cardapio
                       add 1 to ws-qtd-cardapio
                       move nome(ind)
                         to crd-nome(ws-qtd-cardapio)
                       evaluate forma(ind)
                           when "T"
                               move "2"
                                 to crd-seq-forma(ws-qtd-cardapio)
                           when "F"
                               move "3"
                                 to crd-seq-forma(ws-qtd-cardapio)
                           when other
                               move "1"
                                 to crd-seq-forma(ws-qtd-cardapio)
                       end-evaluate
                       move diametro(ind)
                         to crd-diametro(ws-qtd-cardapio)
                       move forma(ind)
                         to crd-forma(ws-qtd-cardapio)
                       move unidade(ind)
                         to crd-unidade(ws-qtd-cardapio)
                       move largura(ind)
                         to crd-largura(ws-qtd-cardapio)
                       move moeda(ind)
                         to crd-moeda(ws-qtd-cardapio)
                       move preco(ind)
                         to crd-preco(ws-qtd-cardapio)
                       move preco_cm2(ind)
                         to crd-cm2(ws-qtd-cardapio)
                       move "N" to crd-melhor(ws-qtd-cardapio)

      *                Promocao vigente hoje: o cliente paga o preco
      *                promocional, o de tabela fica so de referencia
                       if flag_promo(ind) = "P"
                           perform busca_promocao
                           move ws-promo-preco
                             to crd-preco-venda(ws-qtd-cardapio)
                           move "S" to crd-promo(ws-qtd-cardapio)
                           add 1 to ws-crd-promocoes
                       else
                           move preco(ind)
                             to crd-preco-venda(ws-qtd-cardapio)
                           move "N" to crd-promo(ws-qtd-cardapio)
                       end-if
                   else
                       add 1 to ws-crd-fora
                   end-if
               end-if
           end-perform

           perform varying ws-crd-ind from 1 by 1
                   until ws-crd-ind >= ws-qtd-cardapio
               perform varying ws-crd-ind2 from 1 by 1
                       until ws-crd-ind2 > ws-qtd-cardapio - ws-crd-ind
                   if crd-ordem(ws-crd-ind2) >
                      crd-ordem(ws-crd-ind2 + 1)
                       move cardapio(ws-crd-ind2) to ws-crd-aux
                       move cardapio(ws-crd-ind2 + 1)
                         to cardapio(ws-crd-ind2)
                       move ws-crd-aux
                         to cardapio(ws-crd-ind2 + 1)
                   end-if
               end-perform
           end-perform

      *    Melhor custo-beneficio: menor preco por cm2 dentro do
      *    sabor; no empate fica o que vem antes. Sabor com um so
      *    tamanho nao recebe marca.
           perform varying ws-crd-ind from 1 by 1
                   until ws-crd-ind > ws-qtd-cardapio
               if ws-crd-ind = 1
                   add 1 to ws-crd-sabores
                   move ws-crd-ind to ws-crd-melhor
                   move 1 to ws-crd-tamanhos
               else
                   if crd-nome(ws-crd-ind) <>
                      crd-nome(ws-crd-ind - 1)
                       if ws-crd-tamanhos > 1
                           move "S" to crd-melhor(ws-crd-melhor)
                       end-if
                       add 1 to ws-crd-sabores
                       move ws-crd-ind to ws-crd-melhor
                       move 1 to ws-crd-tamanhos
                   else
                       add 1 to ws-crd-tamanhos
                       if crd-cm2(ws-crd-ind) <
                          crd-cm2(ws-crd-melhor)
                           move ws-crd-ind to ws-crd-melhor
                       end-if
                   end-if
               end-if
           end-perform

           if ws-qtd-cardapio > 0
               if ws-crd-tamanhos > 1
                   move "S" to crd-melhor(ws-crd-melhor)
               end-if
           end-if

           .
       monta_cardapio-exit.
           exit.

      *-----------------------------------------------------------------

      *    Cardapio impresso (PIZZACRD): cada sabor com seus tamanhos,
      *    o preco de venda, o preco cheio quando esta em promocao e
      *    a marca "*" do melhor custo-beneficio.
       grava_cardapio_impresso section.

           open output cardapio-file
           if ws-fs-crd <> "00"
               display "Nao foi possivel gravar o cardapio PIZZACRD "
                       "(status " ws-fs-crd ")."
               move "PIZZACRD" to ws-stat-arquivo
               move ws-fs-crd to ws-stat-codigo
               perform registra_status
               move 12 to ws-cond-nova
               perform eleva_condicao
               go to grava_cardapio_impresso-exit
           end-if

           move spaces to ws-linha-impressao
           string "CARDAPIO - "        delimited by size
                  ws-crd-titulo        delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to cardapio-rec
           write cardapio-rec

           move spaces to ws-linha-impressao
           string "Precos validos em " delimited by size
                  ws-crd-data-ed       delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to cardapio-rec
           write cardapio-rec

           move "================================================"
             to cardapio-rec
           write cardapio-rec

           if ws-qtd-cardapio = 0
               move spaces to cardapio-rec
               write cardapio-rec
               move "Nenhuma pizza ativa no cadastro da loja."
                 to cardapio-rec
               write cardapio-rec
           end-if

           perform varying ws-crd-ind from 1 by 1
                   until ws-crd-ind > ws-qtd-cardapio

      *        Quebra de sabor: linha em branco e o nome do sabor
               if ws-crd-ind = 1
                   move spaces to cardapio-rec
                   write cardapio-rec
                   move crd-nome(ws-crd-ind) to cardapio-rec
                   write cardapio-rec
               else
                   if crd-nome(ws-crd-ind) <>
                      crd-nome(ws-crd-ind - 1)
                       move spaces to cardapio-rec
                       write cardapio-rec
                       move crd-nome(ws-crd-ind) to cardapio-rec
                       write cardapio-rec
                   end-if
               end-if

               if crd-unidade(ws-crd-ind) = "IN"
                   move "pol" to ws-crd-unid-txt
               else
                   move "cm" to ws-crd-unid-txt
               end-if

               move crd-diametro(ws-crd-ind) to ws-crd-tam-ed
               move crd-largura(ws-crd-ind) to ws-crd-larg-ed
               move spaces to ws-crd-desc
               evaluate crd-forma(ws-crd-ind)
                   when "T"
                       string "Retangular "    delimited by size
                              ws-crd-tam-ed    delimited by size
                              " x "            delimited by size
                              ws-crd-larg-ed   delimited by size
                              " "              delimited by size
                              ws-crd-unid-txt  delimited by size
                              into ws-crd-desc
                       end-string
                   when "F"
                       string "Fatia      "    delimited by size
                              ws-crd-tam-ed    delimited by size
                              " cm2"           delimited by size
                              into ws-crd-desc
                       end-string
                   when other
                       string "Redonda    "    delimited by size
                              ws-crd-tam-ed    delimited by size
                              " "              delimited by size
                              ws-crd-unid-txt  delimited by size
                              into ws-crd-desc
                       end-string
               end-evaluate

               if crd-moeda(ws-crd-ind) = "BRL"
                  or crd-moeda(ws-crd-ind) = spaces
                   move "R$" to ws-crd-moeda-txt
               else
                   move crd-moeda(ws-crd-ind) to ws-crd-moeda-txt
               end-if

               move crd-preco-venda(ws-crd-ind) to ws-crd-preco-ed

               if crd-melhor(ws-crd-ind) = "S"
                   move "*" to ws-crd-marca
               else
                   move space to ws-crd-marca
               end-if

               move spaces to ws-crd-obs
               if crd-promo(ws-crd-ind) = "S"
                   move crd-preco(ws-crd-ind) to ws-crd-tabela-ed
                   string "PROMOCAO - de "     delimited by size
                          ws-crd-tabela-ed     delimited by size
                          into ws-crd-obs
                   end-string
               end-if

               move spaces to ws-linha-impressao
               string "   "                delimited by size
                      ws-crd-desc          delimited by size
                      "  "                 delimited by size
                      ws-crd-moeda-txt     delimited by size
                      ws-crd-preco-ed      delimited by size
                      " "                  delimited by size
                      ws-crd-marca         delimited by size
                      "  "                 delimited by size
                      ws-crd-obs           delimited by size
                      into ws-linha-impressao
               end-string
               move ws-linha-impressao to cardapio-rec
               write cardapio-rec
           end-perform

           move spaces to cardapio-rec
           write cardapio-rec
           move "================================================"
             to cardapio-rec
           write cardapio-rec
           move "* melhor custo-beneficio do sabor (menor preco/cm2)"
             to cardapio-rec
           write cardapio-rec
           if ws-crd-promocoes > 0
               move spaces to ws-linha-impressao
               string "Precos de promocao validos em "
                                           delimited by size
                      ws-crd-data-ed       delimited by size
                      into ws-linha-impressao
               end-string
               move ws-linha-impressao to cardapio-rec
               write cardapio-rec
           end-if

           close cardapio-file

           .
       grava_cardapio_impresso-exit.
           exit.

      *-----------------------------------------------------------------

      *    Cardapio da plataforma de entrega (PIZZAMNU): uma linha
      *    delimitada por tamanho, na mesma ordem do impresso, no
      *    leiaute documentado na FD.
       grava_cardapio_plataforma section.

           open output menu-file
           if ws-fs-mnu <> "00"
               display "Nao foi possivel gravar o cardapio PIZZAMNU "
                       "(status " ws-fs-mnu ")."
               move "PIZZAMNU" to ws-stat-arquivo
               move ws-fs-mnu to ws-stat-codigo
               perform registra_status
               move 12 to ws-cond-nova
               perform eleva_condicao
               go to grava_cardapio_plataforma-exit
           end-if

           perform varying ws-crd-ind from 1 by 1
                   until ws-crd-ind > ws-qtd-cardapio
               move crd-preco-venda(ws-crd-ind) to ws-crd-preco-ed
               move crd-preco(ws-crd-ind)       to ws-crd-tabela-ed
               move crd-cm2(ws-crd-ind)         to ws-ext-cm2-ed
               move spaces to menu-rec
               string ws-loja-propria          delimited by size
                      ";"                      delimited by size
                      crd-nome(ws-crd-ind)     delimited by size
                      ";"                      delimited by size
                      crd-forma(ws-crd-ind)    delimited by size
                      ";"                      delimited by size
                      crd-unidade(ws-crd-ind)  delimited by size
                      ";"                      delimited by size
                      crd-diametro(ws-crd-ind) delimited by size
                      ";"                      delimited by size
                      crd-largura(ws-crd-ind)  delimited by size
                      ";"                      delimited by size
                      crd-moeda(ws-crd-ind)    delimited by size
                      ";"                      delimited by size
                      ws-crd-preco-ed          delimited by size
                      ";"                      delimited by size
                      ws-crd-tabela-ed         delimited by size
                      ";"                      delimited by size
                      crd-promo(ws-crd-ind)    delimited by size
                      ";"                      delimited by size
                      crd-melhor(ws-crd-ind)   delimited by size
                      ";"                      delimited by size
                      ws-ext-cm2-ed            delimited by size
                      ";"                      delimited by size
                      ws-crd-data              delimited by size
                      into menu-rec
               end-string
               write menu-rec
           end-perform

           close menu-file

           .
       grava_cardapio_plataforma-exit.
           exit.

      *-----------------------------------------------------------------
                      ws-lote-alterados   delimited by size
                      "  Rejeitados: "    delimited by size
                      ws-lote-rejeitados  delimited by size
                      "  Retidos p/ aprovacao: "
                                          delimited by size
                      ws-lote-retidos     delimited by size
                      into ws-linha-impressao
               end-string
               move ws-linha-impressao to relatorio-rec
                   perform grava_relatorio
                   display ws-linha-impressao

      *            Mais vendidas da loja, por quantidade decrescente;
      *            pizza sem venda fica fora do ranking da loja (ja
      *            sai com "#" na linha do relatorio principal)
                   move 0 to ws-ven-pos
                   move 1 to ws-ven-max-ind
                   perform until ws-ven-max-ind = 0
                       move 0 to ws-ven-max-ind
                       move 0 to ws-ven-max-qtde
                       perform varying ws-ven-ind from ind by 1
                               until ws-ven-ind > qtd
                           if loja(ws-ven-ind) = loja(ind)
                              and vend-marcado(ws-ven-ind) = "N"
                              and qtde_vendida(ws-ven-ind) >
                                  ws-ven-max-qtde
                               move qtde_vendida(ws-ven-ind)
                                 to ws-ven-max-qtde
                               move ws-ven-ind to ws-ven-max-ind
                           end-if
                       end-perform

                       if ws-ven-max-ind > 0
                           add 1 to ws-ven-pos
                           compute ws-ven-receita =
                                   qtde_vendida(ws-ven-max-ind)
                                   * preco_conv(ws-ven-max-ind)
                           move ws-ven-receita to ws-ven-receita-ed
                           move spaces to ws-linha-impressao
                           string "   "       delimited by size
                                  ws-ven-pos  delimited by size
                                  "o: "       delimited by size
                                  nome(ws-ven-max-ind)
                                              delimited by size
                                  " tam "     delimited by size
                                  diametro(ws-ven-max-ind)
                                              delimited by size
                                  " - "       delimited by size
                                  qtde_vendida(ws-ven-max-ind)
                                              delimited by size
                                  " un - "    delimited by size
                                  ws-ven-receita-ed
                                              delimited by size
                                  " BRL"      delimited by size
                                  into ws-linha-impressao
                           end-string
                           move ws-linha-impressao to relatorio-rec
                           perform grava_relatorio
                           display ws-linha-impressao
                           move "S"
                             to vend-marcado(ws-ven-max-ind)
                       end-if
                   end-perform

      *            Fecha o grupo da loja: o que sobrou (sem venda)
      *            nao deve reabrir o bloco no laco externo
                   perform varying ws-ven-ind from ind by 1
                           until ws-ven-ind > qtd
                       if loja(ws-ven-ind) = loja(ind)
                           move "S" to vend-marcado(ws-ven-ind)
                       end-if
                   end-perform
               end-if
           end-perform

           .
       imprime_vendas-exit.
           exit.

      *-----------------------------------------------------------------

      *    Necessidade de compra de ingredientes: as unidades
      *    vendidas de cada pizza propria (PIZZAVEN) vezes as linhas
      *    da ficha tecnica (PIZZARCP) dao o consumo de cada
      *    ingrediente no periodo, comparado com o estoque PIZZAEST.
      *    O pedido sugerido cobre mais um periodo igual a este e
      *    ainda deixa o saldo no ponto de pedido:
      *        pedido = consumo + ponto de pedido - saldo
      *    quando positivo, custeado pelo ig-custo de PIZZAING. Sai
      *    dos mesmos numeros que alimentam o ranking de vendas.
       imprime_necessidades section.

           if ws-vendas-executada <> "S"
               go to imprime_necessidades-exit
           end-if

           move spaces to relatorio-rec
           perform grava_relatorio
           move "Necessidade de Compra de Ingredientes (PIZZAEST)"
               to relatorio-rec
           perform grava_relatorio
           move "------------------------------------------------"
               to relatorio-rec
           perform grava_relatorio
           display " "
           display "Necessidade de Compra de Ingredientes"

           perform carrega_estoque

           if ws-estoque-carregado = "N"
               move spaces to ws-linha-impressao
               string "Estoque PIZZAEST ausente - pedido sugerido = "
                                        delimited by size
                      "consumo do periodo"
                                        delimited by size
                      into ws-linha-impressao
               end-string
               move ws-linha-impressao to relatorio-rec
               perform grava_relatorio
               display ws-linha-impressao
           end-if

      *    Consumo: so as pizzas proprias tem ficha tecnica; pizza
      *    vendida sem ficha fica contada a parte, porque o consumo
      *    dela nao entra na conta
           move 0 to ws-nec-sem-ficha
           perform varying ind from 1 by 1 until ind > qtd
               if loja(ind) = ws-loja-propria
                  and qtde_vendida(ind) > 0
                   move "N" to ws-nec-ficha
                   perform varying ws-rcp-ind from 1 by 1
                           until ws-rcp-ind > ws-qtd-receitas
                       if rcp-nome(ws-rcp-ind) = nome(ind)
                          and rcp-tamanho(ws-rcp-ind) = diametro(ind)
                           move "S" to ws-nec-ficha
                           compute ws-nec-consumo =
                                   qtde_vendida(ind)
                                   * rcp-qtde(ws-rcp-ind)
                           perform acumula_necessidade
                       end-if
                   end-perform
                   if ws-nec-ficha = "N"
                       add 1 to ws-nec-sem-ficha
                   end-if
               end-if
           end-perform

           if ws-qtd-nec = 0
               move "Nenhum consumo de ingrediente no periodo."
                 to relatorio-rec
               perform grava_relatorio
               display "Nenhum consumo de ingrediente no periodo."
               go to imprime_necessidades-exit
           end-if

           move 0 to ws-nec-custo-total

           perform varying ws-nec-ind from 1 by 1
                   until ws-nec-ind > ws-qtd-nec

               compute ws-nec-pedido =
                       nec-consumo(ws-nec-ind)
                       + nec-ponto(ws-nec-ind)
                       - nec-saldo(ws-nec-ind)
               if ws-nec-pedido < 0
                   move 0 to ws-nec-pedido
               end-if

      *        Custo e unidade do cadastro de ingredientes; sem
      *        cadastro, o pedido sai sem custo em vez de custo zero
               move spaces to ws-nec-unidade
               move "N" to ws-custo-ing-achado
               perform varying ws-ing-ind from 1 by 1
                       until ws-ing-ind > ws-qtd-ingredientes
                              or ws-custo-ing-achado = "S"
                   if ing-nome(ws-ing-ind) =
                      nec-ingrediente(ws-nec-ind)
                       move "S" to ws-custo-ing-achado
                       move ing-unidade(ws-ing-ind) to ws-nec-unidade
                       compute ws-nec-custo rounded =
                               ws-nec-pedido * ing-custo(ws-ing-ind)
                       add ws-nec-custo to ws-nec-custo-total
                       move ws-nec-custo to ws-nec-custo-ed
                       move ws-nec-custo-ed to ws-nec-custo-txt
                   end-if
               end-perform
               if ws-custo-ing-achado = "N"
                   move "sem custo" to ws-nec-custo-txt
               end-if

               move nec-consumo(ws-nec-ind) to ws-nec-consumo-ed
               move nec-saldo(ws-nec-ind)   to ws-nec-saldo-ed
               move nec-ponto(ws-nec-ind)   to ws-nec-ponto-ed
               move ws-nec-pedido           to ws-nec-pedido-ed

               move spaces to ws-linha-impressao
               string nec-ingrediente(ws-nec-ind)
                                        delimited by size
                      " "               delimited by size
                      ws-nec-unidade    delimited by size
                      " Consumo: "      delimited by size
                      ws-nec-consumo-ed delimited by size
                      " Estoque: "      delimited by size
                      ws-nec-saldo-ed   delimited by size
                      " Ponto: "        delimited by size
                      ws-nec-ponto-ed   delimited by size
                      " Pedido: "       delimited by size
                      ws-nec-pedido-ed  delimited by size
                      " Custo: "        delimited by size
                      ws-nec-custo-txt  delimited by size
                      into ws-linha-impressao
               end-string
               move ws-linha-impressao to relatorio-rec
               perform grava_relatorio
               display ws-linha-impressao
           end-perform

           move ws-nec-custo-total to ws-nec-total-ed
           move spaces to ws-linha-impressao
           string "Custo total do pedido sugerido (BRL): "
                                    delimited by size
                  ws-nec-total-ed   delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to relatorio-rec
           perform grava_relatorio
           display ws-linha-impressao

           if ws-nec-sem-ficha > 0
               move spaces to ws-linha-impressao
               string ws-nec-sem-ficha delimited by size
                      " pizza(s) propria(s) vendida(s) sem ficha "
                                       delimited by size
                      "tecnica - consumo nao computado"
                                       delimited by size
                      into ws-linha-impressao
               end-string
               move ws-linha-impressao to relatorio-rec
               perform grava_relatorio
               display ws-linha-impressao
           end-if

           .
       imprime_necessidades-exit.
           exit.

      *-----------------------------------------------------------------

      *    Le o estoque PIZZAEST para a tabela de necessidades: cada
      *    ingrediente do estoque entra com consumo zero, para que um
      *    item ja abaixo do ponto de pedido apareca mesmo sem venda.
      *    Sem o arquivo, a tabela comeca vazia (saldo e ponto zero).
       carrega_estoque section.

           move 0 to ws-qtd-nec
           move "N" to ws-estoque-carregado

           open input estoque-file

           if ws-fs-estoque = "00"
               move "S" to ws-estoque-carregado
               move "N" to ws-eof-estoque
               perform until ws-eof-estoque = "Y"
                   read estoque-file
                       at end
                           move "Y" to ws-eof-estoque
                       not at end
                           if es-ingrediente <> spaces
                              and ws-qtd-nec < 100
                               if es-saldo is not numeric
                                   move 0 to es-saldo
                               end-if
                               if es-ponto-pedido is not numeric
                                   move 0 to es-ponto-pedido
                               end-if
                               add 1 to ws-qtd-nec
                               move es-ingrediente
                                 to nec-ingrediente(ws-qtd-nec)
                               move 0 to nec-consumo(ws-qtd-nec)
                               move es-saldo
                                 to nec-saldo(ws-qtd-nec)
                               move es-ponto-pedido
                                 to nec-ponto(ws-qtd-nec)
                           end-if
                   end-read
               end-perform
               close estoque-file
           end-if

           .
       carrega_estoque-exit.
           exit.

      *-----------------------------------------------------------------

      *    Soma ws-nec-consumo no ingrediente da linha de ficha
      *    apontada por ws-rcp-ind, abrindo a linha do ingrediente
      *    quando ele nao esta no estoque.
       acumula_necessidade section.

           move "N" to ws-nec-achada

           perform varying ws-nec-ind from 1 by 1
                   until ws-nec-ind > ws-qtd-nec
                          or ws-nec-achada = "S"
               if nec-ingrediente(ws-nec-ind) =
                  rcp-ingrediente(ws-rcp-ind)
                   add ws-nec-consumo to nec-consumo(ws-nec-ind)
                   move "S" to ws-nec-achada
               end-if
           end-perform

           if ws-nec-achada = "N"
              and ws-qtd-nec < 100
               add 1 to ws-qtd-nec
               move rcp-ingrediente(ws-rcp-ind)
                 to nec-ingrediente(ws-qtd-nec)
               move ws-nec-consumo to nec-consumo(ws-qtd-nec)
               move 0 to nec-saldo(ws-qtd-nec)
               move 0 to nec-ponto(ws-qtd-nec)
           end-if

           .
       acumula_necessidade-exit.
           exit.

      *-----------------------------------------------------------------

      *    Engenharia de cardapio da loja propria: cada sabor/tamanho
      *    com ficha tecnica cai num dos quatro quadrantes, pela
      *    venda em unidades contra a media de vendas por item e pela
      *    margem de contribuicao unitaria (preco cobrado menos custo
      *    de ingredientes) contra a margem media ponderada pelas
      *    unidades vendidas:
      *      ESTRELA        vende muito, margem alta
      *      BURRO DE CARGA vende muito, margem baixa
      *      QUEBRA-CABECA  vende pouco, margem alta
      *      CAO            vende pouco, margem baixa
      *    Pizza sem ficha tecnica ou sem taxa de cambio fica fora -
      *    sem custo nao ha margem para comparar.
       imprime_engenharia_cardapio section.

           if ws-vendas-executada <> "S"
               go to imprime_engenharia_cardapio-exit
           end-if

           move spaces to relatorio-rec
           perform grava_relatorio
           move "Engenharia de Cardapio - Loja Propria"
             to relatorio-rec
           perform grava_relatorio
           move "------------------------------------------------"
               to relatorio-rec
           perform grava_relatorio
           display " "
           display "Engenharia de Cardapio - Loja Propria"

           move 0 to ws-eng-itens
           move 0 to ws-eng-sem-ficha
           move 0 to ws-eng-unidades
           move 0 to ws-eng-cm-total
           move 0 to ws-eng-soma-cm-unit

           perform varying ind from 1 by 1 until ind > qtd
               if loja(ind) = ws-loja-propria
                   if custo_pizza(ind) > 0
                      and flag_taxa(ind) <> "*"
                       add 1 to ws-eng-itens
                       add qtde_vendida(ind) to ws-eng-unidades
                       compute ws-eng-cm-unit =
                               preco_conv(ind) - custo_pizza(ind)
                       add ws-eng-cm-unit to ws-eng-soma-cm-unit
                       compute ws-eng-cm-total = ws-eng-cm-total
                               + ws-eng-cm-unit * qtde_vendida(ind)
                   else
                       add 1 to ws-eng-sem-ficha
                   end-if
               end-if
           end-perform

           if ws-eng-itens = 0
               move "Nenhuma pizza propria com ficha tecnica"
                 to ws-linha-impressao
               move ws-linha-impressao to relatorio-rec
               perform grava_relatorio
               display ws-linha-impressao
               go to imprime_engenharia_cardapio-exit
           end-if

      *    Linhas de corte: media simples de unidades por item e
      *    margem media ponderada pelas vendas (sem nenhuma venda no
      *    periodo, a media simples das margens unitarias)
           compute ws-eng-media-vendas rounded =
                   ws-eng-unidades / ws-eng-itens
           if ws-eng-unidades > 0
               compute ws-eng-media-cm rounded =
                       ws-eng-cm-total / ws-eng-unidades
           else
               compute ws-eng-media-cm rounded =
                       ws-eng-soma-cm-unit / ws-eng-itens
           end-if

           move ws-eng-media-vendas to ws-eng-media-ed
           move ws-eng-media-cm     to ws-eng-cm-unit-ed
           move spaces to ws-linha-impressao
           string "Media de vendas por item: "
                                      delimited by size
                  ws-eng-media-ed     delimited by size
                  " un. | Margem media por unidade (BRL): "
                                      delimited by size
                  ws-eng-cm-unit-ed   delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to relatorio-rec
           perform grava_relatorio
           display ws-linha-impressao

           move spaces to ws-linha-impressao
           string "Quadrante      Sabor           Tam   Unid."
                                      delimited by size
                  " Margem un.   Margem total %Unid.  %Marg."
                                      delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to relatorio-rec
           perform grava_relatorio
           display ws-linha-impressao

           perform varying ws-eng-quadrante from 1 by 1
                   until ws-eng-quadrante > 4
               perform varying ind from 1 by 1 until ind > qtd
                   if loja(ind) = ws-loja-propria
                      and custo_pizza(ind) > 0
                      and flag_taxa(ind) <> "*"
                       perform classifica_item_cardapio
                       if ws-eng-quad-item = ws-eng-quadrante
                           perform escreve_linha_cardapio
                       end-if
                   end-if
               end-perform
           end-perform

           move ws-eng-unidades to ws-eng-qtde-ed
           move ws-eng-cm-total to ws-eng-cm-item-ed
           move spaces to ws-linha-impressao
           string "Total: "           delimited by size
                  ws-eng-itens        delimited by size
                  " item(ns) | Unidades: "
                                      delimited by size
                  ws-eng-qtde-ed      delimited by size
                  " | Margem de contribuicao (BRL): "
                                      delimited by size
                  ws-eng-cm-item-ed   delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to relatorio-rec
           perform grava_relatorio
           display ws-linha-impressao

           if ws-eng-sem-ficha > 0
               move spaces to ws-linha-impressao
               string ws-eng-sem-ficha  delimited by size
                      " pizza(s) propria(s) sem ficha tecnica ou "
                                        delimited by size
                      "sem cambio fora da matriz"
                                        delimited by size
                      into ws-linha-impressao
               end-string
               move ws-linha-impressao to relatorio-rec
               perform grava_relatorio
               display ws-linha-impressao
           end-if

           .
       imprime_engenharia_cardapio-exit.
           exit.

      *-----------------------------------------------------------------

      *    Calcula a margem unitaria da pizza apontada por ind e o
      *    quadrante dela (1 estrela, 2 burro de carga, 3 quebra-
      *    cabeca, 4 cao). Ficar exatamente na media conta como alto.
       classifica_item_cardapio section.

           compute ws-eng-cm-unit = preco_conv(ind) - custo_pizza(ind)

           if qtde_vendida(ind) >= ws-eng-media-vendas
               if ws-eng-cm-unit >= ws-eng-media-cm
                   move 1 to ws-eng-quad-item
               else
                   move 2 to ws-eng-quad-item
               end-if
           else
               if ws-eng-cm-unit >= ws-eng-media-cm
                   move 3 to ws-eng-quad-item
               else
                   move 4 to ws-eng-quad-item
               end-if
           end-if

           .
       classifica_item_cardapio-exit.
           exit.

      *-----------------------------------------------------------------

      *    Linha da matriz para a pizza apontada por ind: unidades,
      *    margem unitaria, margem total e a participacao da pizza
      *    no total de unidades e no total de margem.
       escreve_linha_cardapio section.

           evaluate ws-eng-quad-item
               when 1
                   move "ESTRELA"        to ws-eng-nome-quad
               when 2
                   move "BURRO DE CARGA" to ws-eng-nome-quad
               when 3
                   move "QUEBRA-CABECA"  to ws-eng-nome-quad
               when other
                   move "CAO"            to ws-eng-nome-quad
           end-evaluate

           compute ws-eng-cm-item = ws-eng-cm-unit * qtde_vendida(ind)

           move 0 to ws-eng-pct-qtde
           if ws-eng-unidades > 0
               compute ws-eng-pct-qtde rounded =
                       qtde_vendida(ind) * 100 / ws-eng-unidades
           end-if
           move 0 to ws-eng-pct-cm
           if ws-eng-cm-total > 0
               compute ws-eng-pct-cm rounded =
                       ws-eng-cm-item * 100 / ws-eng-cm-total
           end-if

           move qtde_vendida(ind) to ws-eng-qtde-ed
           move ws-eng-cm-unit    to ws-eng-cm-unit-ed
           move ws-eng-cm-item    to ws-eng-cm-item-ed
           move ws-eng-pct-qtde   to ws-eng-pct-qtde-ed
           move ws-eng-pct-cm     to ws-eng-pct-cm-ed

           move spaces to ws-linha-impressao
           string ws-eng-nome-quad    delimited by size
                  " "                 delimited by size
                  nome(ind)           delimited by size
                  " "                 delimited by size
                  diametro(ind)       delimited by size
                  " "                 delimited by size
                  ws-eng-qtde-ed      delimited by size
                  " "                 delimited by size
                  ws-eng-cm-unit-ed   delimited by size
                  " "                 delimited by size
                  ws-eng-cm-item-ed   delimited by size
                  " "                 delimited by size
                  ws-eng-pct-qtde-ed  delimited by size
                  " "                 delimited by size
                  ws-eng-pct-cm-ed    delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to relatorio-rec
           perform grava_relatorio
           display ws-linha-impressao

           .
       escreve_linha_cardapio-exit.
           exit.

      *-----------------------------------------------------------------

      *-----------------------------------------------------------------

      *    Precos programados no relatorio: o que foi aplicado nesta
      *    rodada, o que venceu e nao entrou, e o que entra nos
      *    proximos ws-agenda-dias dias - o aviso para o balcao do
      *    que esta para mudar.
       imprime_agenda section.

           if ws-agenda-carregada <> "S"
               go to imprime_agenda-exit
           end-if

           move spaces to relatorio-rec
           perform grava_relatorio
           move "Precos Programados (PIZZAAGD)" to relatorio-rec
           perform grava_relatorio
           move "------------------------------------------------"
               to relatorio-rec
           perform grava_relatorio
           display " "
           display "Precos Programados (PIZZAAGD)"

           move function current-date to ws-timestamp
           move ws-timestamp(1:8) to ws-data-hoje-alfa
           move ws-timestamp(1:8) to ws-data-hoje-num
           compute ws-dias-int =
                   function integer-of-date(ws-data-hoje-num)
                   + ws-agenda-dias
           compute ws-data-corte =
                   function date-of-integer(ws-dias-int)
           move ws-data-corte to ws-agd-limite

           move 0 to ws-agd-linhas

           perform varying ws-agd-ind from 1 by 1
                   until ws-agd-ind > ws-qtd-agenda
               move agd-preco(ws-agd-ind) to ws-agd-preco-ed
               move spaces to ws-linha-impressao
               evaluate true
                   when agd-resultado(ws-agd-ind) = "H"
                       move agd-preco-velho(ws-agd-ind)
                         to ws-preco-velho-ed
                       string "APLICADO HOJE: "  delimited by size
                              agd-loja(ws-agd-ind)
                                                 delimited by size
                              " - "              delimited by size
                              agd-nome(ws-agd-ind)
                                                 delimited by size
                              " tam "            delimited by size
                              agd-tamanho(ws-agd-ind)
                                                 delimited by size
                              " de "             delimited by size
                              ws-preco-velho-ed  delimited by size
                              " para "           delimited by size
                              ws-agd-preco-ed    delimited by size
                              " (vigencia "      delimited by size
                              agd-vigencia(ws-agd-ind)
                                                 delimited by size
                              ")"                delimited by size
                              into ws-linha-impressao
                       end-string
                   when agd-resultado(ws-agd-ind) = "N"
                       string "NAO APLICADO:  "  delimited by size
                              agd-loja(ws-agd-ind)
                                                 delimited by size
                              " - "              delimited by size
                              agd-nome(ws-agd-ind)
                                                 delimited by size
                              " tam "            delimited by size
                              agd-tamanho(ws-agd-ind)
                                                 delimited by size
                              " - pizza fora do catalogo ativo"
                                                 delimited by size
                              " (vigencia "      delimited by size
                              agd-vigencia(ws-agd-ind)
                                                 delimited by size
                              ")"                delimited by size
                              into ws-linha-impressao
                       end-string
                   when agd-resultado(ws-agd-ind) = "F"
                       string "FALHA NO MESTRE: " delimited by size
                              agd-loja(ws-agd-ind)
                                                 delimited by size
                              " - "              delimited by size
                              agd-nome(ws-agd-ind)
                                                 delimited by size
                              " tam "            delimited by size
                              agd-tamanho(ws-agd-ind)
                                                 delimited by size
                              " para "           delimited by size
                              ws-agd-preco-ed    delimited by size
                              " (vigencia "      delimited by size
                              agd-vigencia(ws-agd-ind)
                                                 delimited by size
                              ") - nao aplicado, fica pendente"
                                                 delimited by size
                              into ws-linha-impressao
                       end-string
                   when agd-resultado(ws-agd-ind) = "S"
                       string "SUBSTITUIDO:   "  delimited by size
                              agd-loja(ws-agd-ind)
                                                 delimited by size
                              " - "              delimited by size
                              agd-nome(ws-agd-ind)
                                                 delimited by size
                              " tam "            delimited by size
                              agd-tamanho(ws-agd-ind)
                                                 delimited by size
                              " para "           delimited by size
                              ws-agd-preco-ed    delimited by size
                              " (vigencia "      delimited by size
                              agd-vigencia(ws-agd-ind)
                                                 delimited by size
                              ") - vale a vigencia mais recente"
                                                 delimited by size
                              into ws-linha-impressao
                       end-string
                   when agd-resultado(ws-agd-ind) = "I"
                       string "LINHA INVALIDA: " delimited by size
                              agd-dados(ws-agd-ind)
                                                 delimited by size
                              into ws-linha-impressao
                       end-string
                   when agd-situacao(ws-agd-ind) = "A"
                       continue
      *            Vencida mas nao aplicada nesta rodada: so o job
      *            noturno aplica a agenda
                   when agd-vigencia(ws-agd-ind) <= ws-data-hoje-alfa
                       string "AGUARDA A RODADA NOTURNA: "
                                                 delimited by size
                              agd-loja(ws-agd-ind)
                                                 delimited by size
                              " - "              delimited by size
                              agd-nome(ws-agd-ind)
                                                 delimited by size
                              " tam "            delimited by size
                              agd-tamanho(ws-agd-ind)
                                                 delimited by size
                              " para "           delimited by size
                              ws-agd-preco-ed    delimited by size
                              " (vigencia "      delimited by size
                              agd-vigencia(ws-agd-ind)
                                                 delimited by size
                              ")"                delimited by size
                              into ws-linha-impressao
                       end-string
                   when agd-vigencia(ws-agd-ind) <= ws-agd-limite
                       move agd-loja(ws-agd-ind)    to ws-loja-busca
                       move agd-nome(ws-agd-ind)    to ws-nome-busca
                       move agd-tamanho(ws-agd-ind)
                         to ws-diametro-busca
                       perform busca_pizza
                       if ws-achou = "Y"
                           move preco(ws-ind-encontrado)
                             to ws-preco-velho-ed
                       else
                           move 0 to ws-preco-velho-ed
                       end-if
                       string "EM "              delimited by size
                              agd-vigencia(ws-agd-ind)
                                                 delimited by size
                              ": "               delimited by size
                              agd-loja(ws-agd-ind)
                                                 delimited by size
                              " - "              delimited by size
                              agd-nome(ws-agd-ind)
                                                 delimited by size
                              " tam "            delimited by size
                              agd-tamanho(ws-agd-ind)
                                                 delimited by size
                              " de "             delimited by size
                              ws-preco-velho-ed  delimited by size
                              " para "           delimited by size
                              ws-agd-preco-ed    delimited by size
                              into ws-linha-impressao
                       end-string
                   when other
                       continue
               end-evaluate

               if ws-linha-impressao <> spaces
                   move ws-linha-impressao to relatorio-rec
                   perform grava_relatorio
                   display ws-linha-impressao
                   add 1 to ws-agd-linhas
               end-if
           end-perform

           if ws-agd-linhas = 0
               move spaces to ws-linha-impressao
               string "Nenhuma mudanca de preco aplicada hoje nem "
                                        delimited by size
                      "programada para os proximos "
                                        delimited by size
                      ws-agenda-dias    delimited by size
                      " dias"           delimited by size
                      into ws-linha-impressao
               end-string
               move ws-linha-impressao to relatorio-rec
               perform grava_relatorio
               display ws-linha-impressao
           end-if

           .
       imprime_agenda-exit.
           exit.

      *-----------------------------------------------------------------

      *    Lado a lado da simulacao de precos: para cada pizza do
      *    PIZZASIM, o preco, a posicao no ranking e a diferenca para
      *    o melhor custo-beneficio antes e depois do preco proposto.

      *-----------------------------------------------------------------

      *    Recomendacao de precos das pizzas proprias: para cada
      *    sabor/tamanho da loja propria, o preco que empata com o
      *    menor preco por cm2 dos concorrentes do mesmo grupo
      *    (ignorando quem esta sem taxa de cambio, como no
      *    comparativo), limitado por baixo pelo piso de margem
      *    minima sobre o custo de ingredientes:
      *        piso = custo * 100 / (100 - margem minima)
      *    Cada linha diz se o preco deve baixar, ficar ou se ha
      *    espaco para subir. As sugestoes de mudanca vao tambem para
      *    PIZZASUG, no desenho do PIZZASIM.
       imprime_recomendacoes section.

           move spaces to relatorio-rec
           perform grava_relatorio
           move "Recomendacao de Precos da Loja Propria"
             to relatorio-rec
           perform grava_relatorio
           move spaces to ws-linha-impressao
           string "Valores em BRL; margem minima de "
                                    delimited by size
                  ws-margem-min     delimited by size
                  "% sobre o preco; sugestoes em PIZZASUG"
                                    delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to relatorio-rec
           perform grava_relatorio
           move "------------------------------------------------"
               to relatorio-rec
           perform grava_relatorio
           display " "
           display "Recomendacao de Precos da Loja Propria"

           open output sugestao-file
           if ws-fs-sug <> "00"
               display "Nao foi possivel gravar as sugestoes PIZZASUG "
                       "(status " ws-fs-sug ")."
               move "PIZZASUG" to ws-stat-arquivo
               move ws-fs-sug to ws-stat-codigo
               perform registra_status
               move 12 to ws-cond-nova
               perform eleva_condicao
               go to imprime_recomendacoes-exit
           end-if

           move 0 to ws-rep-qtd
           move 0 to ws-rep-gravados

           perform varying ind from 1 by 1 until ind > qtd
               if loja(ind) = ws-loja-propria
                   add 1 to ws-rep-qtd
                   perform recomenda_preco
               end-if
           end-perform

           close sugestao-file

           if ws-rep-qtd = 0
               move "Nenhuma pizza propria no catalogo ativo."
                 to relatorio-rec
               perform grava_relatorio
               display "Nenhuma pizza propria no catalogo ativo."
               go to imprime_recomendacoes-exit
           end-if

           move spaces to ws-linha-impressao
           string ws-rep-gravados  delimited by size
                  " sugestao(oes) de preco gravada(s) em PIZZASUG"
                                   delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to relatorio-rec
           perform grava_relatorio
           display ws-linha-impressao

           .
       imprime_recomendacoes-exit.
           exit.

      *-----------------------------------------------------------------

      *    Recomendacao de preco da pizza propria apontada por ind:
      *    alvo pelo melhor concorrente, piso pela margem minima, a
      *    acao sugerida e, quando o preco deve mudar, a linha do
      *    PIZZASUG (na moeda da pizza).
       recomenda_preco section.

           move spaces to ws-rep-nota

           if flag_taxa(ind) = "*"
               move spaces to ws-linha-impressao
               string loja(ind)     delimited by size
                      " - "         delimited by size
                      nome(ind)     delimited by size
                      " tam "       delimited by size
                      diametro(ind) delimited by size
                      ": moeda sem taxa de cambio - sem recomendacao"
                                    delimited by size
                      into ws-linha-impressao
               end-string
               move ws-linha-impressao to relatorio-rec
               perform grava_relatorio
               display ws-linha-impressao
               go to recomenda_preco-exit
           end-if

      *    Preco de tabela atual em BRL: a promocao e passageira, a
      *    recomendacao e sobre o preco cheio
           perform busca_taxa
           compute ws-rep-atual rounded = preco(ind) * ws-taxa-valor

      *    Menor preco por cm2 dos concorrentes no mesmo sabor e
      *    tamanho
           move "N" to ws-rep-achado
           move 0 to ws-rep-menor
           perform varying ws-comp-ind from 1 by 1
                   until ws-comp-ind > qtd
               if nome(ws-comp-ind) = nome(ind)
                  and diametro(ws-comp-ind) = diametro(ind)
                  and loja(ws-comp-ind) <> ws-loja-propria
                  and flag_taxa(ws-comp-ind) <> "*"
                   if ws-rep-achado = "N"
                      or preco_cm2(ws-comp-ind) < ws-rep-menor
                       move preco_cm2(ws-comp-ind) to ws-rep-menor
                       move "S" to ws-rep-achado
                   end-if
               end-if
           end-perform

      *    Alvo: a mesma regua de preco por cm2 do concorrente sobre
      *    a area da nossa pizza, truncado no centavo (empata ou fica
      *    abaixo). Sem concorrente no grupo, o alvo e o preco atual
           perform calcula_area_item
           if ws-rep-achado = "S"
               compute ws-rep-alvo = ws-rep-menor * area_pizza
               move ws-rep-alvo to ws-rep-alvo-ed
               move ws-rep-alvo-ed to ws-rep-alvo-txt
           else
               move ws-rep-atual to ws-rep-alvo
               move "sem conc." to ws-rep-alvo-txt
               move "sem concorrente no grupo" to ws-rep-nota
           end-if

      *    Piso de margem: sem ficha tecnica nao ha custo e o piso
      *    fica desligado
           if custo_pizza(ind) > 0
               compute ws-rep-piso rounded =
                       custo_pizza(ind) * 100 / (100 - ws-margem-min)
               move ws-rep-piso to ws-rep-piso-ed
               move ws-rep-piso-ed to ws-rep-piso-txt
           else
               move 0 to ws-rep-piso
               move "sem custo" to ws-rep-piso-txt
           end-if

           move ws-rep-alvo to ws-rep-sugerido
           if ws-rep-sugerido < ws-rep-piso
               move ws-rep-piso to ws-rep-sugerido
               move "limitado pelo piso" to ws-rep-nota
           end-if

           if ws-rep-atual > 0
               compute ws-rep-pct =
                       (ws-rep-sugerido - ws-rep-atual) * 100
                       / ws-rep-atual
           else
               move 0 to ws-rep-pct
           end-if

           if ws-rep-pct <= ws-rep-tolerancia
              and ws-rep-pct >= (0 - ws-rep-tolerancia)
               move "MANTER" to ws-rep-acao
           else
               if ws-rep-sugerido < ws-rep-atual
                   move "BAIXAR" to ws-rep-acao
               else
                   move "SUBIR" to ws-rep-acao
               end-if
           end-if

           move ws-rep-atual    to ws-rep-atual-ed
           move ws-rep-sugerido to ws-rep-sug-ed
           move ws-rep-menor    to ws-rep-cm2-ed

           move spaces to ws-linha-impressao
           string nome(ind)        delimited by size
                  " tam "          delimited by size
                  diametro(ind)    delimited by size
                  " Atual: "       delimited by size
                  ws-rep-atual-ed  delimited by size
                  " Conc/cm2: "    delimited by size
                  ws-rep-cm2-ed    delimited by size
                  " Alvo: "        delimited by size
                  ws-rep-alvo-txt  delimited by size
                  " Piso: "        delimited by size
                  ws-rep-piso-txt  delimited by size
                  " Sugerido: "    delimited by size
                  ws-rep-sug-ed    delimited by size
                  " -> "           delimited by size
                  ws-rep-acao      delimited by size
                  " "              delimited by size
                  ws-rep-nota      delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to relatorio-rec
           perform grava_relatorio
           display ws-linha-impressao

           if ws-rep-acao = "MANTER"
               go to recomenda_preco-exit
           end-if

      *    Sugestao no desenho do PIZZASIM, de volta na moeda da
      *    pizza
           move loja(ind)     to sg-loja
           move nome(ind)     to sg-nome
           move unidade(ind)  to sg-unidade
           move diametro(ind) to sg-diametro
           move moeda(ind)    to sg-moeda
           compute sg-preco rounded =
                   ws-rep-sugerido / ws-taxa-valor
           move forma(ind)    to sg-forma
           move largura(ind)  to sg-largura
           write sugestao-rec
           add 1 to ws-rep-gravados

           .
       recomenda_preco-exit.
           exit.

      *-----------------------------------------------------------------

      *    Tendencia de precos de todo o catalogo no relatorio
      *    impresso: a linha do tempo de cada pizza com historico e o
      *    alerta de alta acima do limite configurado.
      *    listagem simples por nome, diametro ou preco.
       escolhe_ordenacao section.

      *    No modo automatico (e no ranking historico) o campo ja
      *    veio de PIZZAPRM; nao ha o que perguntar.
           if ws-modo-auto = "S"
              or ws-modo-historico = "S"
               go to escolhe_ordenacao-exit
           end-if

           if ws-fs-relatorio = "00"
               add 1 to ws-ctl-rpt-linhas
           else
               move ws-rpt-nome to ws-stat-arquivo
               move ws-fs-relatorio to ws-stat-codigo
               perform registra_status
               move 12 to ws-cond-nova
           if ws-fs-relatorio = "00"
               add 1 to ws-ctl-rpt-linhas
           else
               move ws-rpt-nome to ws-stat-arquivo
               move ws-fs-relatorio to ws-stat-codigo
               perform registra_status
               move 12 to ws-cond-nova
      *-----------------------------------------------------------------

      *    Grava a linha ja montada em pizza-log-rec no log de
      *    auditoria, contando-a para o controle. Toda linha sai com
      *    o operador da sessao carimbado logo depois da data/hora.
       grava_log section.

           move pizza-log-rec to ws-log-original
           move spaces to pizza-log-rec
           string ws-log-original(1:14)   delimited by size
                  " | Op: "               delimited by size
                  ws-operador             delimited by size
                  ws-log-original(15:151) delimited by size
                  into pizza-log-rec
           end-string

           write pizza-log-rec

           if ws-fs-log = "00"
                                       delimited by size
                      ws-lote-rejeitados
                                       delimited by size
                      " | Retidos: "   delimited by size
                      ws-lote-retidos  delimited by size
                      " | Abortada: "  delimited by size
                      ws-lote-abortado delimited by size
                      into ws-linha-impressao
           move ws-linha-impressao to controle-rec
           write controle-rec

           if ws-modo-pedido = "S"
               move spaces to ws-linha-impressao
               string "Pedidos PIZZAPED | Pedidos: "
                                       delimited by size
                      ws-qtd-pedidos   delimited by size
                      " | Itens: "     delimited by size
                      ws-ped-itens     delimited by size
                      " | Abaixo do minimo: "
                                       delimited by size
                      ws-ped-abaixo    delimited by size
                      " | Com erro: "  delimited by size
                      ws-ped-com-erro  delimited by size
                      into ws-linha-impressao
               end-string
               move ws-linha-impressao to controle-rec
               write controle-rec
           end-if

      *    Fila de aprovacao: o que ainda espera o supervisor, depois
      *    da carga desta rodada
           perform conta_pendentes
           move spaces to ws-linha-impressao
           string "Alteracoes de preco pendentes de aprovacao "
                                       delimited by size
                  "(PIZZAPND): "       delimited by size
                  ws-pend-restantes    delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to controle-rec
           write controle-rec

           move spaces to ws-linha-impressao
           string "Relatorio "         delimited by size
                  ws-rpt-nome          delimited by size
                  ": "                 delimited by size
                  ws-ctl-rpt-linhas    delimited by size
                  " linha(s) | Log: "  delimited by size
                  ws-ctl-log-gravados  delimited by size
           move ws-linha-impressao to controle-rec
           write controle-rec

           if ws-modo-historico = "S"
               move spaces to ws-linha-impressao
               string "Ranking historico | Data: "
                                        delimited by size
                      ws-data-base      delimited by size
                      " | Geracao base: "
                                        delimited by size
                      ws-hst-geracao    delimited by size
                      " | Reaplicadas: "
                                        delimited by size
                      ws-hst-aplicadas  delimited by size
                      " | Novas: "      delimited by size
                      ws-hst-novas      delimited by size
                      " | Ignoradas: "  delimited by size
                      ws-hst-ignoradas  delimited by size
                      into ws-linha-impressao
               end-string
               move ws-linha-impressao to controle-rec
               write controle-rec
           end-if

           if ws-crd-executado = "S"
               move spaces to ws-linha-impressao
               string "Cardapio PIZZACRD/PIZZAMNU | Sabores: "
                                        delimited by size
                      ws-crd-sabores    delimited by size
                      " | Tamanhos: "   delimited by size
                      ws-qtd-cardapio   delimited by size
                      " | Em promocao: "
                                        delimited by size
                      ws-crd-promocoes  delimited by size
                      into ws-linha-impressao
               end-string
               move ws-linha-impressao to controle-rec
               write controle-rec
           end-if

           if ws-ref-executada = "S"
               move spaces to ws-linha-impressao
               string "Reconciliacao PIZZAREF | Ocorrencias: "
                                        delimited by size
                      ws-ref-total      delimited by size
                      into ws-linha-impressao
               end-string
               move ws-linha-impressao to controle-rec
               write controle-rec
           end-if

           if ws-arquiva-executado = "S"
               move spaces to ws-linha-impressao
               string "Arquivamento | Log: "
               perform arquiva_retencao
           end-if

      *    E a reconciliacao entre os arquivos tambem
           if ws-opcao-reconcilia = 1
               perform reconcilia_referencias
           end-if

           .
       manutencao_mestre-exit.
           exit.
                   move "S" to ws-norm-igual
               end-if
           end-perform
           if ws-norm-igual = "S"
               move "CHAVE PARECIDA" to ws-rej-motivo
               perform grava_excecao
           end-if
           if ws-norm-qtd < ws-max-pizzas
               add 1 to ws-norm-qtd
               move ws-chave-norm
                 to chave-norm-vista(ws-norm-qtd)
           end-if

           .
       verifica_registro-exit.
           exit.

      *-----------------------------------------------------------------

      *    Normaliza pm-chave para a checagem de duplicidade:
      *    maiusculas e sem espacos.
       normaliza_chave section.

           move function upper-case(pm-chave) to ws-chave-upper
           move spaces to ws-chave-norm
           move 0 to ws-norm-pos

           perform varying ws-norm-ind from 1 by 1
                   until ws-norm-ind > 28
               if ws-chave-upper(ws-norm-ind:1) <> space
                   add 1 to ws-norm-pos
                   move ws-chave-upper(ws-norm-ind:1)
                     to ws-chave-norm(ws-norm-pos:1)
               end-if
           end-perform

           .
       normaliza_chave-exit.
           exit.

      *-----------------------------------------------------------------

      *    Grava a excecao da verificacao em PIZZAEXC, com o motivo
      *    na frente e a imagem do registro mestre atras.
       grava_excecao section.

           add 1 to ws-exc-qtd

           move spaces to excecoes-rec
           string ws-rej-motivo    delimited by size
                  " | "            delimited by size
                  pizza-master-rec delimited by size
                  into excecoes-rec
           end-string
           write excecoes-rec

           .
       grava_excecao-exit.
           exit.

      *-----------------------------------------------------------------

      *    Reconciliacao entre os arquivos: confere as referencias de
      *    cada arquivo de apoio contra os outros e contra o mestre -
      *    loja do mestre fora do PIZZALOJ ou inativa, moeda sem taxa
      *    no PIZZATAX, pizza propria sem ficha tecnica, ingrediente
      *    de ficha fora do PIZZAING, promocao e preco programado sem
      *    pizza no mestre, estoque de ingrediente nao cadastrado.
      *    Cada ocorrencia sai em PIZZAREF, agrupada por arquivo, e
      *    qualquer ocorrencia e aviso no codigo de condicao.
       reconcilia_referencias section.

           open output referencias-file
           if ws-fs-ref <> "00"
               display "Nao foi possivel criar PIZZAREF (status "
                       ws-fs-ref ")."
               move "PIZZAREF" to ws-stat-arquivo
               move ws-fs-ref to ws-stat-codigo
               perform registra_status
               move 12 to ws-cond-nova
               perform eleva_condicao
               go to reconcilia_referencias-exit
           end-if

      *    Na manutencao do mestre as tabelas de apoio nao foram
      *    carregadas na inicializacao
           if ws-modo-manut = "S"
               perform carrega_taxas
               perform carrega_ingredientes
               perform carrega_receitas
               perform carrega_lojas
               perform carrega_promocoes
               perform carrega_agenda
           end-if

           move "S" to ws-ref-executada
           move 0 to ws-ref-total

           move function current-date to ws-timestamp
           move spaces to ws-linha-impressao
           string "Reconciliacao entre Arquivos - "
                                       delimited by size
                  ws-timestamp(7:2)    delimited by size
                  "/"                  delimited by size
                  ws-timestamp(5:2)    delimited by size
                  "/"                  delimited by size
                  ws-timestamp(1:4)    delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to referencias-rec
           write referencias-rec

           perform reconcilia_mestre
           perform reconcilia_receitas
           perform reconcilia_promocoes
           perform reconcilia_agenda
           perform reconcilia_estoque

           move spaces to referencias-rec
           write referencias-rec
           move spaces to ws-linha-impressao
           string "Total de ocorrencias: "
                                       delimited by size
                  ws-ref-total         delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to referencias-rec
           write referencias-rec

           close referencias-file

           display "Reconciliacao entre arquivos: " ws-ref-total
                   " ocorrencia(s) em PIZZAREF."

           if ws-ref-total > 0
               move 4 to ws-cond-nova
               perform eleva_condicao
           end-if

           move function current-date to ws-timestamp
           move spaces to ws-linha-log
           string ws-timestamp(1:14)  delimited by size
                  " | Reconciliacao entre arquivos | Ocorrencias: "
                                      delimited by size
                  ws-ref-total        delimited by size
                  into ws-linha-log
           end-string
           move ws-linha-log to pizza-log-rec
           perform grava_log

           .
       reconcilia_referencias-exit.
           exit.

      *-----------------------------------------------------------------

      *    PIZZAMST: loja, moeda e ficha tecnica de cada pizza ativa.
      *    Pizza inativa fica de fora - esta parada no mestre e nao
      *    entra no ranking.
       reconcilia_mestre section.

           move "PIZZAMST - pizzas ativas do mestre"
             to ws-ref-titulo
           perform abre_grupo_referencia

           move "S" to ws-ref-mestre-ok
           move "N" to ws-eof-master
           move low-value to pm-chave

           start pizza-master-file key is greater than pm-chave
               invalid key move "Y" to ws-eof-master
           end-start
           if ws-fs-master <> "00" and ws-fs-master <> "23"
               perform mestre_inacessivel_referencia
           end-if

      *    Status de erro na leitura nao e fim de arquivo nem chave
      *    invalida: encerra a leitura em vez de repetir o READ
           perform until ws-eof-master = "Y"
               read pizza-master-file next record
                   at end
                       move "Y" to ws-eof-master
                   not at end
                       if not pm-inativa
                           perform reconcilia_registro_mestre
                       end-if
               end-read
               if ws-fs-master <> "00" and ws-fs-master <> "10"
                   perform mestre_inacessivel_referencia
               end-if
           end-perform

           if ws-lojas-carregadas <> "S"
               move "   PIZZALOJ ausente - lojas nao conferidas"
                 to referencias-rec
               write referencias-rec
           end-if

           perform fecha_grupo_referencia

           .
       reconcilia_mestre-exit.
           exit.

      *-----------------------------------------------------------------

      *    Mestre sem condicao de leitura durante a reconciliacao:
      *    registra o status, avisa no PIZZAREF e desliga as
      *    consultas pela chave dos grupos seguintes, que dariam
      *    falso "nao encontrado" ou nenhum achado.
       mestre_inacessivel_referencia section.

           move "Y" to ws-eof-master
           move "N" to ws-ref-mestre-ok

           display "Mestre PIZZAMST inacessivel na reconciliacao "
                   "(status " ws-fs-master ")."
           move "PIZZAMST" to ws-stat-arquivo
           move ws-fs-master to ws-stat-codigo
           perform registra_status
           move 12 to ws-cond-nova
           perform eleva_condicao

           move spaces to ws-linha-impressao
           string "   PIZZAMST inacessivel (status "
                                       delimited by size
                  ws-fs-master         delimited by size
                  ") - mestre nao conferido"
                                       delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to referencias-rec
           write referencias-rec

           .
       mestre_inacessivel_referencia-exit.
           exit.

      *-----------------------------------------------------------------

      *    Confere o registro mestre recem-lido contra o cadastro de
      *    lojas, a tabela de cambio e as fichas tecnicas.
       reconcilia_registro_mestre section.

           move spaces to ws-ref-detalhe
           string pm-loja      delimited by size
                  " "          delimited by size
                  pm-nome      delimited by size
                  " "          delimited by size
                  pm-diametro  delimited by size
                  " "          delimited by size
                  pm-moeda     delimited by size
                  into ws-ref-detalhe
           end-string

           if ws-lojas-carregadas = "S"
               move "N" to ws-ref-achou
               perform varying ws-ref-ind from 1 by 1
                       until ws-ref-ind > ws-qtd-lojas
                              or ws-ref-achou <> "N"
                   if loj-codigo(ws-ref-ind) = pm-loja
                       if loj-situacao(ws-ref-ind) = "I"
                           move "I" to ws-ref-achou
                       else
                           move "S" to ws-ref-achou
                       end-if
                   end-if
               end-perform
               if ws-ref-achou = "N"
                   move "LOJA FORA DO PIZZALOJ" to ws-ref-motivo
                   perform grava_referencia
               end-if
               if ws-ref-achou = "I"
                   move "LOJA INATIVA NO PIZZALOJ" to ws-ref-motivo
                   perform grava_referencia
               end-if
           end-if

           if pm-moeda <> "BRL" and pm-moeda <> spaces
               move "N" to ws-ref-achou
               perform varying ws-ref-ind from 1 by 1
                       until ws-ref-ind > ws-qtd-taxas
                              or ws-ref-achou = "S"
                   if taxa-moeda(ws-ref-ind) = pm-moeda
                       move "S" to ws-ref-achou
                   end-if
               end-perform
               if ws-ref-achou = "N"
                   move "MOEDA SEM TAXA NO PIZZATAX" to ws-ref-motivo
                   perform grava_referencia
               end-if
           end-if

           if pm-loja = ws-loja-propria
               move "N" to ws-ref-achou
               perform varying ws-ref-ind from 1 by 1
                       until ws-ref-ind > ws-qtd-receitas
                              or ws-ref-achou = "S"
                   if rcp-nome(ws-ref-ind) = pm-nome
                      and rcp-tamanho(ws-ref-ind) = pm-diametro
                       move "S" to ws-ref-achou
                   end-if
               end-perform
               if ws-ref-achou = "N"
                   move "PIZZA PROPRIA SEM FICHA" to ws-ref-motivo
                   perform grava_referencia
               end-if
           end-if

           .
       reconcilia_registro_mestre-exit.
           exit.

      *-----------------------------------------------------------------

      *    PIZZARCP: ingrediente de ficha tecnica que nao esta no
      *    cadastro de custo PIZZAING - a linha que o custo da pizza
      *    hoje descarta sem aviso.
       reconcilia_receitas section.

           move "PIZZARCP - fichas tecnicas" to ws-ref-titulo
           perform abre_grupo_referencia

           perform varying ws-rcp-ind from 1 by 1
                   until ws-rcp-ind > ws-qtd-receitas
               move "N" to ws-ref-achou
               perform varying ws-ref-ind from 1 by 1
                       until ws-ref-ind > ws-qtd-ingredientes
                              or ws-ref-achou = "S"
                   if ing-nome(ws-ref-ind) =
                      rcp-ingrediente(ws-rcp-ind)
                       move "S" to ws-ref-achou
                   end-if
               end-perform
               if ws-ref-achou = "N"
                   move "INGREDIENTE FORA DO PIZZAING"
                     to ws-ref-motivo
                   move spaces to ws-ref-detalhe
                   string rcp-nome(ws-rcp-ind)
                                       delimited by size
                          " "          delimited by size
                          rcp-tamanho(ws-rcp-ind)
                                       delimited by size
                          " "          delimited by size
                          rcp-ingrediente(ws-rcp-ind)
                                       delimited by size
                          into ws-ref-detalhe
                   end-string
                   perform grava_referencia
               end-if
           end-perform

           perform fecha_grupo_referencia

           .
       reconcilia_receitas-exit.
           exit.

      *-----------------------------------------------------------------

      *    PIZZAPRO: promocao cuja loja/sabor/tamanho nao existe no
      *    mestre - lida direto pela chave, para valer tambem na
      *    rodada de manutencao.
       reconcilia_promocoes section.

           move "PIZZAPRO - promocoes" to ws-ref-titulo
           perform abre_grupo_referencia

           if ws-ref-mestre-ok <> "S"
               move "   PIZZAMST inacessivel - promocoes nao conferidas"
                 to referencias-rec
               write referencias-rec
               move 0 to ws-qtd-promos-ref
           else
               move ws-qtd-promos to ws-qtd-promos-ref
           end-if

           perform varying ws-ref-ind2 from 1 by 1
                   until ws-ref-ind2 > ws-qtd-promos-ref
               move pro-nome(ws-ref-ind2)    to pm-nome
               move pro-tamanho(ws-ref-ind2) to pm-diametro
               move pro-loja(ws-ref-ind2)    to pm-loja
               read pizza-master-file
                   invalid key
                       move "PROMOCAO SEM PIZZA NO MESTRE"
                         to ws-ref-motivo
                       move spaces to ws-ref-detalhe
                       string pro-loja(ws-ref-ind2)
                                           delimited by size
                              " "          delimited by size
                              pro-nome(ws-ref-ind2)
                                           delimited by size
                              " "          delimited by size
                              pro-tamanho(ws-ref-ind2)
                                           delimited by size
                              " "          delimited by size
                              pro-inicio(ws-ref-ind2)
                                           delimited by size
                              "-"          delimited by size
                              pro-fim(ws-ref-ind2)
                                           delimited by size
                              into ws-ref-detalhe
                       end-string
                       perform grava_referencia
                   not invalid key
                       continue
               end-read
           end-perform

           perform fecha_grupo_referencia

           .
       reconcilia_promocoes-exit.
           exit.

      *-----------------------------------------------------------------

      *    PIZZAAGD: preco programado ainda nao aplicado cuja pizza
      *    nao existe no mestre, e linha que nem chega a ser lida.
       reconcilia_agenda section.

           if ws-agenda-carregada <> "S"
               go to reconcilia_agenda-exit
           end-if

           move "PIZZAAGD - precos programados" to ws-ref-titulo
           perform abre_grupo_referencia

           if ws-ref-mestre-ok <> "S"
               move "   PIZZAMST inacessivel - pizzas nao conferidas"
                 to referencias-rec
               write referencias-rec
           end-if

           perform varying ws-agd-ind from 1 by 1
                   until ws-agd-ind > ws-qtd-agenda
               move spaces to ws-ref-detalhe
               if agd-resultado(ws-agd-ind) = "I"
                   move "LINHA INVALIDA" to ws-ref-motivo
                   move agd-dados(ws-agd-ind) to ws-ref-detalhe
                   perform grava_referencia
               else
                   if agd-situacao(ws-agd-ind) <> "A"
                      and ws-ref-mestre-ok = "S"
                       move agd-nome(ws-agd-ind)    to pm-nome
                       move agd-tamanho(ws-agd-ind) to pm-diametro
                       move agd-loja(ws-agd-ind)    to pm-loja
                       read pizza-master-file
                           invalid key
                               move "PRECO PROGRAMADO SEM PIZZA"
                                 to ws-ref-motivo
                               string agd-loja(ws-agd-ind)
                                            delimited by size
                                      " "   delimited by size
                                      agd-nome(ws-agd-ind)
                                            delimited by size
                                      " "   delimited by size
                                      agd-tamanho(ws-agd-ind)
                                            delimited by size
                                      " "   delimited by size
                                      agd-vigencia(ws-agd-ind)
                                            delimited by size
                                      into ws-ref-detalhe
                               end-string
                               perform grava_referencia
                           not invalid key
                               continue
                       end-read
                   end-if
               end-if
           end-perform

           perform fecha_grupo_referencia

           .
       reconcilia_agenda-exit.
           exit.

      *-----------------------------------------------------------------

      *    PIZZAEST: saldo de estoque de ingrediente que nao esta no
      *    cadastro PIZZAING. Sem o arquivo, nada a conferir.
       reconcilia_estoque section.

           open input estoque-file
           if ws-fs-estoque <> "00"
               go to reconcilia_estoque-exit
           end-if

           move "PIZZAEST - estoque de ingredientes" to ws-ref-titulo
           perform abre_grupo_referencia

           move "N" to ws-eof-estoque
           perform until ws-eof-estoque = "Y"
               read estoque-file
                   at end
                       move "Y" to ws-eof-estoque
                   not at end
                       move "N" to ws-ref-achou
                       perform varying ws-ref-ind from 1 by 1
                               until ws-ref-ind > ws-qtd-ingredientes
                                      or ws-ref-achou = "S"
                           if ing-nome(ws-ref-ind) = es-ingrediente
                               move "S" to ws-ref-achou
                           end-if
                       end-perform
                       if ws-ref-achou = "N"
                          and es-ingrediente <> spaces
                           move "ESTOQUE SEM INGREDIENTE"
                             to ws-ref-motivo
                           move es-ingrediente to ws-ref-detalhe
                           perform grava_referencia
                       end-if
               end-read
           end-perform
           close estoque-file

           perform fecha_grupo_referencia

           .
       reconcilia_estoque-exit.
           exit.

      *-----------------------------------------------------------------

      *    Abre o grupo de um arquivo no PIZZAREF com o titulo em
      *    ws-ref-titulo.
       abre_grupo_referencia section.

           move 0 to ws-ref-grupo

           move spaces to referencias-rec
           write referencias-rec
           move ws-ref-titulo to referencias-rec
           write referencias-rec
           move "------------------------------------------------"
             to referencias-rec
           write referencias-rec

           .
       abre_grupo_referencia-exit.
           exit.

      *-----------------------------------------------------------------

      *    Fecha o grupo com a contagem de ocorrencias do arquivo.
       fecha_grupo_referencia section.

           move spaces to ws-linha-impressao
           if ws-ref-grupo = 0
               move "   Nenhuma ocorrencia" to ws-linha-impressao
           else
               string "   "          delimited by size
                      ws-ref-grupo   delimited by size
                      " ocorrencia(s)"
                                     delimited by size
                      into ws-linha-impressao
               end-string
           end-if
           move ws-linha-impressao to referencias-rec
           write referencias-rec

           display ws-ref-titulo ": " ws-ref-grupo
                   " ocorrencia(s)."

           .
       fecha_grupo_referencia-exit.
           exit.

      *-----------------------------------------------------------------

      *    Grava uma ocorrencia da reconciliacao: motivo em
      *    ws-ref-motivo, identificacao em ws-ref-detalhe.
       grava_referencia section.

           add 1 to ws-ref-grupo
           add 1 to ws-ref-total

           move spaces to referencias-rec
           string "   "          delimited by size
                  ws-ref-motivo  delimited by size
                  " | "          delimited by size
                  ws-ref-detalhe delimited by size
                  into referencias-rec
           end-string
           write referencias-rec

           if ws-fs-ref <> "00"
               move "PIZZAREF" to ws-stat-arquivo
               move ws-fs-ref to ws-stat-codigo
               perform registra_status
               move 12 to ws-cond-nova
               perform eleva_condicao
           end-if

           .
       grava_referencia-exit.
           exit.

      *-----------------------------------------------------------------

           close backup-file

      *    Volta o mestre para I-O: a reconciliacao e o fim da rodada
      *    leem o cadastro recarregado pela chave
           close pizza-master-file
           open i-o pizza-master-file
           if ws-fs-master <> "00"
               display "Nao foi possivel reabrir o mestre recarregado "
                       "(status " ws-fs-master ")."
               move "PIZZAMST" to ws-stat-arquivo
               move ws-fs-master to ws-stat-codigo
               perform registra_status
               move 12 to ws-cond-nova
               perform eleva_condicao
           end-if

           display "Recarga do mestre: " ws-bkp-lidos " lido(s), "
                   ws-bkp-aplicados " gravado(s), " ws-bkp-falhas
                   " falha(s) de chave."

      *-----------------------------------------------------------------

      *    Reconstroi na tabela relatorio o catalogo ativo como era
      *    na data ws-data-base: parte da geracao PIZZABKP mais
      *    proxima na data ou antes dela (ate um ano para tras) e
      *    reaplica, em ordem, as alteracoes de preco do PIZZAHST
      *    desde o dia da geracao ate a data pedida. Nada e gravado:
      *    o mestre so e lido, pela chave, para dar forma as pizzas
      *    que entraram depois da geracao. Promocoes valem as
      *    vigentes na data; cambio, custos e fichas sao os atuais.
       reconstroi_catalogo section.

           move "N" to ws-hst-reconstruido
           move 0 to qtd

           if ws-data-base is not numeric
               display "Data invalida para o ranking historico "
                       "(informe AAAAMMDD em pr-data-base)."
               move 12 to ws-cond-nova
               perform eleva_condicao
               go to reconstroi_catalogo-exit
           end-if

           move ws-data-base to ws-hst-data-num
           compute ws-hst-dia-base =
                   function integer-of-date(ws-hst-data-num)
           if ws-hst-dia-base = 0
               display "Data invalida para o ranking historico: "
                       ws-data-base "."
               move 12 to ws-cond-nova
               perform eleva_condicao
               go to reconstroi_catalogo-exit
           end-if

           move ws-data-base(7:2) to ws-hst-data-ed(1:2)
           move "/"               to ws-hst-data-ed(3:1)
           move ws-data-base(5:2) to ws-hst-data-ed(4:2)
           move "/"               to ws-hst-data-ed(6:1)
           move ws-data-base(1:4) to ws-hst-data-ed(7:4)

      *    Promocoes vigentes na data do ranking, nao hoje
           move ws-data-base to ws-data-hoje-alfa

      *    Geracao de backup mais proxima na data ou antes dela
           move "N" to ws-hst-achou
           move 0 to ws-hst-dias
           perform until ws-hst-achou = "S"
                  or ws-hst-dias > 366
               compute ws-dias-int = ws-hst-dia-base - ws-hst-dias
               compute ws-hst-data-num =
                       function date-of-integer(ws-dias-int)
               move ws-hst-data-num to ws-hst-geracao
               move spaces to ws-backup-nome
               string "PIZZABKP."      delimited by size
                      ws-hst-geracao   delimited by size
                      into ws-backup-nome
               end-string
               open input backup-file
               if ws-fs-backup = "00"
                   move "S" to ws-hst-achou
               else
                   add 1 to ws-hst-dias
               end-if
           end-perform

           if ws-hst-achou <> "S"
               move spaces to ws-hst-geracao
               display "Nenhuma geracao PIZZABKP ate um ano antes de "
                       ws-data-base " - ranking historico nao "
                       "reconstruido."
               move "PIZZABKP" to ws-stat-arquivo
               move ws-fs-backup to ws-stat-codigo
               perform registra_status
               move 12 to ws-cond-nova
               perform eleva_condicao
               go to reconstroi_catalogo-exit
           end-if

      *    Catalogo da geracao: so as pizzas ativas, como na carga
      *    do mestre
           move "N" to ws-eof-backup
           perform until ws-eof-backup = "Y"
               read backup-file
                   at end
                       move "Y" to ws-eof-backup
                   not at end
                       move backup-rec to pizza-master-rec
                       if not pm-inativa
                          and qtd < ws-max-pizzas
                           add 1 to qtd
                           move pm-loja     to loja(qtd)
                           move pm-nome     to nome(qtd)
                           move pm-unidade  to unidade(qtd)
                           move pm-diametro to diametro(qtd)
                           move pm-moeda    to moeda(qtd)
                           move pm-preco    to preco(qtd)
                           move pm-forma    to forma(qtd)
                           move pm-largura  to largura(qtd)
                           if forma(qtd) <> "T"
                              and forma(qtd) <> "F"
                               move "R" to forma(qtd)
                           end-if
                       end-if
               end-read
           end-perform
           close backup-file
           move qtd to ws-hst-base-qtd

           perform reaplica_historico

           move "S" to ws-hst-reconstruido

           display "Ranking historico em " ws-hst-data-ed ": "
                   ws-hst-base-qtd " pizza(s) de " ws-backup-nome
                   ", " ws-hst-aplicadas " alteracao(oes) "
                   "reaplicada(s)."

           move function current-date to ws-timestamp
           move spaces to ws-linha-log
           string ws-timestamp(1:14)  delimited by size
                  " | Ranking historico | Data: "
                                      delimited by size
                  ws-data-base        delimited by size
                  " | Geracao: "      delimited by size
                  ws-backup-nome      delimited by size
                  " | Reaplicadas: "  delimited by size
                  ws-hst-aplicadas    delimited by size
                  " | Novas: "        delimited by size
                  ws-hst-novas        delimited by size
                  into ws-linha-log
           end-string
           move ws-linha-log to pizza-log-rec
           perform grava_log

           .
       reconstroi_catalogo-exit.
           exit.

      *-----------------------------------------------------------------

      *    Reaplica as alteracoes do historico sobre o catalogo da
      *    geracao. O que o arquivamento por retencao ja tirou do
      *    vivo esta nas geracoes PIZZAHST.AAAAMMDD: elas sao lidas
      *    primeiro, em ordem de data, do dia da geracao base ate
      *    hoje, e o PIZZAHST vivo por ultimo - a ordem em que as
      *    alteracoes aconteceram.
       reaplica_historico section.

           move ws-hst-geracao to ws-hst-data-num
           compute ws-hst-dia =
                   function integer-of-date(ws-hst-data-num)
           move function current-date to ws-timestamp
           move ws-timestamp(1:8) to ws-hst-data-num
           compute ws-hst-dia-fim =
                   function integer-of-date(ws-hst-data-num)

           perform until ws-hst-dia > ws-hst-dia-fim
               compute ws-hst-data-num =
                       function date-of-integer(ws-hst-dia)
               move spaces to ws-arq-hist-nome
               string "PIZZAHST."       delimited by size
                      ws-hst-data-num   delimited by size
                      into ws-arq-hist-nome
               end-string
               open input arquivo-hist-file
               if ws-fs-arq-hist = "00"
                   move "N" to ws-eof-arq
                   perform until ws-eof-arq = "Y"
                       read arquivo-hist-file
                           at end
                               move "Y" to ws-eof-arq
                           not at end
                               move arquivo-hist-rec to historico-rec
                               perform reaplica_alteracao
                       end-read
                   end-perform
                   close arquivo-hist-file
               end-if
               add 1 to ws-hst-dia
           end-perform

      *    O vivo, como na carga do historico da tendencia
           close historico-file
           open input historico-file
           if ws-fs-hist = "00"
               move "N" to ws-eof-hist
               perform until ws-eof-hist = "Y"
                   read historico-file
                       at end
                           move "Y" to ws-eof-hist
                       not at end
                           perform reaplica_alteracao
                   end-read
               end-perform
               close historico-file
           end-if
           open extend historico-file

           .
       reaplica_historico-exit.
           exit.

      *-----------------------------------------------------------------

      *    Reaplica o registro de historico em historico-rec se ele
      *    cai entre o dia da geracao base e a data do ranking:
      *    pizza ja na tabela fica com o preco novo; pizza que ainda
      *    nao estava (cadastrada depois da geracao) entra com a
      *    forma lida do mestre, ou redonda em cm se ja saiu dele.
       reaplica_alteracao section.

           if ph-tamanho is not numeric
              or ph-preco-novo is not numeric
              or ph-data is not numeric
               go to reaplica_alteracao-exit
           end-if

           if ph-data < ws-hst-geracao
              or ph-data > ws-data-base
               go to reaplica_alteracao-exit
           end-if

           move ph-loja    to ws-loja-busca
           move ph-nome    to ws-nome-busca
           move ph-tamanho to ws-diametro-busca
           perform busca_pizza

           if ws-achou = "Y"
               move ws-ind-encontrado to ind
           else
               if qtd >= ws-max-pizzas
                   add 1 to ws-hst-ignoradas
                   go to reaplica_alteracao-exit
               end-if
               add 1 to qtd
               move qtd to ind
               add 1 to ws-hst-novas
               move ph-loja    to loja(ind)
               move ph-nome    to nome(ind)
               move ph-tamanho to diametro(ind)
               move ph-nome    to pm-nome
               move ph-tamanho to pm-diametro
               move ph-loja    to pm-loja
               read pizza-master-file
                   invalid key
                       move "CM" to unidade(ind)
                       move "R"  to forma(ind)
                       move 0    to largura(ind)
                   not invalid key
                       move pm-unidade to unidade(ind)
                       move pm-forma   to forma(ind)
                       move pm-largura to largura(ind)
               end-read
               if forma(ind) <> "T"
                  and forma(ind) <> "F"
                   move "R" to forma(ind)
               end-if
           end-if

           move ph-preco-novo to preco(ind)
           if ph-moeda <> spaces
               move ph-moeda to moeda(ind)
           end-if
           add 1 to ws-hst-aplicadas

           .
       reaplica_alteracao-exit.
           exit.

      *-----------------------------------------------------------------

      *    Relatorio do ranking historico em PIZZARPH: o mesmo corpo
      *    do ranking do dia, com a data da posicao e a geracao base
      *    em toda pagina e o resumo da reconstrucao no fim. Nao ha
      *    movimentacao, snapshot nem extratos - a rodada e so de
      *    consulta.
       imprime_ranking_historico section.

           move function current-date to ws-timestamp
           move ws-timestamp(7:2) to ws-data-relatorio(1:2)
           move "/"               to ws-data-relatorio(3:1)
           move ws-timestamp(5:2) to ws-data-relatorio(4:2)
           move "/"               to ws-data-relatorio(6:1)
           move ws-timestamp(1:4) to ws-data-relatorio(7:4)

           move 0 to ws-linhas-pagina
           move 1 to ws-pagina

           perform escreve_cabecalho_relatorio

           if ws-hst-reconstruido <> "S"
               move "Catalogo nao reconstruido - ver PIZZACTL e "
                 to relatorio-rec
               perform grava_relatorio
               move "PIZZALOG" to relatorio-rec
               perform grava_relatorio
               display "Catalogo nao reconstruido."
               go to imprime_ranking_historico-exit
           end-if

           move 1 to ind

           perform qtd times
               display relatorio(ind)

               if ws-linhas-pagina >= 20
                   move spaces to relatorio-rec
                   perform grava_relatorio_salto
                   move 0 to ws-linhas-pagina
                   add 1 to ws-pagina
                   perform escreve_cabecalho_relatorio
               end-if

               move spaces to ws-linha-impressao
               move relatorio(ind) to ws-linha-impressao
               move ws-linha-impressao to relatorio-rec
               perform grava_relatorio

               add 1 to ws-linhas-pagina
               add 1 to ind
           end-perform

           move spaces to relatorio-rec
           perform grava_relatorio
           move spaces to ws-linha-impressao
           string "Reconstrucao: "    delimited by size
                  ws-hst-base-qtd     delimited by size
                  " pizza(s) ativa(s) em PIZZABKP."
                                      delimited by size
                  ws-hst-geracao      delimited by size
                  " | Alteracoes reaplicadas do PIZZAHST: "
                                      delimited by size
                  ws-hst-aplicadas    delimited by size
                  " | Pizzas novas: " delimited by size
                  ws-hst-novas        delimited by size
                  into ws-linha-impressao
           end-string
           move ws-linha-impressao to relatorio-rec
           perform grava_relatorio
           display ws-linha-impressao

           if ws-hst-ignoradas > 0
               move spaces to ws-linha-impressao
               string ws-hst-ignoradas  delimited by size
                      " alteracao(oes) ignorada(s) - tabela cheia"
                                        delimited by size
                      into ws-linha-impressao
               end-string
               move ws-linha-impressao to relatorio-rec
               perform grava_relatorio
               display ws-linha-impressao
           end-if

           move "Cambio, custo de ingredientes e fichas tecnicas sao"
             to relatorio-rec
           perform grava_relatorio
           move "os cadastros atuais; precos e promocoes sao os da "
             to relatorio-rec
           perform grava_relatorio
           move "data da posicao." to relatorio-rec
           perform grava_relatorio

           .
       imprime_ranking_historico-exit.
           exit.

      *-----------------------------------------------------------------

      *    Passo de arquivamento por retencao: move para geracoes
      *    datadas (PIZZALOG.AAAAMMDD / PIZZAHST.AAAAMMDD) os
      *    registros de log e de historico mais velhos que
