               record key is fd-vnd-chave
               file status is ws-vendas-file-status.

      *>   mesmo arquivo, no desenho anterior ao preco e custo na venda,
      *>   ao meio a meio e ao codigo de loja; usado apenas pela conversao
      *>   unica de layout (parametro CONVERTE)
           select vendas-antiga assign to "VENDAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-rsm-chave
               file status is ws-resumo-mensal-status.

      *>   mesmo arquivo, no desenho anterior ao meio a meio e ao codigo
      *>   de loja; usado apenas pela conversao unica de layout (parametro
      *>   CONVERTE)
           select resumo-antigo assign to "RESMES.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-rsa-chave
               file status is ws-resumo-antigo-status.

      *>   detalhe diario expurgado pelo fechamento do mes
           select vendhist-file assign to "VENDHIST.DAT"
               organization is line sequential
               organization is line sequential
               file status is ws-tendmes-file-status.

      *>   engenharia de cardapio sobre os meses fechados do resumo mensal
           select engcard-file assign to "CARDAPIO.TXT"
               organization is line sequential
               file status is ws-engcard-file-status.

           select ingrediente-file assign to "INGREDIENTES.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-ing-nome
               file status is ws-ingrediente-file-status.

      *>   mesmo arquivo, no desenho anterior ao fornecedor e ao estoque
      *>   por loja; usado apenas pela conversao unica de layout (parametro
      *>   CONVERTE)
           select ingrediente-antigo assign to "INGREDIENTES.DAT"
               organization is indexed
               access mode is dynamic
               organization is line sequential
               file status is ws-copiascfg-status.

      *>   regra de preco da pizza meio a meio: M cobra o maior preco
      *>   dos dois sabores, A cobra a media (M quando ausente)
           select meiocfg-file assign to "MEIOAMEIO.CFG"
               organization is line sequential
               file status is ws-meiocfg-status.

      *>   lista das geracoes de copia existentes, uma data por linha
           select copiaslst-file assign to "COPIAS.LST"
               organization is line sequential
               record key is fd-ope-codigo
               file status is ws-operador-file-status.

      *>   cadastro de clientes da tele-entrega, pelo telefone
           select cliente-file assign to "CLIENTES.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-cli-telefone
               file status is ws-cliente-file-status.

      *>   taxa de entrega cobrada por bairro
           select taxa-file assign to "TAXAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-tax-bairro
               file status is ws-taxa-file-status.

      *>   pedidos da tele-entrega: cliente, bairro, situacao e valores;
      *>   os itens ficam em ITENSPED.DAT sob o mesmo numero
           select pedido-file assign to "PEDIDOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-ped-numero
               file status is ws-pedido-file-status.

           select itempedido-file assign to "ITENSPED.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-itp-chave
               file status is ws-itempedido-file-status.

      *>   entregas do dia fechado, por bairro e por situacao do pedido
           select entregas-file assign to "ENTREGAS.TXT"
               organization is line sequential
               file status is ws-entregas-file-status.

      *>   cadastro de fornecedores de ingredientes
           select fornecedor-file assign to "FORNECEDORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-for-codigo
               file status is ws-fornecedor-file-status.

      *>   pedidos de compra gerados pela lista de faltas do batch, um
      *>   por fornecedor; os itens ficam em ITENSCOMPRA.DAT
           select pedcompra-file assign to "PEDCOMPRA.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-pc-numero
               file status is ws-pedcompra-file-status.

           select itemcompra-file assign to "ITENSCOMPRA.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-ic-chave
               file status is ws-itemcompra-file-status.

      *>   movimentos de estoque fora da venda: contagem, perdas e
      *>   entradas, por ingrediente e data, com o operador
           select ajuste-file assign to "AJUSTES.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-aju-chave
               file status is ws-ajuste-file-status.

      *>   folha de contagem fisica dos ingredientes
           select contagem-file assign to "CONTAGEM.TXT"
               organization is line sequential
               file status is ws-contagem-file-status.

      *>   consumo teorico x real entre duas contagens
           select variacao-file assign to "VARIACAO.TXT"
               organization is line sequential
               file status is ws-variacao-file-status.

      *>   loja desta instalacao (001 quando ausente): as vendas da tela,
      *>   os pedidos e o estoque mexido pelas telas sao dela
           select lojacfg-file assign to "LOJA.CFG"
               organization is line sequential
               file status is ws-lojacfg-status.

      *>   cadastro das lojas da rede
           select loja-file assign to "LOJAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-loj-codigo
               file status is ws-loja-file-status.

      *>   preco proprio da loja para a pizza e o tamanho, quando difere
      *>   do preco do catalogo (o catalogo e as receitas sao da rede)
           select precoloja-file assign to "PRECOLOJA.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-pcl-chave
               file status is ws-precoloja-file-status.

      *>   saldo em estoque de cada ingrediente em cada loja, com o
      *>   minimo e a quantidade ja pedida
           select estoque-file assign to "ESTOQUES.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-est-chave
               file status is ws-estoque-file-status.

      *>   cargas de vendas das lojas ja processadas pela matriz, por
      *>   loja e data do movimento, para recusar a mesma carga de novo
           select carga-file assign to "CARGAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-crg-chave
               file status is ws-carga-file-status.

      *>   totais do fechamento do dia exportados pelo POS: itens (pizza
      *>   e tamanho) e pagamentos (forma), por loja e data
           select fechapos-file assign to "FECHAPOS.DAT"
               organization is line sequential
               file status is ws-fechapos-status.

      *>   fechamento do POS importado, por data e loja, para a
      *>   conciliacao contra VENDAS.DAT no fechamento do dia
           select posdia-file assign to "POSDIA.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-pos-chave
               file status is ws-posdia-file-status.

      *>   tolerancias da conciliacao do POS: quantidade e valor
           select conciliacfg-file assign to "CONCILIA.CFG"
               organization is line sequential
               file status is ws-conciliacfg-status.

      *>   relatorio de divergencias da conciliacao do POS
           select concilia-file assign to "CONCILIA.TXT"
               organization is line sequential
               file status is ws-concilia-file-status.

      *>   alteracoes de preco do catalogo que aguardam o supervisor ou a
      *>   data de vigencia, numeradas em sequencia
           select precopend-file assign to "PRECOPEND.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-ppd-numero
               file status is ws-precopend-file-status.

      *>   percentual de variacao de preco aceito sem aprovacao
           select aprovacfg-file assign to "APROVACAO.CFG"
               organization is line sequential
               file status is ws-aprovacfg-status.

      *>   diario das execucoes nao assistidas (BATCH, RESTART, FECHAMES,
      *>   COPIA, RESTAURA e REPARA): inicio, arquivos e resultado
           select execucao-file assign to "EXECUCOES.DAT"
               organization is line sequential
               file status is ws-execucao-file-status.

      *>   listagem das ultimas execucoes do diario
           select execlst-file assign to "EXECUCOES.TXT"
               organization is line sequential
               file status is ws-execlst-file-status.

       i-o-control.

      *>   Declaração de variáveis
      *>       tamanho no final da linha, para os arquivos de entrada
      *>       anteriores ao tamanho continuarem validos (branco vale M)
           05 fd-ent-tamanho                        pic x(01).
      *>       vigencia pedida para a alteracao de preco (AAAAMMDD), no
      *>       final pelo mesmo motivo; em branco vale a partir da aprovacao
           05 fd-ent-vigencia                       pic 9(08).

      *>   vendas acumuladas por pizza, tamanho e dia, lancadas pela tela
      *>   de vendas ou pela carga noturna de ENTVENDAS.DAT
              10 fd-vnd-nome                        pic x(25).
              10 fd-vnd-tamanho                     pic x(01).
              10 fd-vnd-data                        pic 9(08).
      *>           loja da venda, no fim da chave para as buscas por pizza
      *>           e tamanho continuarem valendo
              10 fd-vnd-loja                        pic 9(03).
           05 fd-vnd-quantidade                     pic 9(05).
      *>       preco cobrado (promocional ou cheio) e custo de producao
      *>       unitarios do ultimo lancamento do dia, mais a receita e o
      *>       custo acumulados de todos os lancamentos, que valorizam o
      *>       fechamento do dia, o do mes e o resumo de vendas
           05 fd-vnd-preco-unit                     pic 9(03)v99.
           05 fd-vnd-promo                          pic x(01).
           05 fd-vnd-custo-unit                     pic 9(03)v99.
           05 fd-vnd-receita                        pic 9(07)v99.
           05 fd-vnd-custo                          pic 9(07)v99.
      *>       metades vendidas em pizzas meio a meio (cada uma vale meia
      *>       unidade); fd-vnd-quantidade conta so as pizzas inteiras,
      *>       receita e custo acima ja trazem a parte das metades
           05 fd-vnd-meias                          pic 9(05).

       fd  vendas-antiga.
       01  fd-registro-venda-antiga.
           05 fd-vna-chave.
              10 fd-vna-nome                        pic x(25).
              10 fd-vna-tamanho                     pic x(01).
              10 fd-vna-data                        pic 9(08).
           05 fd-vna-quantidade                     pic 9(05).

      *>       tamanho no final da linha, para os arquivos de entrada
      *>       anteriores ao tamanho continuarem validos (branco vale M)
           05 fd-env-tamanho                        pic x(01).
      *>       segundo sabor da pizza meio a meio, tambem no final (branco
      *>       vale pizza inteira)
           05 fd-env-nome2                          pic x(25).

      *>   abertura do bloco de vendas de uma loja (a matriz recebe os
      *>   movimentos de varias lojas no mesmo arquivo): *LOJA*, codigo
      *>   da loja e data do movimento; linhas antes de qualquer abertura
      *>   sao da loja desta instalacao
       01  fd-registro-ent-loja.
           05 fd-enl-marca                          pic x(06).
           05 fd-enl-loja                           pic 9(03).
           05 fd-enl-data                           pic 9(08).

      *>   consolidado do fechamento mensal: unidades, receita e margem
      *>   de cada pizza em cada mes ja fechado
              10 fd-rsm-pizza                       pic x(25).
              10 fd-rsm-tamanho                     pic x(01).
              10 fd-rsm-anomes                      pic 9(06).
              10 fd-rsm-loja                        pic 9(03).
      *>       unidades com as metades do meio a meio (meia unidade
      *>       cada), que tambem ficam contadas a parte em fd-rsm-meias
           05 fd-rsm-unidades                       pic 9(07)v9.
           05 fd-rsm-receita                        pic 9(09)v99.
           05 fd-rsm-margem                         pic s9(09)v99.
           05 fd-rsm-categoria                      pic x(01).
           05 fd-rsm-meias                          pic 9(07).

       fd  resumo-antigo.
       01  fd-registro-resumo-antigo.
           05 fd-rsa-chave.
              10 fd-rsa-pizza                       pic x(25).
              10 fd-rsa-tamanho                     pic x(01).
              10 fd-rsa-anomes                      pic 9(06).
           05 fd-rsa-unidades                       pic 9(07).
           05 fd-rsa-receita                        pic 9(09)v99.
           05 fd-rsa-margem                         pic s9(09)v99.
           05 fd-rsa-categoria                      pic x(01).

      *>   detalhe diario ja consolidado, preservado fora de VENDAS.DAT
      *>   para a varredura dos relatorios nao crescer sem limite
           05 fd-vh-tamanho                         pic x(01).
           05 fd-vh-data                            pic 9(08).
           05 fd-vh-quantidade                      pic 9(05).
      *>       valores gravados na venda (ver fd-registro-venda); linha
      *>       anterior a eles chega com estes campos em branco
           05 fd-vh-preco-unit                      pic 9(03)v99.
           05 fd-vh-promo                           pic x(01).
           05 fd-vh-custo-unit                      pic 9(03)v99.
           05 fd-vh-receita                         pic 9(07)v99.
           05 fd-vh-custo                           pic 9(07)v99.
           05 fd-vh-meias                           pic 9(05).
      *>       loja da venda; linha anterior a ela chega em branco
           05 fd-vh-loja                            pic 9(03).

       fd  tendmes-file.
       01  fd-linha-tendmes                         pic x(130).

       fd  engcard-file.
       01  fd-linha-engcard                         pic x(130).

      *>   cadastro de ingredientes: o custo unitario daqui alimenta o
      *>   calculo do custo de producao das pizzas que tem receita; o
      *>   saldo em estoque fica por loja em ESTOQUES.DAT
       fd  ingrediente-file.
       01  fd-registro-ingrediente.
           05 fd-ing-nome                           pic x(25).
           05 fd-ing-unidade                        pic x(10).
           05 fd-ing-custo-unit                     pic 9(03)v99.
      *>       fornecedor preferencial (zero: nenhum)
           05 fd-ing-fornecedor                     pic 9(04).

       fd  ingrediente-antigo.
       01  fd-registro-ingrediente-antigo.
           05 fd-inga-nome                          pic x(25).
           05 fd-inga-unidade                       pic x(10).
           05 fd-inga-custo-unit                    pic 9(03)v99.
           05 fd-inga-estoque                       pic s9(05)v99.
           05 fd-inga-minimo                        pic 9(05)v99.

      *>   receita: quantidade de cada ingrediente por pizza e tamanho,
      *>   porque a broto nao leva a mesma quantidade da grande
       01  fd-linha-resdia                          pic x(130).

       fd  copia-file.
       01  fd-linha-copia                           pic x(150).

       fd  copiascfg-file.
       01  fd-registro-copias-cfg                   pic x(02).

       fd  meiocfg-file.
       01  fd-registro-meio-cfg                     pic x(01).

       fd  copiaslst-file.
       01  fd-registro-copias-lst                   pic x(08).

           05 fd-trv-nome                           pic x(25).
           05 fd-trv-terminal                       pic 9(08).

      *>   clientes da tele-entrega: o bairro define a taxa de entrega
       fd  cliente-file.
       01  fd-registro-cliente.
           05 fd-cli-telefone                       pic x(15).
           05 fd-cli-nome                           pic x(30).
           05 fd-cli-endereco                       pic x(40).
           05 fd-cli-bairro                         pic x(20).

       fd  taxa-file.
       01  fd-registro-taxa.
           05 fd-tax-bairro                         pic x(20).
           05 fd-tax-valor                          pic 9(03)v99.

      *>   cabecalho do pedido: situacao A (aberto), S (saiu para
      *>   entrega), E (entregue, ja lancado em VENDAS.DAT) ou C
      *>   (cancelado, nunca chega a vendas nem ao estoque); bairro e
      *>   taxa ficam gravados como estavam na abertura
       fd  pedido-file.
       01  fd-registro-pedido.
           05 fd-ped-numero                         pic 9(06).
           05 fd-ped-telefone                       pic x(15).
           05 fd-ped-bairro                         pic x(20).
           05 fd-ped-data                           pic 9(08).
           05 fd-ped-hora                           pic 9(06).
           05 fd-ped-situacao                       pic x(01).
           05 fd-ped-qtd-itens                      pic 9(02).
           05 fd-ped-valor-itens                    pic 9(05)v99.
           05 fd-ped-taxa                           pic 9(03)v99.
           05 fd-ped-operador                       pic 9(04).

      *>   itens do pedido, numerados na ordem de inclusao, com o preco
      *>   vigente na data do pedido
       fd  itempedido-file.
       01  fd-registro-item-pedido.
           05 fd-itp-chave.
              10 fd-itp-numero                      pic 9(06).
              10 fd-itp-item                        pic 9(02).
           05 fd-itp-pizza                          pic x(25).
           05 fd-itp-tamanho                        pic x(01).
           05 fd-itp-quantidade                     pic 9(03).
           05 fd-itp-preco-unit                     pic 9(03)v99.
      *>       segundo sabor da pizza meio a meio (branco: inteira)
           05 fd-itp-pizza2                         pic x(25).
      *>       item ja lancado em VENDAS.DAT pela entrega (S/N)
           05 fd-itp-lancado                        pic x(01).

       fd  entregas-file.
       01  fd-linha-entregas                        pic x(130).

       fd  fornecedor-file.
       01  fd-registro-fornecedor.
           05 fd-for-codigo                         pic 9(04).
           05 fd-for-nome                           pic x(30).
           05 fd-for-telefone                       pic x(15).
           05 fd-for-contato                        pic x(20).

      *>   cabecalho do pedido de compra: situacao A (aberto) ou R
      *>   (recebido, quando o ultimo item chega)
       fd  pedcompra-file.
       01  fd-registro-pedcompra.
           05 fd-pc-numero                          pic 9(06).
           05 fd-pc-fornecedor                      pic 9(04).
           05 fd-pc-data                            pic 9(08).
           05 fd-pc-situacao                        pic x(01).
           05 fd-pc-data-receb                      pic 9(08).
           05 fd-pc-qtd-itens                       pic 9(03).
           05 fd-pc-valor                           pic 9(07)v99.
      *>       loja que pediu e onde a mercadoria e recebida
           05 fd-pc-loja                            pic 9(03).

      *>   item do pedido de compra: quantidade e custo pedidos e, no
      *>   recebimento, a quantidade e o custo que de fato chegaram
       fd  itemcompra-file.
       01  fd-registro-itemcompra.
           05 fd-ic-chave.
              10 fd-ic-numero                       pic 9(06).
              10 fd-ic-ingrediente                  pic x(25).
           05 fd-ic-quantidade                      pic 9(05)v99.
           05 fd-ic-custo-unit                      pic 9(03)v99.
           05 fd-ic-situacao                        pic x(01).
           05 fd-ic-qtd-recebida                    pic 9(05)v99.
           05 fd-ic-custo-pago                      pic 9(03)v99.
           05 fd-ic-data-receb                      pic 9(08).
           05 fd-ic-operador                        pic 9(04).

      *>   movimento de estoque: motivo C (contagem: o saldo passa a ser
      *>   o contado), Q (quebra), V (vencimento), I (consumo interno),
      *>   E (entrada pela tela de ingredientes) e R (recebimento de
      *>   pedido de compra); quantidade com sinal, saldo antes e depois
       fd  ajuste-file.
       01  fd-registro-ajuste.
           05 fd-aju-chave.
              10 fd-aju-ingrediente                 pic x(25).
              10 fd-aju-loja                        pic 9(03).
              10 fd-aju-data                        pic 9(08).
              10 fd-aju-hora                        pic 9(08).
           05 fd-aju-motivo                         pic x(01).
           05 fd-aju-saldo-ant                      pic s9(05)v99.
           05 fd-aju-quantidade                     pic s9(05)v99.
           05 fd-aju-saldo-novo                     pic s9(05)v99.
           05 fd-aju-custo-unit                     pic 9(03)v99.
           05 fd-aju-operador                       pic 9(04).

       fd  contagem-file.
       01  fd-linha-contagem                        pic x(100).

       fd  variacao-file.
       01  fd-linha-variacao                        pic x(130).

       fd  lojacfg-file.
       01  fd-registro-loja-cfg                     pic x(03).

       fd  loja-file.
       01  fd-registro-loja.
           05 fd-loj-codigo                         pic 9(03).
           05 fd-loj-nome                           pic x(20).

       fd  precoloja-file.
       01  fd-registro-precoloja.
           05 fd-pcl-chave.
              10 fd-pcl-loja                        pic 9(03).
              10 fd-pcl-nome                        pic x(25).
              10 fd-pcl-tamanho                     pic x(01).
           05 fd-pcl-preco                          pic 9(03)v99.

      *>   saldo do ingrediente na loja: entradas, recebimentos, ajustes
      *>   de inventario e a baixa das vendas da loja explodidas pela
      *>   receita; o pedido e o que esta em pedido de compra aberto e
      *>   conta como estoque a caminho na lista de faltas
       fd  estoque-file.
       01  fd-registro-estoque.
           05 fd-est-chave.
              10 fd-est-ingrediente                 pic x(25).
              10 fd-est-loja                        pic 9(03).
           05 fd-est-saldo                          pic s9(05)v99.
           05 fd-est-minimo                         pic 9(05)v99.
           05 fd-est-pedido                         pic 9(05)v99.

       fd  carga-file.
       01  fd-registro-carga.
           05 fd-crg-chave.
              10 fd-crg-loja                        pic 9(03).
              10 fd-crg-data-mov                    pic 9(08).
           05 fd-crg-data-carga                     pic 9(08).
           05 fd-crg-registros                      pic 9(05).

      *>   linha do fechamento do POS: tipo I (item: pizza e tamanho,
      *>   unidades com meia pizza em 0,5, e valor) ou P (pagamento: forma
      *>   no campo de nome, tamanho em branco, so o valor)
       fd  fechapos-file.
       01  fd-registro-fechapos.
           05 fd-fps-tipo                           pic x(01).
           05 fd-fps-loja                           pic 9(03).
           05 fd-fps-data                           pic 9(08).
           05 fd-fps-nome                           pic x(25).
           05 fd-fps-tamanho                        pic x(01).
           05 fd-fps-quantidade                     pic 9(05)v9.
           05 fd-fps-valor                          pic 9(07)v99.

       fd  posdia-file.
       01  fd-registro-posdia.
           05 fd-pos-chave.
              10 fd-pos-data                        pic 9(08).
              10 fd-pos-loja                        pic 9(03).
              10 fd-pos-tipo                        pic x(01).
              10 fd-pos-nome                        pic x(25).
              10 fd-pos-tamanho                     pic x(01).
           05 fd-pos-quantidade                     pic 9(05)v9.
           05 fd-pos-valor                          pic 9(07)v99.

      *>   tolerancia de quantidade (unidades) e de valor (reais)
       fd  conciliacfg-file.
       01  fd-registro-concilia-cfg.
           05 fd-ccf-tol-qtd                        pic 9(03)v9.
           05 fd-ccf-tol-valor                      pic 9(05)v99.

       fd  concilia-file.
       01  fd-linha-concilia                        pic x(130).

      *>   alteracao de preco pendente: P aguarda o supervisor, A aprovada
      *>   aguardando a vigencia, R rejeitada, E efetivada pelo batch, C
      *>   cancelada (substituida por outro pedido ou pizza fora do catalogo)
       fd  precopend-file.
       01  fd-registro-precopend.
           05 fd-ppd-numero                         pic 9(06).
           05 fd-ppd-nome                           pic x(25).
           05 fd-ppd-tamanho                        pic x(01).
           05 fd-ppd-preco-ant                      pic 9(03)v99.
           05 fd-ppd-preco-novo                     pic 9(03)v99.
           05 fd-ppd-vigencia                       pic 9(08).
           05 fd-ppd-data-pedido                    pic 9(08).
      *>       T = tela, B = carga noturna (ENTRADA.DAT, operador 0)
           05 fd-ppd-origem                         pic x(01).
           05 fd-ppd-operador                       pic 9(04).
           05 fd-ppd-situacao                       pic x(01).
           05 fd-ppd-supervisor                     pic 9(04).
           05 fd-ppd-data-decisao                   pic 9(08).
           05 fd-ppd-data-efetiva                   pic 9(08).

       fd  aprovacfg-file.
       01  fd-registro-aprova-cfg.
           05 fd-apc-limite                         pic 9(03)v99.

       fd  execucao-file.
       01  fd-linha-execucao                        pic x(108).

       fd  execlst-file.
       01  fd-linha-execlst                         pic x(130).


      *>   Variaveis de trabalho
       working-storage section.
       01  ws-cat-mensal  occurs  36.
           05 ws-ctm-categoria                      pic x(01).
           05 ws-ctm-anomes                         pic 9(06).
           05 ws-ctm-unidades                       pic 9(07)v9.
           05 ws-ctm-receita                        pic 9(09)v99.
           05 ws-ctm-margem                         pic s9(09)v99.

       01  ws-cat-mensal-aux.
           05 ws-ctx-categoria                      pic x(01).
           05 ws-ctx-anomes                         pic 9(06).
           05 ws-ctx-unidades                       pic 9(07)v9.
           05 ws-ctx-receita                        pic 9(09)v99.
           05 ws-ctx-margem                         pic s9(09)v99.

      *>   categoria
       01  ws-resdia-cat  occurs  3.
           05 ws-rdc-categoria                      pic x(01).
           05 ws-rdc-unidades                       pic 9(07)v9.
           05 ws-rdc-receita                        pic 9(09)v99.
           05 ws-rdc-margem                         pic s9(09)v99.

           05 ws-cnv-situacao                       pic x(01).

      *>   retrato das vendas no desenho antigo, para a conversao unica
      *>   de layout regravar o arquivo com preco e custo gravados
       01  ws-vnd-conv  occurs  1000.
           05 ws-vcv-nome                           pic x(25).
           05 ws-vcv-tamanho                        pic x(01).
           05 ws-vcv-data                           pic 9(08).
           05 ws-vcv-qtd                            pic 9(05).

           05 ws-rcv-qtd                            pic 9(03)v99.

      *>   retrato dos ingredientes no desenho antigo, para a conversao
      *>   unica de layout regravar o arquivo com o fornecedor
       01  ws-ing-conv  occurs  100.
           05 ws-inc-nome                           pic x(25).
           05 ws-inc-unidade                        pic x(10).
           05 ws-inc-custo                          pic 9(03)v99.
           05 ws-inc-estoque                        pic s9(05)v99.
           05 ws-inc-minimo                         pic 9(05)v99.
           05 ws-inc-fornecedor                     pic 9(04).
           05 ws-inc-pedido                         pic 9(05)v99.

       01 ws-tela-cad-pizza.
           05 ws-preco-pizza                       pic 9(03)v99.
      *>       confirmacao para gravar preco que deixa a pizza abaixo do
      *>       piso de margem da categoria
           05 ws-confirma-piso                     pic x(01).
      *>       data de vigencia do novo preco (AAAAMMDD); zero = imediata
           05 ws-vigencia-pizza                    pic 9(08).

       01  ws-achou-pizza                          pic x(01).
       01  ws-achou-novo-nome                      pic x(01).
          05 ws-promo-tela                         pic x(01).
          05 ws-consulta-tela                      pic x(01).
          05 ws-piso-tela                          pic x(01).
          05 ws-pedido-tela                        pic x(01).
          05 ws-cliente-tela                       pic x(01).
          05 ws-taxa-tela                          pic x(01).
          05 ws-fornec-tela                        pic x(01).
          05 ws-receb-tela                         pic x(01).
          05 ws-invent-tela                        pic x(01).
          05 ws-loja-tela                          pic x(01).
          05 ws-precoloja-tela                     pic x(01).
          05 ws-aprovapreco-tela                   pic x(01).
          05 ws-sair                               pic x(01).

       01 ws-tela-ingred.
          05 ws-ing-custo-unit                     pic 9(03)v99.
          05 ws-ing-minimo                         pic 9(05)v99.
          05 ws-ing-entrada                        pic 9(05)v99.
          05 ws-ing-fornecedor                     pic 9(04).
          05 ws-ing-acao                           pic x(01).

       01 ws-tela-receita.
          05 ws-venda-tamanho                      pic x(01).
          05 ws-venda-data                         pic 9(08).
          05 ws-venda-qtd                          pic 9(05).
          05 ws-venda-nome2                        pic x(25).

       01 ws-tela-cliente.
          05 ws-cli-telefone                       pic x(15).
          05 ws-cli-nome                           pic x(30).
          05 ws-cli-endereco                       pic x(40).
          05 ws-cli-bairro                         pic x(20).
          05 ws-cli-acao                           pic x(01).

       01 ws-tela-taxa.
          05 ws-tax-bairro                         pic x(20).
          05 ws-tax-valor                          pic 9(03)v99.
          05 ws-tax-acao                           pic x(01).

       01 ws-tela-pedido.
          05 ws-ped-numero                         pic 9(06).
          05 ws-ped-telefone                       pic x(15).
          05 ws-ped-nome                           pic x(30).
          05 ws-ped-bairro                         pic x(20).
          05 ws-ped-taxa                           pic 9(03)v99.
          05 ws-ped-situacao                       pic x(20).
          05 ws-ped-total                          pic 9(06)v99.
          05 ws-ped-pizza                          pic x(25).
          05 ws-ped-tamanho                        pic x(01).
          05 ws-ped-qtd                            pic 9(03).
          05 ws-ped-pizza2                         pic x(25).
          05 ws-ped-acao                           pic x(01).

       01 ws-tela-fornecedor.
          05 ws-for-codigo                         pic 9(04).
          05 ws-for-nome                           pic x(30).
          05 ws-for-telefone                       pic x(15).
          05 ws-for-contato                        pic x(20).
          05 ws-for-acao                           pic x(01).

       01 ws-tela-recebimento.
          05 ws-rcb-numero                         pic 9(06).
          05 ws-rcb-fornecedor                     pic x(30).
          05 ws-rcb-situacao                       pic x(20).
          05 ws-rcb-ingrediente                    pic x(25).
          05 ws-rcb-quantidade                     pic 9(05)v99.
          05 ws-rcb-custo                          pic 9(03)v99.
          05 ws-rcb-loja                           pic 9(03).

       01 ws-tela-loja.
          05 ws-loj-codigo                         pic 9(03).
          05 ws-loj-nome                           pic x(20).
          05 ws-loj-acao                           pic x(01).

       01 ws-tela-precoloja.
          05 ws-pcl-loja                           pic 9(03).
          05 ws-pcl-pizza                          pic x(25).
          05 ws-pcl-tamanho                        pic x(01).
          05 ws-pcl-preco                          pic 9(03)v99.
          05 ws-pcl-acao                           pic x(01).

       01 ws-tela-inventario.
          05 ws-inv-ingrediente                    pic x(25).
          05 ws-inv-quantidade                     pic 9(05)v99.
          05 ws-inv-acao                           pic x(01).
          05 ws-inv-data-ini                       pic 9(08).
          05 ws-inv-data-fim                       pic 9(08).
          05 ws-inv-ult-ingrediente                pic x(25).
          05 ws-inv-ult-motivo                     pic x(20).
          05 ws-inv-ult-saldo-ant                  pic s9(05)v99.
          05 ws-inv-ult-quantidade                 pic s9(05)v99.
          05 ws-inv-ult-saldo-novo                 pic s9(05)v99.

      *>   itens do pedido de compra em tela, para a lista
       01  ws-itens-compra  occurs  12.
           05 ws-icl-ingrediente                    pic x(25).
           05 ws-icl-qtd                            pic 9(05)v99.
           05 ws-icl-custo                          pic 9(03)v99.
           05 ws-icl-situacao                       pic x(08).
           05 ws-icl-recebida                       pic 9(05)v99.

      *>   faltas de estoque da lista de compras, ordenadas por
      *>   fornecedor para sair um pedido de compra por fornecedor
       01  ws-faltas-compra  occurs  300.
           05 ws-flt-loja                           pic 9(03).
           05 ws-flt-fornecedor                     pic 9(04).
           05 ws-flt-ingrediente                    pic x(25).
           05 ws-flt-estoque                        pic s9(05)v99.
           05 ws-flt-minimo                         pic 9(05)v99.
           05 ws-flt-pedido                         pic 9(05)v99.
           05 ws-flt-falta                          pic 9(05)v99.
           05 ws-flt-custo                          pic 9(03)v99.

       01  ws-falta-compra-aux.
           05 ws-flx-loja                           pic 9(03).
           05 ws-flx-fornecedor                     pic 9(04).
           05 ws-flx-ingrediente                    pic x(25).
           05 ws-flx-estoque                        pic s9(05)v99.
           05 ws-flx-minimo                         pic 9(05)v99.
           05 ws-flx-pedido                         pic 9(05)v99.
           05 ws-flx-falta                          pic 9(05)v99.
           05 ws-flx-custo                          pic 9(03)v99.

      *>   consumo teorico de cada ingrediente no periodo entre duas
      *>   contagens: vendas explodidas pela receita
       01  ws-consumo-teorico  occurs  100.
           05 ws-cte-ingrediente                    pic x(25).
           05 ws-cte-quantidade                     pic 9(07)v99.

      *>   ranking de uma loja: pizzas do catalogo com o preco da loja,
      *>   o preco cm2 correspondente e as vendas da loja
       01  ws-ranking-loja  occurs  100.
           05 ws-rkl-nome                           pic x(25).
           05 ws-rkl-tamanho                        pic x(01).
           05 ws-rkl-categoria                      pic x(01).
           05 ws-rkl-preco                          pic 9(03)v99.
           05 ws-rkl-preco-cm2                      pic 9(03)v99.
           05 ws-rkl-unidades                       pic 9(07)v9.
           05 ws-rkl-receita                        pic 9(09)v99.
           05 ws-rkl-margem                         pic s9(09)v99.

       01  ws-ranking-loja-aux.
           05 ws-rkx-nome                           pic x(25).
           05 ws-rkx-tamanho                        pic x(01).
           05 ws-rkx-categoria                      pic x(01).
           05 ws-rkx-preco                          pic 9(03)v99.
           05 ws-rkx-preco-cm2                      pic 9(03)v99.
           05 ws-rkx-unidades                       pic 9(07)v9.
           05 ws-rkx-receita                        pic 9(09)v99.
           05 ws-rkx-margem                         pic s9(09)v99.

      *>   pizza/tamanho/mes do resumo mensal em acumulacao para o
      *>   comparativo: numa loja e um registro so; no consolidado, a
      *>   soma dos registros das lojas, que vem em sequencia na chave
       01  ws-tend-acumulado.
           05 ws-tda-pizza                          pic x(25).
           05 ws-tda-tamanho                        pic x(01).
           05 ws-tda-anomes                         pic 9(06).
           05 ws-tda-unidades                       pic 9(07)v9.
           05 ws-tda-receita                        pic 9(09)v99.
           05 ws-tda-margem                         pic s9(09)v99.
           05 ws-tda-categoria                      pic x(01).
           05 ws-tda-pendente                       pic x(01).

      *>   pagina da tela de aprovacao de precos
       01  ws-aprovacao  occurs  8.
           05 ws-apv-numero                         pic 9(06).
           05 ws-apv-nome                           pic x(25).
           05 ws-apv-tam                            pic x(01).
           05 ws-apv-preco-ant                      pic 9(03)v99.
           05 ws-apv-preco-novo                     pic 9(03)v99.
           05 ws-apv-cm2                            pic 9(03)v99.
           05 ws-apv-margem                         pic s9(03)v99.
           05 ws-apv-vigencia                       pic 9(08).
           05 ws-apv-operador                       pic 9(04).

      *>   arquivos lidos e gravados pela execucao corrente, para o diario
       01  ws-execucao-arquivos  occurs  40.
           05 ws-eaq-nome                           pic x(25).
           05 ws-eaq-uso                            pic x(01).
           05 ws-eaq-situacao                       pic x(08).
           05 ws-eaq-lidos                          pic 9(05).
           05 ws-eaq-aplicados                      pic 9(05).
           05 ws-eaq-rejeitados                     pic 9(05).

      *>   execucoes escolhidas para a listagem do diario
       01  ws-execucoes-sel  occurs  99.
           05 ws-exs-data                           pic 9(08).
           05 ws-exs-hora                           pic 9(08).

      *>   conciliacao do POS: cada loja/pizza/tamanho do dia com o
      *>   total do POS e o de VENDAS.DAT
       01  ws-conciliacao  occurs  300.
           05 ws-cnc-loja                           pic 9(03).
           05 ws-cnc-nome                           pic x(25).
           05 ws-cnc-tamanho                        pic x(01).
           05 ws-cnc-qtd-pos                        pic 9(05)v9.
           05 ws-cnc-valor-pos                      pic 9(07)v99.
           05 ws-cnc-qtd-vnd                        pic 9(05)v9.
           05 ws-cnc-valor-vnd                      pic 9(07)v99.
           05 ws-cnc-no-pos                         pic x(01).
           05 ws-cnc-em-vendas                      pic x(01).

       01  ws-conciliacao-aux.
           05 ws-cnx-loja                           pic 9(03).
           05 ws-cnx-nome                           pic x(25).
           05 ws-cnx-tamanho                        pic x(01).
           05 ws-cnx-qtd-pos                        pic 9(05)v9.
           05 ws-cnx-valor-pos                      pic 9(07)v99.
           05 ws-cnx-qtd-vnd                        pic 9(05)v9.
           05 ws-cnx-valor-vnd                      pic 9(07)v99.
           05 ws-cnx-no-pos                         pic x(01).
           05 ws-cnx-em-vendas                      pic x(01).

      *>   totais por loja da conciliacao: receita de VENDAS.DAT, taxas
      *>   de entrega e pagamentos informados pelo POS
       01  ws-conc-lojas  occurs  50.
           05 ws-cnl-loja                           pic 9(03).
           05 ws-cnl-valor-vnd                      pic 9(09)v99.
           05 ws-cnl-taxas                          pic 9(07)v99.
           05 ws-cnl-pagamentos                     pic 9(09)v99.

      *>   engenharia de cardapio: cada pizza/tamanho somada nos meses
      *>   fechados do periodo (todas as lojas) e a sua classificacao
      *>   dentro da categoria; grupo 1 estrela, 2 burro de carga,
      *>   3 quebra-cabeca, 4 cao
       01  ws-engenharia  occurs  200.
           05 ws-eng-nome                           pic x(25).
           05 ws-eng-tamanho                        pic x(01).
           05 ws-eng-categoria                      pic x(01).
           05 ws-eng-cat-ind                        pic 9(01).
           05 ws-eng-unidades                       pic 9(07)v9.
           05 ws-eng-receita                        pic 9(09)v99.
           05 ws-eng-margem                         pic s9(09)v99.
           05 ws-eng-margem-unit                    pic s9(05)v99.
           05 ws-eng-part                           pic 9(03)v99.
           05 ws-eng-grupo                          pic 9(01).

       01  ws-engenharia-aux.
           05 ws-enx-nome                           pic x(25).
           05 ws-enx-tamanho                        pic x(01).
           05 ws-enx-categoria                      pic x(01).
           05 ws-enx-cat-ind                        pic 9(01).
           05 ws-enx-unidades                       pic 9(07)v9.
           05 ws-enx-receita                        pic 9(09)v99.
           05 ws-enx-margem                         pic s9(09)v99.
           05 ws-enx-margem-unit                    pic s9(05)v99.
           05 ws-enx-part                           pic 9(03)v99.
           05 ws-enx-grupo                          pic 9(01).

      *>   totais e medias por categoria da engenharia de cardapio: S, D
      *>   e sem categoria
       01  ws-eng-categ  occurs  3.
           05 ws-egc-categoria                      pic x(01).
           05 ws-egc-itens                          pic 9(03).
           05 ws-egc-unidades                       pic 9(09)v9.
           05 ws-egc-margem                         pic s9(11)v99.
           05 ws-egc-part-media                     pic 9(03)v99.
           05 ws-egc-margem-media                   pic s9(05)v99.

      *>   pizza/tamanho do resumo do dia em acumulacao (mesma ideia do
      *>   comparativo mensal, para o consolidado das lojas)
       01  ws-resdia-acumulado.
           05 ws-rdp-nome                           pic x(25).
           05 ws-rdp-tamanho                        pic x(01).
           05 ws-rdp-unidades                       pic 9(07)v9.
           05 ws-rdp-receita                        pic 9(09)v99.
           05 ws-rdp-margem                         pic s9(09)v99.

      *>   itens do pedido em tela, para a lista
       01  ws-itens-pedido  occurs  10.
           05 ws-itp-pizza                          pic x(25).
           05 ws-itp-tamanho                        pic x(01).
           05 ws-itp-qtd                            pic 9(03).
           05 ws-itp-valor                          pic 9(05)v99.
           05 ws-itp-pizza2                         pic x(25).

      *>   acumulado das entregas do dia fechado por bairro e por
      *>   situacao do pedido (A, S, E, C)
       01  ws-entregas-bairro  occurs  50.
           05 ws-etb-bairro                         pic x(20).
           05 ws-etb-pedidos                        pic 9(05).
           05 ws-etb-entregues                      pic 9(05).
           05 ws-etb-cancelados                     pic 9(05).
           05 ws-etb-valor                          pic 9(07)v99.
           05 ws-etb-taxas                          pic 9(07)v99.

       01  ws-entregas-situacao  occurs  4.
           05 ws-ets-situacao                       pic x(01).
           05 ws-ets-pedidos                        pic 9(05).
           05 ws-ets-valor                          pic 9(07)v99.
           05 ws-ets-taxas                          pic 9(07)v99.

      *>   valores apurados para a venda em gravacao: preco cobrado na
      *>   data, indicador de promocao e custo de producao do momento
       77  ws-venda-preco-unit                     pic 9(03)v99.
       77  ws-venda-promo                          pic x(01).
       77  ws-venda-custo-unit                     pic 9(03)v99.
       77  ws-venda-receita                        pic 9(07)v99.
       77  ws-venda-custo                          pic 9(07)v99.
      *>   preco unitario ja cobrado no pedido de entrega (zero: apurar
      *>   pela promocao, loja e catalogo na data da venda)
       77  ws-venda-preco-pedido                   pic 9(03)v99 value 0.

       77  delta_preco                             pic 9(03)v99.
       77  pizza_area                              pic 9(03)v99.
       77  ws-qtd-convertidas                      pic 9(03).
       77  ws-ingrediente-antigo-status            pic x(02).
       77  ws-qtd-ing-convertidos                  pic 9(03).
       77  ws-qtd-est-erros                        pic 9(03).
       77  ws-vendas-antiga-status                 pic x(02).
       77  ws-receita-antiga-status                pic x(02).
       77  ws-qtd-vnd-convertidas                  pic 9(05).
       77  ws-qtd-vh-convertidas                   pic 9(07).
       77  ws-qtd-vh-lidas                         pic 9(07).
       77  ws-cliente-file-status                  pic x(02).
       77  ws-taxa-file-status                     pic x(02).
       77  ws-pedido-file-status                   pic x(02).
       77  ws-itempedido-file-status               pic x(02).
       77  ws-entregas-file-status                 pic x(02).
       77  ws-ped-qtd-itens                        pic 9(02).
       77  ws-ped-sit-cod                          pic x(01).
       77  ws-ped-data                             pic 9(08).
       77  ws-ped-item-ok                          pic x(01).
       77  ws-ped-preco-unit                       pic 9(03)v99.
       77  ws-ped-pendentes                        pic 9(05).
       77  ws-ped-lin-num                          pic 9(02).
       77  ws-ped-lin-pizza                        pic x(25).
       77  ws-ped-lin-tam                          pic x(01).
       77  ws-ped-lin-qtd                          pic 9(03).
       77  ws-ped-lin-valor                        pic 9(05)v99.
       77  ws-ped-lin-pizza2                       pic x(25).
       77  ws-fim-pedidos                          pic x(01).
       77  ws-etb-qtd                              pic 9(02).
       77  ws-etb-ind                              pic 9(02).
       77  ws-ets-ind                              pic 9(01).
       77  ws-itp-ind                              pic 9(02).
       77  ws-resumo-antigo-status                 pic x(02).
       77  ws-meiocfg-status                       pic x(02).
       77  ws-regra-meia                           pic x(01) value "M".
       77  ws-venda-sabor                          pic x(25).
       77  ws-venda-inteiras                       pic 9(05).
       77  ws-venda-meias                          pic 9(05).
       77  ws-meia-ind1                            pic 9(03).
       77  ws-meia-ind2                            pic 9(03).
       77  ws-meia-preco1                          pic 9(03)v99.
       77  ws-meia-preco2                          pic 9(03)v99.
       77  ws-meia-preco                           pic 9(03)v99.
       77  ws-meia-promo1                          pic x(01).
       77  ws-meia-promo2                          pic x(01).
       77  ws-meia-custo1                          pic 9(03)v99.
       77  ws-meia-custo2                          pic 9(03)v99.
       77  ws-meia-receita                         pic 9(07)v99.
       77  ws-meia-receita1                        pic 9(07)v99.
       77  ws-rdd-meias                            pic 9(07).
       77  ws-qtd-rsm-convertidos                  pic 9(07).
       77  ws-fornecedor-file-status               pic x(02).
       77  ws-pedcompra-file-status                pic x(02).
       77  ws-itemcompra-file-status               pic x(02).
       77  ws-flt-qtd                              pic 9(03).
       77  ws-flt-ind                              pic 9(03).
       77  ws-flt-forn-atual                       pic 9(04).
       77  ws-pc-numero                            pic 9(06).
       77  ws-pc-qtd-itens                         pic 9(03).
       77  ws-pc-valor                             pic 9(07)v99.
       77  ws-rcb-abertos                          pic 9(03).
       77  ws-rcb-base                             pic 9(07)v99.
       77  ws-rcb-custo-medio                      pic 9(03)v99.
       77  ws-icl-qtd-linhas                       pic 9(02).
       77  ws-icl-ind                              pic 9(02).
       77  ws-icl-lin-ingrediente                  pic x(25).
       77  ws-icl-lin-qtd                          pic 9(05)v99.
       77  ws-icl-lin-custo                        pic 9(03)v99.
       77  ws-icl-lin-situacao                     pic x(08).
       77  ws-icl-lin-recebida                     pic 9(05)v99.
       77  ws-fim-itens-compra                     pic x(01).
       77  ws-forn-em-uso                          pic x(01).
       77  ws-ajuste-file-status                   pic x(02).
       77  ws-contagem-file-status                 pic x(02).
       77  ws-variacao-file-status                 pic x(02).
       77  ws-aju-motivo                           pic x(01).
       77  ws-aju-saldo-ant                        pic s9(05)v99.
       77  ws-aju-quantidade                       pic s9(05)v99.
       77  ws-aju-gravado                          pic x(01).
       77  ws-aju-tentativas                       pic 9(02).
       77  ws-cte-qtd                              pic 9(03).
       77  ws-cte-ind                              pic 9(03).
       77  ws-var-unidades                         pic 9(05)v9.
       77  ws-var-achou-ini                        pic x(01).
       77  ws-var-achou-fim                        pic x(01).
       77  ws-var-saldo-ini                        pic s9(05)v99.
       77  ws-var-saldo-fim                        pic s9(05)v99.
       77  ws-var-entradas                         pic s9(07)v99.
       77  ws-var-perdas                           pic s9(07)v99.
       77  ws-var-entradas-fim                     pic s9(07)v99.
       77  ws-var-perdas-fim                       pic s9(07)v99.
       77  ws-var-real                             pic s9(07)v99.
       77  ws-var-teorico                          pic 9(07)v99.
       77  ws-var-diferenca                        pic s9(07)v99.
       77  ws-var-valor                            pic s9(09)v99.
       77  ws-var-valor-total                      pic s9(09)v99.
       77  ws-var-ult-data                         pic 9(08).
       77  ws-var-penult-data                      pic 9(08).
       77  ws-var-pizza                            pic x(25).
       77  ws-lojacfg-status                       pic x(02).
       77  ws-loja-file-status                     pic x(02).
       77  ws-precoloja-file-status                pic x(02).
       77  ws-estoque-file-status                  pic x(02).
       77  ws-carga-file-status                    pic x(02).
       77  ws-loja-atual                           pic 9(03) value 1.
       77  ws-venda-loja                           pic 9(03).
       77  ws-preco-loja-cod                       pic 9(03).
       77  ws-preco-loja                           pic 9(03)v99.
       77  ws-est-loja                             pic 9(03).
       77  ws-est-ingrediente                      pic x(25).
       77  ws-est-existe                           pic x(01).
       77  ws-flt-ordem                            pic x(01).
       77  ws-flt-troca                            pic x(01).
       77  ws-flt-soma-estoque                     pic s9(05)v99.
       77  ws-flt-soma-minimo                      pic 9(05)v99.
       77  ws-flt-soma-pedido                      pic 9(05)v99.
       77  ws-flt-soma-falta                       pic 9(05)v99.
       77  ws-flt-soma-valor                       pic 9(07)v99.
       77  ws-est-saldo-rede                       pic s9(07)v99.
       77  ws-flt-loja-atual                       pic 9(03).
       77  ws-carga-loja                           pic 9(03).
       77  ws-carga-data                           pic 9(08).
       77  ws-carga-ok                             pic x(01).
       77  ws-carga-aberta                         pic x(01).
       77  ws-carga-registros                      pic 9(05).
       77  ws-rel-loja                             pic 9(03).
       77  ws-fim-lojas                            pic x(01).
       77  ws-loja-em-uso                          pic x(01).
       77  ws-rkl-qtd                              pic 9(03).
       77  ws-rkl-ind                              pic 9(03).
       77  ws-vnd-loja-busca                       pic 9(03).
       77  ws-var-tamanho                          pic x(01).
       77  ws-qtd-rec-convertidas                  pic 9(05).
       77  ws-conv-ind                             pic 9(05).
       77  ws-conv-qtd                             pic 9(05).
       77  ws-vnd-anomes                           pic 9(06).
       77  ws-fim-expurgo                          pic x(01).
       77  ws-qtd-expurgadas                       pic 9(05).
       77  ws-fch-unidades                         pic 9(05)v9.
       77  ws-fch-receita                          pic 9(09)v99.
       77  ws-fch-margem                           pic s9(09)v99.
       77  ws-fch-categoria                        pic x(01).
       77  ws-ultima-chave-venda                   pic x(37).
       77  ws-tend-pizza-ant                       pic x(25).
       77  ws-tend-tam-ant                         pic x(01).
       77  ws-tend-unid-ant                        pic 9(07)v9.
       77  ws-fim-resumo                           pic x(01).
       77  ws-ctm-qtd                              pic 9(03).
       77  ws-ctm-achou                            pic x(01).
       77  ws-est-falta                            pic 9(05)v99.
       77  ws-est-custo-repos                      pic 9(07)v99.
       77  ws-baixa-qtd                            pic 9(05)v9.
       77  ws-exp-tamanho                          pic 9(02).
       77  ws-batch-restart                        pic x(01) value space.
       77  ws-batch-bloqueado                      pic x(01) value space.
      *>   acumuladores do resumo de vendas do relatorio
       77  ws-vnd-nome-busca                       pic x(25).
       77  ws-vnd-tam-busca                        pic x(01).
       77  ws-vnd-unidades                         pic 9(05)v9.
       77  ws-vnd-receita                          pic 9(09)v99.
       77  ws-vnd-margem-total                     pic s9(09)v99.
      *>   parametro de execucao com quantidade (ex.: CARDAPIO 6)
       77  ws-parametro-comando                    pic x(12).
       77  ws-parametro-argumento                  pic x(08).
       77  ws-parametro-arg-tam                    pic 9(02).
       77  ws-parametro-qtd                        pic 9(03).
      *>   aprovacao de alteracoes de preco
       77  ws-precopend-file-status                pic x(02).
       77  ws-aprovacfg-status                     pic x(02).
       77  ws-apv-limite                           pic 9(03)v99.
       77  ws-apv-variacao                         pic s9(05)v99.
       77  ws-apv-reter                            pic x(01).
       77  ws-apv-situacao-nova                    pic x(01).
       77  ws-apv-preco-pedido                     pic 9(03)v99.
       77  ws-apv-preco-atual                      pic 9(03)v99.
       77  ws-apv-data-vigencia                    pic 9(08).
       77  ws-apv-prox-numero                      pic 9(06).
       77  ws-apv-qtd                              pic 9(01).
       77  ws-apv-selecao                          pic 9(01).
       77  ws-apv-decisao                          pic x(01).
       77  ws-apv-comando                          pic x(01).
       77  ws-apv-inicio                           pic 9(06).
       77  ws-apv-ultimo                           pic 9(06).
       77  ws-apv-fim-pagina                       pic x(01).
       77  ws-apv-lin-num                          pic 9(01).
       77  ws-apv-lin-nome                         pic x(25).
       77  ws-apv-lin-tam                          pic x(01).
       77  ws-apv-lin-preco-ant                    pic 9(03)v99.
       77  ws-apv-lin-preco-novo                   pic 9(03)v99.
       77  ws-apv-lin-cm2                          pic 9(03)v99.
       77  ws-apv-lin-margem                       pic s9(03)v99.
       77  ws-apv-lin-vigencia                     pic 9(08).
       77  ws-apv-lin-operador                     pic 9(04).
       77  ws-apv-retidos                          pic 9(05).
       77  ws-apv-vencidas                         pic 9(05).
       77  ws-apv-efetivadas                       pic 9(05).
       77  ws-apv-canceladas                       pic 9(05).
       77  ws-apv-adiadas                          pic 9(05).
       77  ws-apv-ppd-status                       pic x(01).
      *>   supervisor que aprovou o preco aplicado pela carga noturna
       77  ws-mov-aprovador                        pic 9(04) value 0.
      *>   diario de execucoes
       77  ws-execucao-file-status                 pic x(02).
       77  ws-execlst-file-status                  pic x(02).
       77  ws-fim-execucoes                        pic x(01).
       77  ws-exe-ativo                            pic x(01) value "N".
       77  ws-exe-parametro-atual                  pic x(10).
       77  ws-exe-falha                            pic x(01).
       77  ws-exe-motivo                           pic x(40).
       77  ws-exe-retorno                          pic 9(02) value 0.
       77  ws-exe-resultado                        pic x(13).
       77  ws-exe-qtd                              pic 9(02).
       77  ws-exe-ind                              pic 9(02).
       77  ws-exe-arq-nome                         pic x(25).
       77  ws-exe-arq-status                       pic x(02).
       77  ws-exe-lidos                            pic 9(05).
       77  ws-exe-aplicados                        pic 9(05).
       77  ws-exe-rejeitados                       pic 9(05).
       77  ws-exe-total-rejeitados                 pic 9(07).
       77  ws-exe-restaurados                      pic 9(03).
       77  ws-qtd-lidos-copia                      pic 9(05).
       77  ws-exe-total                            pic 9(05).
       77  ws-exe-pular                            pic 9(05).
       77  ws-exe-listar                           pic 9(03).
       77  ws-exe-sel-qtd                          pic 9(03).
       77  ws-exe-sel-ind                          pic 9(03).
      *>   conciliacao do fechamento do POS
       77  ws-fechapos-status                      pic x(02).
       77  ws-posdia-file-status                   pic x(02).
       77  ws-conciliacfg-status                   pic x(02).
       77  ws-concilia-file-status                 pic x(02).
       77  ws-fim-fechapos                         pic x(01).
       77  ws-fim-posdia                           pic x(01).
       77  ws-pos-arquivo                          pic x(01).
       77  ws-pos-expurgado                        pic x(01).
       77  ws-pos-importados                       pic 9(05).
       77  ws-pos-ignorados                        pic 9(05).
       77  ws-pos-tol-qtd                          pic 9(03)v9.
       77  ws-pos-tol-valor                        pic 9(05)v99.
       77  ws-pos-divergencias                     pic 9(03).
       77  ws-pos-excedidos                        pic 9(05).
       77  ws-pos-forcar                           pic x(01).
       77  ws-pos-dif-qtd                          pic s9(05)v9.
       77  ws-pos-dif-valor                        pic s9(09)v99.
       77  ws-pos-esperado                         pic 9(09)v99.
       77  ws-cnc-qtd                              pic 9(03).
       77  ws-cnc-ind                              pic 9(03).
       77  ws-cnl-qtd                              pic 9(03).
       77  ws-cnl-ind                              pic 9(03).
      *>   engenharia de cardapio
       77  ws-engcard-file-status                  pic x(02).
       77  ws-eng-qtd                              pic 9(03).
       77  ws-eng-ind                              pic 9(03).
       77  ws-egc-ind                              pic 9(01).
       77  ws-eng-meses                            pic 9(03).
       77  ws-eng-anomes-ini                       pic 9(06).
       77  ws-eng-anomes-fim                       pic 9(06).
       77  ws-eng-mes-calc                         pic 9(07).
       77  ws-eng-ano-calc                         pic 9(04).
       77  ws-eng-mes-num                          pic 9(02).
       77  ws-eng-ordem                            pic x(01).
       77  ws-eng-troca                            pic x(01).
       77  ws-eng-ignorados                        pic 9(05).
       77  ws-eng-candidatos                       pic 9(03).
       77  ws-eng-receita-total                    pic 9(11)v99.
       77  ws-eng-receita-acum                     pic 9(11)v99.
       77  ws-eng-perc-acum                        pic 9(03)v99.

      *>   campos editados da exportacao: o ponto-e-virgula como separador
      *>   preserva a virgula decimal dentro dos valores

      *>   linhas do resumo do dia fechado; as colunas de detalhe reusam
      *>   o desenho do resumo de vendas do relatorio
       01  ws-resdia-meias.
           05 filler          pic x(30)
              value "Pizzas meio a meio no dia:".
           05 ws-rdd-meias-qtd pic zzzzz9.
           05 filler          pic x(94) value spaces.

       01  ws-resdia-cabecalho.
           05 filler          pic x(23)
              value "Resumo do Dia - Data: ".
           05 ws-rdd-cab-aaaa pic 9(04).
           05 filler          pic x(97) value spaces.

      *>   linhas do relatorio de entregas do dia fechado
       01  ws-entregas-cabecalho.
           05 filler          pic x(24)
              value "Entregas do Dia - Data: ".
           05 ws-etg-cab-dd   pic 9(02).
           05 filler          pic x(01) value "/".
           05 ws-etg-cab-mm   pic 9(02).
           05 filler          pic x(01) value "/".
           05 ws-etg-cab-aaaa pic 9(04).
           05 filler          pic x(96) value spaces.

       01  ws-entregas-tit-bairro.
           05 filler          pic x(22) value "Bairro".
           05 filler          pic x(10) value "Pedidos".
           05 filler          pic x(11) value "Entregues".
           05 filler          pic x(12) value "Cancelados".
           05 filler          pic x(15) value "Valor Pizzas".
           05 filler          pic x(12) value "Taxas".
           05 filler          pic x(48) value spaces.

       01  ws-entregas-det-bairro.
           05 ws-etg-det-bairro     pic x(20).
           05 filler                pic x(02) value spaces.
           05 ws-etg-det-pedidos    pic zzzz9.
           05 filler                pic x(05) value spaces.
           05 ws-etg-det-entregues  pic zzzz9.
           05 filler                pic x(06) value spaces.
           05 ws-etg-det-cancelados pic zzzz9.
           05 filler                pic x(04) value spaces.
           05 ws-etg-det-valor      pic zzzzzz9,99.
           05 filler                pic x(02) value spaces.
           05 ws-etg-det-taxas      pic zzzzzz9,99.
           05 filler                pic x(56) value spaces.

       01  ws-entregas-tit-situacao.
           05 filler          pic x(22) value "Situacao".
           05 filler          pic x(10) value "Pedidos".
           05 filler          pic x(15) value "Valor Pizzas".
           05 filler          pic x(12) value "Taxas".
           05 filler          pic x(71) value spaces.

       01  ws-entregas-det-situacao.
           05 ws-etg-sit-nome       pic x(20).
           05 filler                pic x(02) value spaces.
           05 ws-etg-sit-pedidos    pic zzzz9.
           05 filler                pic x(05) value spaces.
           05 ws-etg-sit-valor      pic zzzzzz9,99.
           05 filler                pic x(02) value spaces.
           05 ws-etg-sit-taxas      pic zzzzzz9,99.
           05 filler                pic x(76) value spaces.

      *>   linhas do relatorio de excecoes do piso de margem
       01  ws-excecoes-cabecalho.
           05 filler          pic x(28)
           05 filler               pic x(04) value spaces.
           05 ws-tdm-det-anomes    pic 9(06).
           05 filler               pic x(03) value spaces.
           05 ws-tdm-det-unidades  pic zzzzz9,9.
           05 filler               pic x(02) value spaces.
           05 ws-tdm-det-receita   pic zzzzzzzz9,99.
           05 filler               pic x(03) value spaces.
           05 ws-tdm-det-margem    pic -zzzzzzzz9,99.
           05 ws-tdm-det-tend      pic x(01).
           05 filler               pic x(54) value spaces.

      *>   linha do diario de execucoes: a execucao e identificada pela
      *>   data e hora de inicio; tipo I (inicio), A (arquivo lido ou
      *>   gravado) ou F (fim, com o resultado e o codigo de retorno)
       01  ws-registro-execucao.
           05 ws-exe-id.
              10 ws-exe-data-ini                    pic 9(08).
              10 ws-exe-hora-ini                    pic 9(08).
           05 filler                                pic x(01) value space.
           05 ws-exe-tipo                           pic x(01).
           05 filler                                pic x(01) value space.
           05 ws-exe-parametro                      pic x(10).
           05 filler                                pic x(01) value space.
           05 ws-exe-conteudo                       pic x(78).
           05 ws-exe-arquivo redefines ws-exe-conteudo.
              10 ws-exa-nome                        pic x(25).
              10 filler                             pic x(01).
      *>           E = entrada, S = saida
              10 ws-exa-uso                         pic x(01).
              10 filler                             pic x(01).
              10 ws-exa-situacao                    pic x(08).
              10 filler                             pic x(01).
              10 ws-exa-lidos                       pic 9(05).
              10 filler                             pic x(01).
              10 ws-exa-aplicados                   pic 9(05).
              10 filler                             pic x(01).
              10 ws-exa-rejeitados                  pic 9(05).
              10 filler                             pic x(24).
           05 ws-exe-fim redefines ws-exe-conteudo.
              10 ws-exf-data-fim                    pic 9(08).
              10 filler                             pic x(01).
              10 ws-exf-hora-fim                    pic 9(08).
              10 filler                             pic x(01).
              10 ws-exf-resultado                   pic x(13).
              10 filler                             pic x(01).
              10 ws-exf-retorno                     pic 9(02).
              10 filler                             pic x(01).
              10 ws-exf-motivo                      pic x(40).
              10 filler                             pic x(03).

      *>   inicio da execucao corrente
       01  ws-exe-inicio.
           05 ws-exi-data                          pic 9(08).
           05 ws-exi-hora                          pic 9(08).

      *>   data (AAAAMMDD) e hora (HHMMSSCC) do diario e a forma editada
       01  ws-exe-momento.
           05 ws-exm-aaaa                          pic 9(04).
           05 ws-exm-mm                            pic 9(02).
           05 ws-exm-dd                            pic 9(02).
           05 ws-exm-hh                            pic 9(02).
           05 ws-exm-mi                            pic 9(02).
           05 ws-exm-ss                            pic 9(02).
           05 ws-exm-cc                            pic 9(02).

       01  ws-exe-momento-edit.
           05 ws-exd-dd                            pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-exd-mm                            pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-exd-aaaa                          pic 9(04).
           05 filler                               pic x(01) value space.
           05 ws-exd-hh                            pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-exd-mi                            pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-exd-ss                            pic 9(02).

      *>   linhas da listagem das ultimas execucoes
       01  ws-execlst-cabecalho.
           05 filler          pic x(36)
              value "Ultimas execucoes do batch - Data: ".
           05 ws-exl-cab-dd   pic 9(02).
           05 filler          pic x(01) value "/".
           05 ws-exl-cab-mm   pic 9(02).
           05 filler          pic x(01) value "/".
           05 ws-exl-cab-aaaa pic 9(04).
           05 filler          pic x(84) value spaces.

       01  ws-execlst-execucao.
           05 ws-exl-parametro     pic x(10).
           05 filler               pic x(08) value "Inicio: ".
           05 ws-exl-inicio        pic x(19).
           05 filler               pic x(07) value "  Fim: ".
           05 ws-exl-fim           pic x(19).
           05 filler               pic x(02) value spaces.
           05 ws-exl-resultado     pic x(18).
           05 filler               pic x(06) value "  RC: ".
           05 ws-exl-retorno       pic x(02).
           05 filler               pic x(39) value spaces.

       01  ws-execlst-motivo.
           05 filler               pic x(10) value spaces.
           05 filler               pic x(08) value "Motivo: ".
           05 ws-exl-motivo        pic x(40).
           05 filler               pic x(72) value spaces.

       01  ws-execlst-tit-arquivos.
           05 filler          pic x(10) value spaces.
           05 filler          pic x(27) value "Arquivo".
           05 filler          pic x(04) value "E/S".
           05 filler          pic x(10) value "Situacao".
           05 filler          pic x(10) value "Lidos".
           05 filler          pic x(11) value "Aplicados".
           05 filler          pic x(10) value "Rejeitados".
           05 filler          pic x(48) value spaces.

       01  ws-execlst-arquivo.
           05 filler               pic x(10) value spaces.
           05 ws-exl-arq-nome      pic x(25).
           05 filler               pic x(02) value spaces.
           05 ws-exl-arq-uso       pic x(01).
           05 filler               pic x(03) value spaces.
           05 ws-exl-arq-situacao  pic x(08).
           05 filler               pic x(02) value spaces.
           05 ws-exl-arq-lidos     pic zzzz9.
           05 filler               pic x(05) value spaces.
           05 ws-exl-arq-aplic     pic zzzz9.
           05 filler               pic x(06) value spaces.
           05 ws-exl-arq-rej       pic zzzz9.
           05 filler               pic x(53) value spaces.

       01  ws-execlst-sem-execucoes.
           05 filler          pic x(130) value
              "Nenhuma execucao registrada em EXECUCOES.DAT".

      *>   linhas da conciliacao do fechamento do POS
       01  ws-concilia-cabecalho.
           05 filler          pic x(33)
              value "Conciliacao POS x VENDAS - Data: ".
           05 ws-cnd-cab-dd   pic 9(02).
           05 filler          pic x(01) value "/".
           05 ws-cnd-cab-mm   pic 9(02).
           05 filler          pic x(01) value "/".
           05 ws-cnd-cab-aaaa pic 9(04).
           05 filler          pic x(19) value "   Tolerancia: qtd ".
           05 ws-cnd-cab-tqtd pic zz9,9.
           05 filler          pic x(08) value "  valor ".
           05 ws-cnd-cab-tval pic zzzz9,99.
           05 filler          pic x(47) value spaces.

       01  ws-concilia-importacao.
           05 filler          pic x(28)
              value "Importados de FECHAPOS.DAT: ".
           05 ws-cnd-imp-qtd  pic zzzz9.
           05 filler          pic x(14) value "   Ignorados: ".
           05 ws-cnd-imp-ign  pic zzzz9.
           05 filler          pic x(78) value spaces.

       01  ws-concilia-sem-arquivo.
           05 filler          pic x(130) value
              "FECHAPOS.DAT sem linhas da data: conciliado o fechamento do POS ja importado".

       01  ws-concilia-tit-itens.
           05 filler          pic x(130) value "Itens divergentes".

       01  ws-concilia-col-itens.
           05 filler          pic x(06) value "Loja".
           05 filler          pic x(25) value "Pizza".
           05 filler          pic x(05) value "Tam.".
           05 filler          pic x(11) value "Qtd POS".
           05 filler          pic x(11) value "Qtd Vendas".
           05 filler          pic x(13) value "Valor POS".
           05 filler          pic x(13) value "Valor Vendas".
           05 filler          pic x(20) value "Situacao".
           05 filler          pic x(26) value spaces.

       01  ws-concilia-det-item.
           05 ws-cnd-det-loja      pic 9(03).
           05 filler               pic x(03) value spaces.
           05 ws-cnd-det-nome      pic x(25).
           05 ws-cnd-det-tamanho   pic x(01).
           05 filler               pic x(04) value spaces.
           05 ws-cnd-det-qtd-pos   pic zzzz9,9.
           05 filler               pic x(04) value spaces.
           05 ws-cnd-det-qtd-vnd   pic zzzz9,9.
           05 filler               pic x(04) value spaces.
           05 ws-cnd-det-val-pos   pic zzzzzz9,99.
           05 filler               pic x(03) value spaces.
           05 ws-cnd-det-val-vnd   pic zzzzzz9,99.
           05 filler               pic x(03) value spaces.
           05 ws-cnd-det-situacao  pic x(20).
           05 filler               pic x(26) value spaces.

       01  ws-concilia-sem-itens.
           05 filler          pic x(130) value "Nenhum item divergente".

       01  ws-concilia-tit-pagtos.
           05 filler          pic x(130) value "Pagamentos por loja".

       01  ws-concilia-loja.
           05 filler               pic x(05) value "Loja ".
           05 ws-cnd-loja          pic 9(03).
           05 filler               pic x(122) value spaces.

       01  ws-concilia-pagto.
           05 filler               pic x(06) value spaces.
           05 ws-cnd-forma         pic x(25).
           05 ws-cnd-pagto-valor   pic zzzzzz9,99.
           05 filler               pic x(89) value spaces.

       01  ws-concilia-pagto-total.
           05 filler               pic x(06) value spaces.
           05 filler               pic x(18) value "Total pagamentos: ".
           05 ws-cnd-tot-pagto     pic zzzzzzzz9,99.
           05 filler               pic x(30)
              value "   Esperado (vendas + taxas): ".
           05 ws-cnd-tot-esperado  pic zzzzzzzz9,99.
           05 filler               pic x(14) value "   Diferenca: ".
           05 ws-cnd-tot-dif       pic -zzzzzzzz9,99.
           05 filler               pic x(03) value spaces.
           05 ws-cnd-tot-situacao  pic x(10).
           05 filler               pic x(12) value spaces.

       01  ws-concilia-rodape.
           05 filler               pic x(14) value "Divergencias: ".
           05 ws-cnd-qtd-div       pic zz9.
           05 filler               pic x(113) value spaces.

      *>   linhas da engenharia de cardapio
       01  ws-engcard-cabecalho.
           05 filler          pic x(31)
              value "Engenharia de Cardapio - Data: ".
           05 ws-egd-cab-dd   pic 9(02).
           05 filler          pic x(01) value "/".
           05 ws-egd-cab-mm   pic 9(02).
           05 filler          pic x(01) value "/".
           05 ws-egd-cab-aaaa pic 9(04).
           05 filler          pic x(19) value "   Meses fechados: ".
           05 ws-egd-cab-ini  pic 9(06).
           05 filler          pic x(03) value " a ".
           05 ws-egd-cab-fim  pic 9(06).
           05 filler          pic x(55) value spaces.

       01  ws-engcard-criterio-pop.
           05 filler          pic x(130) value
              "Popularidade: participacao nas unidades da categoria contra a media (100% / itens da categoria)".

       01  ws-engcard-criterio-mrg.
           05 filler          pic x(130) value
              "Margem: margem unitaria contra a media da categoria (margem total / unidades)".

       01  ws-engcard-tit-matriz.
           05 filler          pic x(130)
              value "Matriz popularidade x margem".

       01  ws-engcard-categoria.
           05 filler               pic x(11) value "Categoria: ".
           05 ws-egd-cat-nome      pic x(10).
           05 filler               pic x(10) value "   Itens: ".
           05 ws-egd-cat-itens     pic zz9.
           05 filler               pic x(13) value "   Unidades: ".
           05 ws-egd-cat-unidades  pic zzzzzzzz9,9.
           05 filler               pic x(16) value "   Part. media: ".
           05 ws-egd-cat-part      pic zz9,99.
           05 filler               pic x(24)
              value "%   Margem unit. media: ".
           05 ws-egd-cat-margem    pic -zzzz9,99.
           05 filler               pic x(17) value spaces.

       01  ws-engcard-tit-item.
           05 filler          pic x(25) value "Pizza".
           05 filler          pic x(05) value "Tam.".
           05 filler          pic x(11) value "Unidades".
           05 filler          pic x(09) value "Part.%".
           05 filler          pic x(14) value "Margem unit.".
           05 filler          pic x(15) value "Receita".
           05 filler          pic x(15) value "Margem".
           05 filler          pic x(15) value "Classificacao".
           05 filler          pic x(21) value spaces.

       01  ws-engcard-detalhe.
           05 ws-egd-det-nome      pic x(25).
           05 ws-egd-det-tamanho   pic x(01).
           05 filler               pic x(04) value spaces.
           05 ws-egd-det-unidades  pic zzzzzz9,9.
           05 filler               pic x(02) value spaces.
           05 ws-egd-det-part      pic zz9,99.
           05 filler               pic x(03) value spaces.
           05 ws-egd-det-mrg-unit  pic -zzzz9,99.
           05 filler               pic x(05) value spaces.
           05 ws-egd-det-receita   pic zzzzzzzz9,99.
           05 filler               pic x(03) value spaces.
           05 ws-egd-det-margem    pic -zzzzzzzz9,99.
           05 filler               pic x(02) value spaces.
           05 ws-egd-det-grupo     pic x(15).
           05 filler               pic x(21) value spaces.

       01  ws-engcard-tit-candidatos.
           05 filler          pic x(130) value
              "Candidatos a descontinuar: pizzas ativas classificadas como Cao".

       01  ws-engcard-tit-cand-item.
           05 filler          pic x(25) value "Pizza".
           05 filler          pic x(05) value "Tam.".
           05 filler          pic x(12) value "Categoria".
           05 filler          pic x(11) value "Unidades".
           05 filler          pic x(09) value "Part.%".
           05 filler          pic x(14) value "Margem unit.".
           05 filler          pic x(54) value spaces.

       01  ws-engcard-candidato.
           05 ws-egd-cnd-nome      pic x(25).
           05 ws-egd-cnd-tamanho   pic x(01).
           05 filler               pic x(04) value spaces.
           05 ws-egd-cnd-categoria pic x(10).
           05 filler               pic x(02) value spaces.
           05 ws-egd-cnd-unidades  pic zzzzzz9,9.
           05 filler               pic x(02) value spaces.
           05 ws-egd-cnd-part      pic zz9,99.
           05 filler               pic x(03) value spaces.
           05 ws-egd-cnd-mrg-unit  pic -zzzz9,99.
           05 filler               pic x(59) value spaces.

       01  ws-engcard-sem-candidatos.
           05 filler          pic x(130) value
              "Nenhuma pizza ativa classificada como Cao no periodo".

       01  ws-engcard-tit-abc.
           05 filler          pic x(130) value
              "Curva ABC da receita (A: ate 80% acumulado, B: ate 95%, C: restante)".

       01  ws-engcard-tit-abc-item.
           05 filler          pic x(06) value "Pos.".
           05 filler          pic x(25) value "Pizza".
           05 filler          pic x(05) value "Tam.".
           05 filler          pic x(15) value "Receita".
           05 filler          pic x(09) value "Part.%".
           05 filler          pic x(09) value "Acum.%".
           05 filler          pic x(06) value "Classe".
           05 filler          pic x(55) value spaces.

       01  ws-engcard-abc.
           05 ws-egd-abc-pos       pic zz9.
           05 filler               pic x(03) value spaces.
           05 ws-egd-abc-nome      pic x(25).
           05 ws-egd-abc-tamanho   pic x(01).
           05 filler               pic x(04) value spaces.
           05 ws-egd-abc-receita   pic zzzzzzzz9,99.
           05 filler               pic x(03) value spaces.
           05 ws-egd-abc-part      pic zz9,99.
           05 filler               pic x(03) value spaces.
           05 ws-egd-abc-acum      pic zz9,99.
           05 filler               pic x(03) value spaces.
           05 ws-egd-abc-classe    pic x(01).
           05 filler               pic x(60) value spaces.

       01  ws-engcard-abc-total.
           05 filler               pic x(26)
              value "Receita total do periodo: ".
           05 ws-egd-abc-total     pic zzzzzzzzzz9,99.
           05 filler               pic x(90) value spaces.

       01  ws-engcard-sem-vendas.
           05 filler          pic x(130) value
              "Nenhuma venda consolidada no periodo (execute o FECHAMES)".

      *>   linhas da lista de compras do batch
       01  ws-compras-cabecalho.
           05 filler          pic x(26)
           05 filler          pic x(25) value "Ingrediente".
           05 filler          pic x(12) value "Estoque".
           05 filler          pic x(12) value "Minimo".
           05 filler          pic x(12) value "Em Pedido".
           05 filler          pic x(12) value "A Pedir".
           05 filler          pic x(15) value "Custo Repos.".
           05 filler          pic x(12) value spaces.

       01  ws-compras-detalhe.
           05 ws-cmp-det-nome      pic x(25).
           05 filler               pic x(03) value spaces.
           05 ws-cmp-det-minimo    pic zzzz9,99.
           05 filler               pic x(04) value spaces.
           05 ws-cmp-det-pedido    pic zzzz9,99.
           05 filler               pic x(04) value spaces.
           05 ws-cmp-det-falta     pic zzzz9,99.
           05 filler               pic x(04) value spaces.
           05 ws-cmp-det-custo     pic zzzzzz9,99.
           05 filler               pic x(17) value spaces.

      *>   abertura de cada pedido de compra gerado, e o bloco das
      *>   faltas sem fornecedor preferencial, que nao geram pedido
       01  ws-compras-pedido.
           05 filler               pic x(18) value "Pedido de Compra: ".
           05 ws-cmp-ped-numero    pic 9(06).
           05 filler               pic x(15) value "  Fornecedor: ".
           05 ws-cmp-ped-forn      pic 9(04).
           05 filler               pic x(03) value " - ".
           05 ws-cmp-ped-nome      pic x(30).
           05 filler               pic x(24) value spaces.

       01  ws-compras-sem-forn.
           05 filler               pic x(50)
              value "Sem fornecedor preferencial - pedido nao gerado".
           05 filler               pic x(50) value spaces.

       01  ws-compras-falha-pedido.
           05 filler               pic x(40)
              value "Erro ao gravar o pedido de compra - st. ".
           05 ws-cmp-falha-status  pic x(02).
           05 filler               pic x(20) value " - itens desfeitos".
           05 filler               pic x(38) value spaces.

       01  ws-compras-total.
           05 filler               pic x(77) value "Total do pedido:".
           05 ws-cmp-tot-valor     pic zzzzzz9,99.
           05 filler               pic x(13) value spaces.

       01  ws-compras-total-rede.
           05 filler               pic x(77) value "Total da rede:".
           05 ws-cmp-rede-valor    pic zzzzzz9,99.
           05 filler               pic x(13) value spaces.

      *>   abertura das secoes por loja e da secao consolidada dos
      *>   relatorios da rede
       01  ws-rel-loja-cabecalho.
           05 filler               pic x(06) value "Loja: ".
           05 ws-rlj-codigo        pic 9(03).
           05 filler               pic x(03) value " - ".
           05 ws-rlj-nome          pic x(20).
           05 filler               pic x(68) value spaces.

       01  ws-rel-loja-consolidado.
           05 filler               pic x(40)
              value "Consolidado - todas as lojas".
           05 filler               pic x(60) value spaces.

       01  ws-ranking-loja-titulo.
           05 filler          pic x(26) value "Pizza".
           05 filler          pic x(05) value "Tam".
           05 filler          pic x(12) value "Preco Loja".
           05 filler          pic x(12) value "Preco cm2".
           05 filler          pic x(12) value "Unidades".
           05 filler          pic x(15) value "Receita".
           05 filler          pic x(15) value "Margem".
           05 filler          pic x(33) value spaces.

       01  ws-ranking-loja-detalhe.
           05 ws-rkd-nome          pic x(25).
           05 filler               pic x(01) value spaces.
           05 ws-rkd-tamanho       pic x(01).
           05 filler               pic x(04) value spaces.
           05 ws-rkd-preco         pic zz9,99.
           05 filler               pic x(06) value spaces.
           05 ws-rkd-preco-cm2     pic zz9,99.
           05 filler               pic x(06) value spaces.
           05 ws-rkd-unidades      pic zzzzzz9,9.
           05 filler               pic x(03) value spaces.
           05 ws-rkd-receita       pic zzzzzzzz9,99.
           05 filler               pic x(03) value spaces.
           05 ws-rkd-margem        pic -zzzzzzzz9,99.
           05 filler               pic x(35) value spaces.

       01  ws-contagem-cabecalho.
           05 filler          pic x(26)
              value "Folha de Contagem - Data: ".
           05 ws-cnt-cab-dd   pic 9(02).
           05 filler          pic x(01) value "/".
           05 ws-cnt-cab-mm   pic 9(02).
           05 filler          pic x(01) value "/".
           05 ws-cnt-cab-aaaa pic 9(04).
           05 filler          pic x(64) value spaces.

       01  ws-contagem-titulo.
           05 filler          pic x(27) value "Ingrediente".
           05 filler          pic x(12) value "Unidade".
           05 filler          pic x(20) value "Quantidade Contada".
           05 filler          pic x(41) value spaces.

       01  ws-contagem-detalhe.
           05 ws-cnt-det-nome      pic x(25).
           05 filler               pic x(02) value spaces.
           05 ws-cnt-det-unidade   pic x(10).
           05 filler               pic x(02) value spaces.
           05 filler               pic x(20) value "__________________".
           05 filler               pic x(41) value spaces.

       01  ws-variacao-cabecalho.
           05 filler          pic x(39)
              value "Variacao de Estoque - Contagens de ".
           05 ws-var-cab-ini-dd   pic 9(02).
           05 filler          pic x(01) value "/".
           05 ws-var-cab-ini-mm   pic 9(02).
           05 filler          pic x(01) value "/".
           05 ws-var-cab-ini-aaaa pic 9(04).
           05 filler          pic x(03) value " a ".
           05 ws-var-cab-fim-dd   pic 9(02).
           05 filler          pic x(01) value "/".
           05 ws-var-cab-fim-mm   pic 9(02).
           05 filler          pic x(01) value "/".
           05 ws-var-cab-fim-aaaa pic 9(04).
           05 filler          pic x(68) value spaces.

       01  ws-variacao-titulo.
           05 filler          pic x(25) value "Ingrediente".
           05 filler          pic x(09) value "Cont.Ini.".
           05 filler          pic x(12) value "    Entradas".
           05 filler          pic x(10) value " Cont.Fim.".
           05 filler          pic x(12) value "   Cons.Real".
           05 filler          pic x(11) value " Cons.Teor.".
           05 filler          pic x(11) value "     Perdas".
           05 filler          pic x(11) value "  Diferenca".
           05 filler          pic x(14) value "    Valor Dif.".
           05 filler          pic x(15) value spaces.

       01  ws-variacao-detalhe.
           05 ws-var-det-nome      pic x(25).
           05 ws-var-det-ini       pic -zzzz9,99.
           05 filler               pic x(02) value spaces.
           05 ws-var-det-entradas  pic -zzzzz9,99.
           05 filler               pic x(01) value spaces.
           05 ws-var-det-fim       pic -zzzz9,99.
           05 filler               pic x(02) value spaces.
           05 ws-var-det-real      pic -zzzzz9,99.
           05 filler               pic x(01) value spaces.
           05 ws-var-det-teorico   pic zzzzzz9,99.
           05 filler               pic x(02) value spaces.
           05 ws-var-det-perdas    pic -zzzz9,99.
           05 filler               pic x(01) value spaces.
           05 ws-var-det-diferenca pic -zzzzz9,99.
           05 filler               pic x(02) value spaces.
           05 ws-var-det-valor     pic -zzzzzzz9,99.
           05 filler               pic x(15) value spaces.

      *>   ingrediente sem uma das duas contagens do periodo
       01  ws-variacao-sem-contagem.
           05 ws-var-sem-nome      pic x(25).
           05 filler               pic x(40)
              value "Sem contagem em uma das datas".
           05 filler               pic x(65) value spaces.

       01  ws-variacao-total.
           05 filler               pic x(103)
              value "Valor total da diferenca:".
           05 ws-var-tot-valor     pic -zzzzzzz9,99.
           05 filler               pic x(15) value spaces.

       01  ws-movdia-cabecalho.
           05 filler          pic x(22) value "Movimentos do dia: ".
           05 ws-rel-ven-nome         pic x(25).
           05 ws-rel-ven-tamanho      pic x(01).
           05 filler                  pic x(04) value spaces.
           05 ws-rel-ven-unidades     pic zzzzz9,9.
           05 filler                  pic x(04) value spaces.
           05 ws-rel-ven-receita      pic zzzzzzzz9,99.
           05 filler                  pic x(05) value spaces.
           05 ws-rel-ven-margem       pic -zzzzzzzz9,99.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Pizzas por cm2                                   ".
           05 line 03 col 01 value "      MENU                                                                       ".
           05 line 04 col 01 value "        [ ]Cadastro de pizzas              [ ]Pedidos                            ".
           05 line 05 col 01 value "        [ ]Relatorio                       [ ]Clientes                           ".
           05 line 06 col 01 value "        [ ]Vendas                          [ ]Taxas de entrega                   ".
           05 line 07 col 01 value "        [ ]Ingredientes                    [ ]Fornecedores                       ".
           05 line 08 col 01 value "        [ ]Receitas                        [ ]Recebimento de compras             ".
           05 line 09 col 01 value "        [ ]Movimentos do dia               [ ]Inventario de estoque              ".
           05 line 10 col 01 value "        [ ]Exportar catalogo               [ ]Lojas                              ".
           05 line 11 col 01 value "        [ ]Pizzas descontinuadas           [ ]Precos por loja                    ".
           05 line 12 col 01 value "        [ ]Operadores                      [ ]Aprovacao de precos                ".
           05 line 13 col 01 value "        [ ]Fechamento do dia                                                     ".
           05 line 14 col 01 value "        [ ]Promocoes                                                             ".
           05 line 15 col 01 value "        [ ]Consulta do catalogo                                                  ".
           05 sc-piso-tela         line 16  col 10 pic x(01)
           using ws-piso-tela      foreground-color 15.

           05 sc-pedido-tela       line 04  col 45 pic x(01)
           using ws-pedido-tela    foreground-color 15.

           05 sc-cliente-tela      line 05  col 45 pic x(01)
           using ws-cliente-tela   foreground-color 15.

           05 sc-taxa-tela         line 06  col 45 pic x(01)
           using ws-taxa-tela      foreground-color 15.

           05 sc-fornec-tela       line 07  col 45 pic x(01)
           using ws-fornec-tela    foreground-color 15.

           05 sc-receb-tela        line 08  col 45 pic x(01)
           using ws-receb-tela     foreground-color 15.

           05 sc-invent-tela       line 09  col 45 pic x(01)
           using ws-invent-tela    foreground-color 15.

           05 sc-loja-tela         line 10  col 45 pic x(01)
           using ws-loja-tela      foreground-color 15.

           05 sc-precoloja-tela    line 11  col 45 pic x(01)
           using ws-precoloja-tela foreground-color 15.

           05 sc-aprovapreco-tela  line 12  col 45 pic x(01)
           using ws-aprovapreco-tela foreground-color 15.

           05 sc-msn-menu          line 23  col 16 pic x(50)
           using ws-msn            foreground-color 12.

           05 line 10 col 01 value "      Acao (I/A/E/D/R)   :        I-Ins A-Alt E-Exc D-Descontinuar R-Reativar    ".
           05 line 11 col 01 value "      Pizzas cadastradas :        de 100                                         ".
           05 line 12 col 01 value "      Confirma piso (S)  :        grava mesmo abaixo do piso de margem           ".
           05 line 13 col 01 value "      Vigencia do preco  :          (AAAAMMDD) branco = imediata                 ".
           05 line 22 col 01 value "              [__________________________________________________]               ".


           05 sc-confirma-piso line 12 col 27 pic x(01)
           using ws-confirma-piso foreground-color 12.

           05 sc-vigencia-pizza line 13 col 27 pic 9(08)
           using ws-vigencia-pizza foreground-color 12.

           05 sc-msn-cad-jog             line 22  col 16 pic x(50)
           using ws-msn  foreground-color 12.

           05 line 03 col 01 value "      Nome do Ingrediente:                                                       ".
           05 line 04 col 01 value "      Unidade (KG/UN/LT) :                                                       ".
           05 line 05 col 01 value "      Custo Unitario     :                                                       ".
           05 line 06 col 01 value "      Estoque Minimo     :          (minimo e entrada: estoque desta loja)       ".
           05 line 07 col 01 value "      Entrada de Estoque :                                                       ".
           05 line 08 col 01 value "      Fornecedor Pref.   :        0-Sem fornecedor preferencial                  ".
           05 line 09 col 01 value "      Acao (I/A/E/T)     :        I-Ins A-Alt E-Exc T-Entrada estoque           ".
           05 line 22 col 01 value "              [__________________________________________________]               ".


           05 sc-ing-entrada line 07  col 27 pic 9(05)v99
           using ws-ing-entrada foreground-color 12.

           05 sc-ing-fornec  line 08  col 27 pic 9(04)
           using ws-ing-fornecedor foreground-color 12.

           05 sc-ing-acao    line 09  col 27 pic x(01)
           using ws-ing-acao foreground-color 12.

           05 sc-msn-ingred             line 22  col 16 pic x(50)
      *>---------------------------------------------------------------------------------------------------------------


      *>   tela de aprovacao das alteracoes de preco pelo supervisor

       01  sc-tela-aprovapreco.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Aprovacao de Precos                              ".
           05 line 03 col 01 value "Nr Pizza                     T P.ant   P.novo  R$/cm2  Margem   Vigencia  Oper   ".
           05 line 13 col 01 value "      Limite sem aprov. :         % de variacao; acima, so com aprovacao         ".
           05 line 16 col 01 value "      Selecao (1-8)      :          Decisao (A/R)    :    A-Aprovar R-Rejeitar   ".
           05 line 17 col 01 value "      Comando            :          P-Proxima pagina  branco-Recomeca            ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-menu    line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-apv-limite      line 13 col 28 pic zz9,99
           from ws-apv-limite foreground-color 15.

           05 sc-apv-selecao     line 16 col 28 pic 9(01)
           using ws-apv-selecao foreground-color 12.

           05 sc-apv-decisao     line 16 col 56 pic x(01)
           using ws-apv-decisao foreground-color 12.

           05 sc-apv-comando     line 17 col 28 pic x(01)
           using ws-apv-comando foreground-color 12.

           05 sc-msn-aprovapreco        line 22  col 16 pic x(50)
           using ws-msn  foreground-color 12.

      *>---------------------------------------------------------------------------------------------------------------


      *>   linha da lista de alteracoes pendentes: preco por cm2 e margem
      *>   calculados com o preco novo sobre o diametro e o custo atuais

       01  sc-aprovacao-linha.
           05 sc-apv-lin-num    line linha_conteudo col 01 pic 9(01)
           from ws-apv-lin-num foreground-color 15.

           05 sc-apv-lin-nome   line linha_conteudo col 04 pic x(25)
           from ws-apv-lin-nome foreground-color 12.

           05 sc-apv-lin-tam    line linha_conteudo col 30 pic x(01)
           from ws-apv-lin-tam foreground-color 12.

           05 sc-apv-lin-ant    line linha_conteudo col 32 pic zz9,99
           from ws-apv-lin-preco-ant foreground-color 12.

           05 sc-apv-lin-novo   line linha_conteudo col 40 pic zz9,99
           from ws-apv-lin-preco-novo foreground-color 12.

           05 sc-apv-lin-cm2    line linha_conteudo col 48 pic zz9,99
           from ws-apv-lin-cm2 foreground-color 12.

           05 sc-apv-lin-margem line linha_conteudo col 56 pic -zz9,99
           from ws-apv-lin-margem foreground-color 12.

           05 sc-apv-lin-vig    line linha_conteudo col 65 pic 9(08)
           from ws-apv-lin-vigencia foreground-color 12.

           05 sc-apv-lin-oper   line linha_conteudo col 75 pic 9(04)
           from ws-apv-lin-operador foreground-color 12.

      *>---------------------------------------------------------------------------------------------------------------


      *>   tela do fechamento diario de vendas

       01  sc-tela-fechadia.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Fechamento do Dia                                ".
           05 line 03 col 01 value "      Data (AAAAMMDD)    :                                                       ".
           05 line 04 col 01 value "      Acao (F/R/S)       :        F-Fechar  R-Reabrir  S-Fechar c/ divergencia   ".
           05 line 05 col 01 value "                                  (R e S: supervisor; S aceita diverg. do POS)   ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-menu    line 01  col 71 pic x(01)
      *>---------------------------------------------------------------------------------------------------------------


      *>   tela de manutencao do cadastro de clientes da tele-entrega

       01  sc-tela-cliente.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Cadastro de Clientes                             ".
           05 line 03 col 01 value "      Telefone           :                                                       ".
           05 line 04 col 01 value "      Nome               :                                                       ".
           05 line 05 col 01 value "      Endereco           :                                                       ".
           05 line 06 col 01 value "      Bairro             :                                                       ".
           05 line 07 col 01 value "      Acao (I/A/E)       :       I-Inserir  A-Alterar  E-Excluir                 ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-menu    line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-cli-telefone line 03 col 27 pic x(15)
           using ws-cli-telefone foreground-color 12.

           05 sc-cli-nome     line 04 col 27 pic x(30)
           using ws-cli-nome foreground-color 12.

           05 sc-cli-endereco line 05 col 27 pic x(40)
           using ws-cli-endereco foreground-color 12.

           05 sc-cli-bairro   line 06 col 27 pic x(20)
           using ws-cli-bairro foreground-color 12.

           05 sc-cli-acao     line 07 col 27 pic x(01)
           using ws-cli-acao foreground-color 12.

           05 sc-msn-cliente            line 22  col 16 pic x(50)
           using ws-msn  foreground-color 12.

      *>---------------------------------------------------------------------------------------------------------------


      *>   tela de manutencao da taxa de entrega por bairro

       01  sc-tela-taxa.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Taxas de Entrega                                 ".
           05 line 03 col 01 value "      Bairro             :                                                       ".
           05 line 04 col 01 value "      Taxa de entrega    :                                                       ".
           05 line 05 col 01 value "      Acao (I/A/E)       :       I-Inserir  A-Alterar  E-Excluir                 ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-menu    line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-tax-bairro   line 03 col 27 pic x(20)
           using ws-tax-bairro foreground-color 12.

           05 sc-tax-valor    line 04 col 27 pic 9(03)v99
           using ws-tax-valor foreground-color 12.

           05 sc-tax-acao     line 05 col 27 pic x(01)
           using ws-tax-acao foreground-color 12.

           05 sc-msn-taxa               line 22  col 16 pic x(50)
           using ws-msn  foreground-color 12.

      *>---------------------------------------------------------------------------------------------------------------


      *>   tela de pedidos da tele-entrega: cabecalho do pedido, lista
      *>   dos itens (sc-pedido-linha) e a inclusao de item ou a troca
      *>   de situacao

       01  sc-tela-pedido.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Pedidos de Tele-entrega                          ".
           05 line 03 col 01 value "      Numero do Pedido   :         0-Novo pedido                                 ".
           05 line 04 col 01 value "      Telefone           :                                                       ".
           05 line 05 col 01 value "      Cliente            :                                                       ".
           05 line 06 col 01 value "      Bairro             :                       Taxa entrega:                   ".
           05 line 07 col 01 value "      Situacao           :                       Total pedido:                   ".
           05 line 08 col 01 value "   Nr Pizza                     Tam  Qtde     Valor 2o Sabor (meia)              ".
           05 line 19 col 01 value "      Pizza              :                           Tam:    Qtde:               ".
           05 line 20 col 01 value "      2o Sabor (meia)    :                                                       ".
           05 line 21 col 01 value "      Acao (I/S/E/C)     :   I-Incluir item  S-Saiu  E-Entregue  C-Cancelar      ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-menu    line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-ped-numero   line 03 col 27 pic 9(06)
           using ws-ped-numero foreground-color 12.

           05 sc-ped-telefone line 04 col 27 pic x(15)
           using ws-ped-telefone foreground-color 12.

           05 sc-ped-nome     line 05 col 27 pic x(30)
           from ws-ped-nome foreground-color 15.

           05 sc-ped-bairro   line 06 col 27 pic x(20)
           from ws-ped-bairro foreground-color 15.

           05 sc-ped-taxa     line 06 col 64 pic zz9,99
           from ws-ped-taxa foreground-color 15.

           05 sc-ped-situacao line 07 col 27 pic x(20)
           from ws-ped-situacao foreground-color 15.

           05 sc-ped-total    line 07 col 64 pic zzzzz9,99
           from ws-ped-total foreground-color 15.

           05 sc-ped-pizza    line 19 col 27 pic x(25)
           using ws-ped-pizza foreground-color 12.

           05 sc-ped-tamanho  line 19 col 59 pic x(01)
           using ws-ped-tamanho foreground-color 12.

           05 sc-ped-qtd      line 19 col 68 pic 9(03)
           using ws-ped-qtd foreground-color 12.

           05 sc-ped-pizza2   line 20 col 27 pic x(25)
           using ws-ped-pizza2 foreground-color 12.

           05 sc-ped-acao     line 21 col 27 pic x(01)
           using ws-ped-acao foreground-color 12.

           05 sc-msn-pedido             line 22  col 16 pic x(50)
           using ws-msn  foreground-color 12.

      *>---------------------------------------------------------------------------------------------------------------


      *>   linha da lista de itens do pedido, exibida uma a uma com o
      *>   numero da linha em linha_conteudo (mesma mecanica da consulta)

       01  sc-pedido-linha.
           05 sc-ped-lin-num    line linha_conteudo col 04 pic z9
           from ws-ped-lin-num foreground-color 15.

           05 sc-ped-lin-pizza  line linha_conteudo col 07 pic x(25)
           from ws-ped-lin-pizza foreground-color 12.

           05 sc-ped-lin-tam    line linha_conteudo col 33 pic x(01)
           from ws-ped-lin-tam foreground-color 12.

           05 sc-ped-lin-qtd    line linha_conteudo col 38 pic zz9
           from ws-ped-lin-qtd foreground-color 12.

           05 sc-ped-lin-valor  line linha_conteudo col 43 pic zzzz9,99
           from ws-ped-lin-valor foreground-color 12.

           05 sc-ped-lin-pizza2 line linha_conteudo col 53 pic x(25)
           from ws-ped-lin-pizza2 foreground-color 12.

      *>---------------------------------------------------------------------------------------------------------------


      *>   tela de manutencao do cadastro de fornecedores

       01  sc-tela-fornecedor.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Cadastro de Fornecedores                         ".
           05 line 03 col 01 value "      Codigo             :                                                       ".
           05 line 04 col 01 value "      Nome               :                                                       ".
           05 line 05 col 01 value "      Telefone           :                                                       ".
           05 line 06 col 01 value "      Contato            :                                                       ".
           05 line 07 col 01 value "      Acao (I/A/E)       :       I-Inserir  A-Alterar  E-Excluir                 ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-menu    line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-for-codigo   line 03 col 27 pic 9(04)
           using ws-for-codigo foreground-color 12.

           05 sc-for-nome     line 04 col 27 pic x(30)
           using ws-for-nome foreground-color 12.

           05 sc-for-telefone line 05 col 27 pic x(15)
           using ws-for-telefone foreground-color 12.

           05 sc-for-contato  line 06 col 27 pic x(20)
           using ws-for-contato foreground-color 12.

           05 sc-for-acao     line 07 col 27 pic x(01)
           using ws-for-acao foreground-color 12.

           05 sc-msn-fornecedor         line 22  col 16 pic x(50)
           using ws-msn  foreground-color 12.

      *>---------------------------------------------------------------------------------------------------------------


      *>   tela de recebimento de compras: item a item do pedido de
      *>   compra, com a quantidade e o custo que chegaram

       01  sc-tela-recebimento.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Recebimento de Compras                           ".
           05 line 03 col 01 value "      Pedido de Compra   :                 Loja:                                 ".
           05 line 04 col 01 value "      Fornecedor         :                                                       ".
           05 line 05 col 01 value "      Situacao           :                                                       ".
           05 line 06 col 01 value "   Ingrediente                 Pedida  Custo     Situacao   Recebida             ".
           05 line 19 col 01 value "      Ingrediente        :                                                       ".
           05 line 20 col 01 value "      Qtde Recebida      :                                                       ".
           05 line 21 col 01 value "      Custo Unit. Pago   :         0-Custo do pedido                             ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-menu    line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-rcb-numero   line 03 col 27 pic 9(06)
           using ws-rcb-numero foreground-color 12.

           05 sc-rcb-loja     line 03 col 49 pic 9(03)
           from ws-rcb-loja foreground-color 15.

           05 sc-rcb-fornec   line 04 col 27 pic x(30)
           from ws-rcb-fornecedor foreground-color 15.

           05 sc-rcb-situacao line 05 col 27 pic x(20)
           from ws-rcb-situacao foreground-color 15.

           05 sc-rcb-ingred   line 19 col 27 pic x(25)
           using ws-rcb-ingrediente foreground-color 12.

           05 sc-rcb-qtd      line 20 col 27 pic 9(05)v99
           using ws-rcb-quantidade foreground-color 12.

           05 sc-rcb-custo    line 21 col 27 pic 9(03)v99
           using ws-rcb-custo foreground-color 12.

           05 sc-msn-recebimento        line 22  col 16 pic x(50)
           using ws-msn  foreground-color 12.

      *>---------------------------------------------------------------------------------------------------------------


      *>   tela de inventario: contagem fisica, perdas (quebra,
      *>   vencimento, consumo interno), folha de contagem e relatorio de
      *>   variacao entre duas contagens

       01  sc-tela-inventario.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Inventario de Estoque                            ".
           05 line 03 col 01 value "      Ingrediente        :                                                       ".
           05 line 04 col 01 value "      Quantidade         :             contada (C) ou perdida (Q/V/I)            ".
           05 line 05 col 01 value "      Acao               :        C-Contagem  Q-Quebra  V-Vencimento             ".
           05 line 06 col 01 value "                                  I-Consumo interno  F-Folha de contagem         ".
           05 line 07 col 01 value "                                  R-Relatorio de variacao                        ".
           05 line 08 col 01 value "      Contagem Inicial   :             (AAAAMMDD) para o relatorio;              ".
           05 line 09 col 01 value "      Contagem Final     :             0-Duas ultimas contagens                  ".
           05 line 11 col 01 value "      Ultimo lancamento                                                          ".
           05 line 12 col 01 value "      Ingrediente        :                                                       ".
           05 line 13 col 01 value "      Motivo             :                                                       ".
           05 line 14 col 01 value "      Saldo Anterior     :                                                       ".
           05 line 15 col 01 value "      Ajuste             :                                                       ".
           05 line 16 col 01 value "      Saldo Novo         :                                                       ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-menu    line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-inv-ingred   line 03 col 27 pic x(25)
           using ws-inv-ingrediente foreground-color 12.

           05 sc-inv-qtd      line 04 col 27 pic 9(05)v99
           using ws-inv-quantidade foreground-color 12.

           05 sc-inv-acao     line 05 col 27 pic x(01)
           using ws-inv-acao foreground-color 12.

           05 sc-inv-ini      line 08 col 27 pic 9(08)
           using ws-inv-data-ini foreground-color 12.

           05 sc-inv-fim      line 09 col 27 pic 9(08)
           using ws-inv-data-fim foreground-color 12.

           05 sc-inv-ult-ingred line 12 col 27 pic x(25)
           from ws-inv-ult-ingrediente foreground-color 15.

           05 sc-inv-ult-motivo line 13 col 27 pic x(20)
           from ws-inv-ult-motivo foreground-color 15.

           05 sc-inv-ult-ant    line 14 col 27 pic -zzzz9,99
           from ws-inv-ult-saldo-ant foreground-color 15.

           05 sc-inv-ult-qtd    line 15 col 27 pic -zzzz9,99
           from ws-inv-ult-quantidade foreground-color 15.

           05 sc-inv-ult-novo   line 16 col 27 pic -zzzz9,99
           from ws-inv-ult-saldo-novo foreground-color 15.

           05 sc-msn-inventario         line 22  col 16 pic x(50)
           using ws-msn  foreground-color 12.

      *>---------------------------------------------------------------------------------------------------------------


      *>   tela de manutencao do cadastro de lojas (I/A/E)

       01  sc-tela-loja.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Cadastro de Lojas                                ".
           05 line 03 col 01 value "      Codigo da Loja     :                                                       ".
           05 line 04 col 01 value "      Nome               :                                                       ".
           05 line 05 col 01 value "      Acao (I/A/E)       :        I-Inserir  A-Alterar  E-Excluir                ".
           05 line 07 col 01 value "      Loja desta instalacao:                                                     ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-menu    line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-loj-codigo   line 03 col 27 pic 9(03)
           using ws-loj-codigo foreground-color 12.

           05 sc-loj-nome     line 04 col 27 pic x(20)
           using ws-loj-nome foreground-color 12.

           05 sc-loj-acao     line 05 col 27 pic x(01)
           using ws-loj-acao foreground-color 12.

           05 sc-loj-atual    line 07 col 30 pic 9(03)
           from ws-loja-atual foreground-color 15.

           05 sc-msn-loja               line 22  col 16 pic x(50)
           using ws-msn  foreground-color 12.

      *>---------------------------------------------------------------------------------------------------------------


      *>   tela de manutencao do preco proprio da loja (I/A/E)

       01  sc-tela-precoloja.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Precos por Loja                                  ".
           05 line 03 col 01 value "      Codigo da Loja     :                                                       ".
           05 line 04 col 01 value "      Nome da Pizza      :                                                       ".
           05 line 05 col 01 value "      Tamanho (B/M/G)    :        B-Broto  M-Media  G-Grande                     ".
           05 line 06 col 01 value "      Preco na Loja      :                                                       ".
           05 line 07 col 01 value "      Acao (I/A/E)       :        I-Inserir  A-Alterar  E-Excluir                ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-menu    line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-pcl-loja     line 03 col 27 pic 9(03)
           using ws-pcl-loja foreground-color 12.

           05 sc-pcl-pizza    line 04 col 27 pic x(25)
           using ws-pcl-pizza foreground-color 12.

           05 sc-pcl-tamanho  line 05 col 27 pic x(01)
           using ws-pcl-tamanho foreground-color 12.

           05 sc-pcl-preco    line 06 col 27 pic 9(03)v99
           using ws-pcl-preco foreground-color 12.

           05 sc-pcl-acao     line 07 col 27 pic x(01)
           using ws-pcl-acao foreground-color 12.

           05 sc-msn-precoloja          line 22  col 16 pic x(50)
           using ws-msn  foreground-color 12.

      *>---------------------------------------------------------------------------------------------------------------


      *>   linha da lista de itens do pedido de compra

       01  sc-compra-linha.
           05 sc-icl-lin-ingred line linha_conteudo col 04 pic x(25)
           from ws-icl-lin-ingrediente foreground-color 12.

           05 sc-icl-lin-qtd    line linha_conteudo col 30 pic zzzz9,99
           from ws-icl-lin-qtd foreground-color 12.

           05 sc-icl-lin-custo  line linha_conteudo col 40 pic zz9,99
           from ws-icl-lin-custo foreground-color 12.

           05 sc-icl-lin-sit    line linha_conteudo col 50 pic x(08)
           from ws-icl-lin-situacao foreground-color 12.

           05 sc-icl-lin-receb  line linha_conteudo col 60 pic zzzz9,99
           from ws-icl-lin-recebida foreground-color 12.

      *>---------------------------------------------------------------------------------------------------------------


      *>   tela de lancamento de vendas do dia

       01  sc-tela-vendas.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Lancamento de Vendas                             ".
           05 line 03 col 01 value "      Nome da Pizza      :                                                       ".
           05 line 04 col 01 value "      Tamanho (B/M/G)    :        B-Broto  M-Media  G-Grande                     ".
           05 line 05 col 01 value "      Data (AAAAMMDD)    :                                                       ".
           05 line 06 col 01 value "      Quantidade Vendida :                                                       ".
           05 line 07 col 01 value "      2o Sabor (meia)    :                           branco: pizza inteira       ".
           05 line 22 col 01 value "              [__________________________________________________]               ".



           05 sc-sair-menu    line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-venda-nome  line 03  col 27 pic x(25)
           using ws-venda-nome foreground-color 12.

           05 sc-venda-tam   line 04  col 27 pic x(01)
           using ws-venda-tamanho foreground-color 12.

           05 sc-venda-data  line 05  col 27 pic 9(08)
           using ws-venda-data foreground-color 12.

           05 sc-venda-qtd   line 06  col 27 pic 9(05)
           using ws-venda-qtd foreground-color 12.

           05 sc-venda-nome2 line 07  col 27 pic x(25)
           using ws-venda-nome2 foreground-color 12.

           05 sc-msn-venda              line 22  col 16 pic x(50)
           using ws-msn  foreground-color 12.
       procedure division.
           accept ws-parametro-execucao from command-line

      *>   parametros com quantidade (ex.: CARDAPIO 6) chegam com o
      *>   comando e o argumento separados por espaco
           move spaces to ws-parametro-comando
                          ws-parametro-argumento
           move 0      to ws-parametro-arg-tam
                          ws-parametro-qtd

           unstring ws-parametro-execucao delimited by all space
               into ws-parametro-comando
                    ws-parametro-argumento count in ws-parametro-arg-tam
           end-unstring

           if  ws-parametro-arg-tam > 0
           and ws-parametro-arg-tam < 4 then
               if ws-parametro-argumento(1:ws-parametro-arg-tam)
                  is numeric then
                   move ws-parametro-argumento(1:ws-parametro-arg-tam)
                     to ws-parametro-qtd
               end-if
           end-if

      *>   CONVERTE: migracao unica dos arquivos de dados gravados no
      *>   desenho anterior; roda antes da abertura normal dos arquivos,
      *>   que rejeitaria o layout antigo
           if  ws-parametro-execucao = "CONVERTE"
           or  ws-parametro-execucao = "converte" then
               perform ler-loja-atual
               perform converter-catalogo
               perform converter-ingredientes
               perform converter-vendas
               perform converter-vendhist
               perform converter-resmes
               perform converter-receitas
               stop run
           end-if
      *>   dados; roda com os arquivos fechados, antes da abertura normal
           if  ws-parametro-execucao = "COPIA"
           or  ws-parametro-execucao = "copia" then
               move "COPIA" to ws-exe-parametro-atual
               perform iniciar-execucao
               perform copiar-arquivos
               perform encerrar-execucao
               stop run
           end-if

      *>   RESTAURA: volta os arquivos de dados de uma copia escolhida
           if  ws-parametro-execucao = "RESTAURA"
           or  ws-parametro-execucao = "restaura" then
               move "RESTAURA" to ws-exe-parametro-atual
               perform iniciar-execucao
               perform restaurar-arquivos
               perform encerrar-execucao
               stop run
           end-if

      *>   EXECUCOES [n]: lista em EXECUCOES.TXT as n ultimas execucoes
      *>   do diario (10 quando omitido)
           if  ws-parametro-comando = "EXECUCOES"
           or  ws-parametro-comando = "execucoes" then
               perform listar-execucoes
               stop run
           end-if

      *>   as execucoes nao assistidas entram no diario antes da abertura
      *>   dos arquivos, para uma falha na abertura tambem ficar registrada
      *>   e chegar ao agendador no codigo de retorno
           evaluate true
               when ws-parametro-execucao = "BATCH"
                 or ws-parametro-execucao = "batch"
                   move "BATCH"    to ws-exe-parametro-atual
               when ws-parametro-execucao = "RESTART"
                 or ws-parametro-execucao = "restart"
                   move "RESTART"  to ws-exe-parametro-atual
               when ws-parametro-execucao = "FECHAMES"
                 or ws-parametro-execucao = "fechames"
                   move "FECHAMES" to ws-exe-parametro-atual
               when ws-parametro-execucao = "REPARA"
                 or ws-parametro-execucao = "repara"
                   move "REPARA"   to ws-exe-parametro-atual
               when other
                   move spaces     to ws-exe-parametro-atual
           end-evaluate

           if ws-exe-parametro-atual <> spaces then
               perform iniciar-execucao
           end-if

           perform inicializa

           evaluate true
               when ws-parametro-execucao = "BATCH"
                 or ws-parametro-execucao = "batch"
                   perform modo-batch
                   perform encerrar-execucao

      *>       RESTART: execucao batch retomando do checkpoint gravado
      *>       pela execucao que caiu no meio
                 or ws-parametro-execucao = "restart"
                   move "S" to ws-batch-restart
                   perform modo-batch
                   perform encerrar-execucao

      *>       FECHAMES: consolida em RESMES.DAT o detalhe de vendas dos
      *>       meses anteriores ao corrente, expurga o detalhe para
               when ws-parametro-execucao = "FECHAMES"
                 or ws-parametro-execucao = "fechames"
                   perform fechar-mes
                   perform encerrar-execucao

      *>       SIMULA: relatorio de simulacao a partir de PROPOSTA.DAT,
      *>       sem gravar nada no catalogo
                 or ws-parametro-execucao = "repara"
                   move "S" to ws-verifica-reparar
                   perform verificar-catalogo
                   perform anotar-reparo-execucao
                   perform encerrar-execucao

      *>       CARDAPIO [n]: engenharia de cardapio dos n ultimos meses
      *>       fechados (3 quando omitido)
               when ws-parametro-comando = "CARDAPIO"
                 or ws-parametro-comando = "cardapio"
                   perform engenharia-cardapio

               when other
                   perform processamento

           move 1 to ind

           perform ler-loja-atual

           perform abrir-arquivos-dados

           perform registrar-loja-atual

           perform carregar-tabela

           perform ler-regra-meio-a-meio

      *>       marcador de sessao: avisa o operador quando o outro
      *>       terminal tambem esta com o programa aberto
           accept ws-id-terminal from time
               display "Erro ao abrir PIZZAS.DAT - status " ws-file-status
               display "Arquivo em layout antigo: execute com o "
                       "parametro CONVERTE"

               move "PIZZAS.DAT"   to ws-exe-arq-nome
               move ws-file-status to ws-exe-arq-status
               perform encerrar-falha-abertura
               stop run
           end-if

               open i-o    vendas-file
           end-if

      *>       VENDAS.DAT anterior ao preco e custo gravados na venda:
      *>       mesma protecao do catalogo
           if ws-vendas-file-status <> "00" then
               display "Erro ao abrir VENDAS.DAT - status "
                       ws-vendas-file-status
               display "Arquivo em layout antigo: execute com o "
                       "parametro CONVERTE"

               move "VENDAS.DAT"          to ws-exe-arq-nome
               move ws-vendas-file-status to ws-exe-arq-status
               perform encerrar-falha-abertura
               stop run
           end-if

           open i-o ingrediente-file

           if ws-ingrediente-file-status = "35" then
               open i-o    pisos-file
           end-if

           open i-o cliente-file

           if ws-cliente-file-status = "35" then
               open output cliente-file
               close       cliente-file
               open i-o    cliente-file
           end-if

           open i-o taxa-file

           if ws-taxa-file-status = "35" then
               open output taxa-file
               close       taxa-file
               open i-o    taxa-file
           end-if

           open i-o pedido-file

           if ws-pedido-file-status = "35" then
               open output pedido-file
               close       pedido-file
               open i-o    pedido-file
           end-if

           open i-o itempedido-file

           if ws-itempedido-file-status = "35" then
               open output itempedido-file
               close       itempedido-file
               open i-o    itempedido-file
           end-if

           open i-o fornecedor-file

           if ws-fornecedor-file-status = "35" then
               open output fornecedor-file
               close       fornecedor-file
               open i-o    fornecedor-file
           end-if

           open i-o pedcompra-file

           if ws-pedcompra-file-status = "35" then
               open output pedcompra-file
               close       pedcompra-file
               open i-o    pedcompra-file
           end-if

           open i-o itemcompra-file

           if ws-itemcompra-file-status = "35" then
               open output itemcompra-file
               close       itemcompra-file
               open i-o    itemcompra-file
           end-if

           open i-o ajuste-file

           if ws-ajuste-file-status = "35" then
               open output ajuste-file
               close       ajuste-file
               open i-o    ajuste-file
           end-if

           open i-o loja-file

           if ws-loja-file-status = "35" then
               open output loja-file
               close       loja-file
               open i-o    loja-file
           end-if

           open i-o precoloja-file

           if ws-precoloja-file-status = "35" then
               open output precoloja-file
               close       precoloja-file
               open i-o    precoloja-file
           end-if

           open i-o estoque-file

           if ws-estoque-file-status = "35" then
               open output estoque-file
               close       estoque-file
               open i-o    estoque-file
           end-if

           open i-o carga-file

           if ws-carga-file-status = "35" then
               open output carga-file
               close       carga-file
               open i-o    carga-file
           end-if

           open i-o posdia-file

           if ws-posdia-file-status = "35" then
               open output posdia-file
               close       posdia-file
               open i-o    posdia-file
           end-if

           open i-o precopend-file

           if ws-precopend-file-status = "35" then
               open output precopend-file
               close       precopend-file
               open i-o    precopend-file
           end-if

           .
       abrir-arquivos-dados-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   fecha os arquivos de dados abertos por abrir-arquivos-dados
       fechar-arquivos-dados section.

           close fechadas-file
           close promocao-file
           close pisos-file
           close cliente-file
           close taxa-file
           close pedido-file
           close itempedido-file
           close fornecedor-file
           close pedcompra-file
           close itemcompra-file
           close ajuste-file
           close loja-file
           close precoloja-file
           close estoque-file
           close carga-file
           close posdia-file
           close precopend-file

           .
       fechar-arquivos-dados-exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   conversao unica de layout: le INGREDIENTES.DAT pelo desenho
      *>   anterior ao fornecedor e ao estoque por loja e regrava cada
      *>   registro no desenho novo, sem fornecedor preferencial; o saldo
      *>   e o minimo passam para ESTOQUES.DAT como estoque da loja desta
      *>   instalacao, sem nada pedido
       converter-ingredientes section.

           open input ingrediente-antigo
                           move fd-inga-nome       to ws-inc-nome(ind)
                           move fd-inga-unidade    to ws-inc-unidade(ind)
                           move fd-inga-custo-unit to ws-inc-custo(ind)
                           move fd-inga-estoque    to ws-inc-estoque(ind)
                           move fd-inga-minimo     to ws-inc-minimo(ind)
                           move 0                  to ws-inc-fornecedor(ind)
                           move 0                  to ws-inc-pedido(ind)
                           add 1 to ind
                   end-read


               else
                   move 0 to ws-qtd-ing-convertidos
                   move 0 to ws-qtd-est-erros

                   open i-o estoque-file

                   if ws-estoque-file-status = "35" then
                       open output estoque-file
                       close       estoque-file
                       open i-o    estoque-file
                   end-if

                   perform varying ind from 1 by 1
                               until ind > 100
                                  or ws-inc-nome(ind) = spaces

                       move ws-inc-nome(ind)       to fd-ing-nome
                       move ws-inc-unidade(ind)    to fd-ing-unidade
                       move ws-inc-custo(ind)      to fd-ing-custo-unit
                       move ws-inc-fornecedor(ind) to fd-ing-fornecedor

                       write fd-registro-ingrediente
                           invalid key

                       if ws-ingrediente-file-status = "00" then
                           add 1 to ws-qtd-ing-convertidos

                           move ws-inc-nome(ind)    to fd-est-ingrediente
                           move ws-loja-atual       to fd-est-loja
                           move ws-inc-estoque(ind) to fd-est-saldo
                           move ws-inc-minimo(ind)  to fd-est-minimo
                           move ws-inc-pedido(ind)  to fd-est-pedido

      *>                   sem o registro de estoque o saldo do
      *>                   ingrediente se perde: avisa para conferir
                           write fd-registro-estoque
                               invalid key
                                   add 1 to ws-qtd-est-erros
                                   display "Erro ao gravar estoque de "
                                           ws-inc-nome(ind)
                                           " - status "
                                           ws-estoque-file-status
                           end-write
                       end-if

                   end-perform

                   close estoque-file
                   close ingrediente-file

                   display "Conversao de ingredientes concluida - "
                           "registros gravados: " ws-qtd-ing-convertidos

                   if ws-qtd-est-erros > 0 then
                       display "Estoques nao gravados em ESTOQUES.DAT: "
                               ws-qtd-est-erros
                   end-if
               end-if
           end-if


      *>---------------------------------------------------------------------------------------------------------------
      *>   conversao unica de layout: le VENDAS.DAT pelo desenho anterior
      *>   ao preco e custo na venda, ao meio a meio e ao codigo de loja e
      *>   regrava cada registro como venda inteira da loja desta
      *>   instalacao, valorizada como uma venda nova lancada na data
      *>   (promocao, preco da loja e custo da receita); pizza que nao
      *>   esta mais entre as ativas fica com o preco e custo do arquivo
       converter-vendas section.

           open input vendas-antiga
                           move 1001 to ws-conv-ind
                       not at end
                           move fd-vna-nome       to ws-vcv-nome(ws-conv-ind)
                           move fd-vna-tamanho    to ws-vcv-tamanho(ws-conv-ind)
                           move fd-vna-data       to ws-vcv-data(ws-conv-ind)
                           move fd-vna-quantidade to ws-vcv-qtd(ws-conv-ind)
                           add 1 to ws-conv-ind
               else
                   move 0 to ws-qtd-vnd-convertidas

      *>               arquivos e tabela que a valorizacao da venda usa
                   open input pizza-file
                   open input promocao-file
                   open input precoloja-file
                   open input receita-file
                   open input ingrediente-file

                   perform carregar-tabela

                   perform varying ws-conv-ind from 1 by 1
                               until ws-conv-ind > 1000
                                  or ws-vcv-nome(ws-conv-ind) = spaces

                       move ws-vcv-nome(ws-conv-ind)    to ws-venda-nome
                       move ws-vcv-tamanho(ws-conv-ind) to ws-venda-tamanho
                       move ws-vcv-data(ws-conv-ind)    to ws-venda-data
                       move ws-vcv-qtd(ws-conv-ind)     to ws-venda-qtd
                       move ws-loja-atual               to ws-venda-loja

                       move ws-venda-nome    to ws-nome-pizza
                       move ws-venda-tamanho to ws-tamanho-pizza
                       perform localizar-pizza

                       if ws-achou-pizza = "S" then
                           perform apurar-valor-venda
                       else
                           perform valorizar-venda-convertida
                       end-if

                       move ws-venda-nome       to fd-vnd-nome
                       move ws-tamanho-pizza    to fd-vnd-tamanho
                       move ws-venda-data       to fd-vnd-data
                       move ws-loja-atual       to fd-vnd-loja
                       move ws-venda-qtd        to fd-vnd-quantidade
                       move ws-venda-preco-unit to fd-vnd-preco-unit
                       move ws-venda-promo      to fd-vnd-promo
                       move ws-venda-custo-unit to fd-vnd-custo-unit
                       move ws-venda-receita    to fd-vnd-receita
                       move ws-venda-custo      to fd-vnd-custo
                       move 0                   to fd-vnd-meias

                       write fd-registro-venda
                           invalid key

                   end-perform

                   close pizza-file
                   close promocao-file
                   close precoloja-file
                   close receita-file
                   close ingrediente-file

                   close vendas-file

                   display "Conversao de vendas concluida - "
       converter-vendas-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   conversao unica do historico: as linhas de VENDHIST.DAT
      *>   anteriores ao preco e custo gravados (campos em branco) saem
      *>   valorizadas pelo catalogo, as anteriores ao meio a meio com
      *>   zero metades e as anteriores ao codigo de loja como vendas da
      *>   loja desta instalacao, para o arquivo de trabalho
      *>   VENDHIST.CNV, que depois volta inteiro para o historico; o
      *>   historico nao cabe em tabela como o detalhe do mes
       converter-vendhist section.

           open input vendhist-file

           if ws-vendhist-file-status <> "00" then
               display "Conversao do historico nao executada - status "
                       ws-vendhist-file-status

           else
               move "VENDHIST.CNV" to ws-copia-nome

               open output copia-file

               open input pizza-file
               open input promocao-file

               move 0     to ws-qtd-vh-lidas
               move 0     to ws-qtd-vh-convertidas
               move space to ws-fim-copia

               perform until ws-fim-copia = "S"

                   read vendhist-file
                       at end
                           move "S" to ws-fim-copia
                       not at end
                           add 1 to ws-qtd-vh-lidas

                           if fd-vh-preco-unit is not numeric then
                               move fd-vh-nome       to ws-venda-nome
                               move fd-vh-tamanho    to ws-venda-tamanho
                               move fd-vh-data       to ws-venda-data
                               move fd-vh-quantidade to ws-venda-qtd

                               perform valorizar-venda-convertida

                               move ws-venda-preco-unit to fd-vh-preco-unit
                               move ws-venda-promo      to fd-vh-promo
                               move ws-venda-custo-unit to fd-vh-custo-unit
                               move ws-venda-receita    to fd-vh-receita
                               move ws-venda-custo      to fd-vh-custo

                               add 1 to ws-qtd-vh-convertidas
                           end-if

      *>                       linha anterior ao codigo de loja (contada
      *>                       aqui so se nao cair em uma das outras)
                           if fd-vh-loja is not numeric then
                               move ws-loja-atual to fd-vh-loja

                               if  fd-vh-preco-unit is numeric
                               and fd-vh-meias is numeric then
                                   add 1 to ws-qtd-vh-convertidas
                               end-if
                           end-if

      *>                       linha anterior ao meio a meio
                           if fd-vh-meias is not numeric then
                               move 0 to fd-vh-meias

                               if fd-vh-preco-unit is numeric then
                                   add 1 to ws-qtd-vh-convertidas
                               end-if
                           end-if

                           write fd-linha-copia from fd-registro-vendhist
                   end-read

               end-perform

               close pizza-file
               close promocao-file
               close copia-file
               close vendhist-file

               if ws-qtd-vh-convertidas = 0 then
                   display "Conversao do historico nao executada - "
                           "o arquivo ja deve estar no layout novo"

               else
      *>               historico regravado a partir do arquivo de trabalho
                   open input  copia-file
                   open output vendhist-file

                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               move fd-linha-copia to fd-registro-vendhist
                               write fd-registro-vendhist
                       end-read

                   end-perform

                   close vendhist-file
                   close copia-file

                   display "Conversao do historico concluida - "
                           "linhas convertidas: " ws-qtd-vh-convertidas
                           " de " ws-qtd-vh-lidas
               end-if

               call "CBL_DELETE_FILE" using ws-copia-nome
           end-if

           .
       converter-vendhist-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   valoriza uma venda gravada antes do preco e custo na venda:
      *>   preco cheio e custo do catalogo, ou o preco da promocao se a
      *>   data da venda cai na vigencia gravada hoje em PROMOCOES.DAT;
      *>   e a melhor aproximacao disponivel do que foi cobrado. Pizza
      *>   que ja saiu do arquivo fica sem valor
       valorizar-venda-convertida section.

           move "N" to ws-venda-promo
           move 0   to ws-venda-preco-unit
           move 0   to ws-venda-custo-unit

           move ws-venda-nome    to fd-nome
           move ws-venda-tamanho to fd-tamanho

           read pizza-file record

           if ws-file-status = "00" then
               move fd-preco to ws-venda-preco-unit
               move fd-custo to ws-venda-custo-unit

               move ws-venda-nome    to fd-prm-pizza
               move ws-venda-tamanho to fd-prm-tamanho

               read promocao-file record

               if  ws-promocao-file-status = "00"
               and ws-venda-data >= fd-prm-data-ini
               and ws-venda-data <= fd-prm-data-fim then
                   move "S"          to ws-venda-promo
                   move fd-prm-preco to ws-venda-preco-unit
               end-if
           end-if

           compute ws-venda-receita = ws-venda-qtd * ws-venda-preco-unit
           compute ws-venda-custo   = ws-venda-qtd * ws-venda-custo-unit

           .
       valorizar-venda-convertida-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   conversao unica do resumo mensal para o codigo de loja na
      *>   chave e as unidades com decimal do meio a meio: os registros
      *>   antigos passam pelo arquivo de trabalho RESMES.CNV e voltam no
      *>   desenho novo, como resumo da loja desta instalacao, sem metades
       converter-resmes section.

           open input resumo-antigo

           if ws-resumo-antigo-status <> "00" then
               display "Conversao do resumo mensal nao executada - status "
                       ws-resumo-antigo-status
               display "O arquivo ja deve estar no layout novo"

           else
               move "RESMES.CNV" to ws-copia-nome

               open output copia-file

               move 0     to ws-qtd-rsm-convertidos
               move space to ws-fim-copia

               perform until ws-fim-copia = "S"

                   read resumo-antigo next record
                       at end
                           move "S" to ws-fim-copia
                       not at end
                           move fd-rsa-pizza     to fd-rsm-pizza
                           move fd-rsa-tamanho   to fd-rsm-tamanho
                           move fd-rsa-anomes    to fd-rsm-anomes
                           move ws-loja-atual    to fd-rsm-loja
                           move fd-rsa-unidades  to fd-rsm-unidades
                           move fd-rsa-receita   to fd-rsm-receita
                           move fd-rsa-margem    to fd-rsm-margem
                           move fd-rsa-categoria to fd-rsm-categoria
                           move 0                to fd-rsm-meias

                           write fd-linha-copia
                             from fd-registro-resumo-mensal
                   end-read

               end-perform

               close copia-file
               close resumo-antigo

               open input  copia-file
               open output resumo-mensal

               if ws-resumo-mensal-status <> "00" then
                   display "Erro ao recriar RESMES.DAT - status "
                           ws-resumo-mensal-status

               else
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               move fd-linha-copia
                                 to fd-registro-resumo-mensal

                               write fd-registro-resumo-mensal
                                   invalid key
                                       continue
                               end-write

                               if ws-resumo-mensal-status = "00" then
                                   add 1 to ws-qtd-rsm-convertidos
                               end-if
                       end-read

                   end-perform

                   close resumo-mensal

                   display "Conversao do resumo mensal concluida - "
                           "registros gravados: " ws-qtd-rsm-convertidos
               end-if

               close copia-file

               call "CBL_DELETE_FILE" using ws-copia-nome
           end-if

           .
       converter-resmes-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   conversao unica de layout: le RECEITAS.DAT pelo desenho
      *>   anterior ao tamanho na chave e regrava cada registro com
           perform copiar-resmes
           perform copiar-vendhist

           perform copiar-clientes
           perform copiar-taxas
           perform copiar-pedidos
           perform copiar-itensped
           perform copiar-fornecedores
           perform copiar-pedcompra
           perform copiar-itenscompra
           perform copiar-ajustes
           perform copiar-lojas
           perform copiar-precoloja
           perform copiar-estoques
           perform copiar-cargas
           perform copiar-posdia
           perform copiar-precopend

           perform aplicar-retencao-copias

           display "Copia de seguranca gerada - data " ws-copia-data-x
                   close copia-file
               end-if

               perform anotar-copia-execucao

               close pizza-file
           end-if

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close vendas-file
           end-if

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close ingrediente-file
           end-if

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close receita-file
           end-if

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close trava-file
           end-if

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close operador-file
           end-if

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close promocao-file
           end-if

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close fechadas-file
           end-if

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close pisos-file
           end-if

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close resumo-mensal
           end-if

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close vendhist-file
           end-if

           exit.

      *>---------------------------------------------------------------------------------------------------------------
       copiar-clientes section.

           move "CLIENTES" to ws-copia-prefixo
           perform montar-nome-copia

           open input cliente-file

           if ws-cliente-file-status = "00" then

               open output copia-file

               if ws-copia-file-status = "00" then

                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read cliente-file next record
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               write fd-linha-copia
                                 from fd-registro-cliente
                       end-read

                   end-perform

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close cliente-file
           end-if

           .
       copiar-clientes-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       copiar-taxas section.

           move "TAXAS" to ws-copia-prefixo
           perform montar-nome-copia

           open input taxa-file

           if ws-taxa-file-status = "00" then

               open output copia-file

               if ws-copia-file-status = "00" then

                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read taxa-file next record
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               write fd-linha-copia
                                 from fd-registro-taxa
                       end-read

                   end-perform

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close taxa-file
           end-if

           .
       copiar-taxas-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       copiar-pedidos section.

           move "PEDIDOS" to ws-copia-prefixo
           perform montar-nome-copia

           open input pedido-file

           if ws-pedido-file-status = "00" then

               open output copia-file

               if ws-copia-file-status = "00" then

                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read pedido-file next record
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               write fd-linha-copia
                                 from fd-registro-pedido
                       end-read

                   end-perform

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close pedido-file
           end-if

           .
       copiar-pedidos-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       copiar-itensped section.

           move "ITENSPED" to ws-copia-prefixo
           perform montar-nome-copia

           open input itempedido-file

           if ws-itempedido-file-status = "00" then

               open output copia-file

               if ws-copia-file-status = "00" then

                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read itempedido-file next record
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               write fd-linha-copia
                                 from fd-registro-item-pedido
                       end-read

                   end-perform

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close itempedido-file
           end-if

           .
       copiar-itensped-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       copiar-fornecedores section.

           move "FORNECEDORES" to ws-copia-prefixo
           perform montar-nome-copia

           open input fornecedor-file

           if ws-fornecedor-file-status = "00" then

               open output copia-file

               if ws-copia-file-status = "00" then

                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read fornecedor-file next record
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               write fd-linha-copia
                                 from fd-registro-fornecedor
                       end-read

                   end-perform

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close fornecedor-file
           end-if

           .
       copiar-fornecedores-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       copiar-pedcompra section.

           move "PEDCOMPRA" to ws-copia-prefixo
           perform montar-nome-copia

           open input pedcompra-file

           if ws-pedcompra-file-status = "00" then

               open output copia-file

               if ws-copia-file-status = "00" then

                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read pedcompra-file next record
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               write fd-linha-copia
                                 from fd-registro-pedcompra
                       end-read

                   end-perform

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close pedcompra-file
           end-if

           .
       copiar-pedcompra-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       copiar-itenscompra section.

           move "ITENSCOMPRA" to ws-copia-prefixo
           perform montar-nome-copia

           open input itemcompra-file

           if ws-itemcompra-file-status = "00" then

               open output copia-file

               if ws-copia-file-status = "00" then

                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read itemcompra-file next record
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               write fd-linha-copia
                                 from fd-registro-itemcompra
                       end-read

                   end-perform

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close itemcompra-file
           end-if

           .
       copiar-itenscompra-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       copiar-ajustes section.

           move "AJUSTES" to ws-copia-prefixo
           perform montar-nome-copia

           open input ajuste-file

           if ws-ajuste-file-status = "00" then

               open output copia-file

               if ws-copia-file-status = "00" then

                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read ajuste-file next record
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               write fd-linha-copia
                                 from fd-registro-ajuste
                       end-read

                   end-perform

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close ajuste-file
           end-if

           .
       copiar-ajustes-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       copiar-lojas section.

           move "LOJAS" to ws-copia-prefixo
           perform montar-nome-copia

           open input loja-file

           if ws-loja-file-status = "00" then

               open output copia-file

               if ws-copia-file-status = "00" then

                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read loja-file next record
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               write fd-linha-copia
                                 from fd-registro-loja
                       end-read

                   end-perform

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close loja-file
           end-if

           .
       copiar-lojas-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       copiar-precoloja section.

           move "PRECOLOJA" to ws-copia-prefixo
           perform montar-nome-copia

           open input precoloja-file

           if ws-precoloja-file-status = "00" then

               open output copia-file

               if ws-copia-file-status = "00" then

                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read precoloja-file next record
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               write fd-linha-copia
                                 from fd-registro-precoloja
                       end-read

                   end-perform

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close precoloja-file
           end-if

           .
       copiar-precoloja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       copiar-estoques section.

           move "ESTOQUES" to ws-copia-prefixo
           perform montar-nome-copia

           open input estoque-file

           if ws-estoque-file-status = "00" then

               open output copia-file

               if ws-copia-file-status = "00" then

                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read estoque-file next record
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               write fd-linha-copia
                                 from fd-registro-estoque
                       end-read

                   end-perform

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close estoque-file
           end-if

           .
       copiar-estoques-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       copiar-cargas section.

           move "CARGAS" to ws-copia-prefixo
           perform montar-nome-copia

           open input carga-file

           if ws-carga-file-status = "00" then

               open output copia-file

               if ws-copia-file-status = "00" then

                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read carga-file next record
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               write fd-linha-copia
                                 from fd-registro-carga
                       end-read

                   end-perform

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close carga-file
           end-if

           .
       copiar-cargas-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       copiar-posdia section.

           move "POSDIA" to ws-copia-prefixo
           perform montar-nome-copia

           open input posdia-file

           if ws-posdia-file-status = "00" then

               open output copia-file

               if ws-copia-file-status = "00" then

                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read posdia-file next record
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               write fd-linha-copia
                                 from fd-registro-posdia
                       end-read

                   end-perform

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close posdia-file
           end-if

           .
       copiar-posdia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       copiar-precopend section.

           move "PRECOPEND" to ws-copia-prefixo
           perform montar-nome-copia

           open input precopend-file

           if ws-precopend-file-status = "00" then

               open output copia-file

               if ws-copia-file-status = "00" then

                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read precopend-file next record
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               write fd-linha-copia
                                 from fd-registro-precopend
                       end-read

                   end-perform

                   close copia-file
               end-if

               perform anotar-copia-execucao

               close precopend-file
           end-if

           .
       copiar-precopend-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   mantem o numero configurado de geracoes de copia (COPIAS.CFG,
      *>   5 quando ausente): registra a geracao de hoje em COPIAS.LST e
      *>   apaga as copias mais antigas que excederem a retencao
       aplicar-retencao-copias section.

           move 5 to ws-retencao-copias

           open input copiascfg-file

           if ws-copiascfg-status = "00" then

               read copiascfg-file
                   at end
                       continue
                   not at end
                       if fd-registro-copias-cfg is numeric then
                           move fd-registro-copias-cfg
                             to ws-retencao-copias
                       end-if
               end-read

               close copiascfg-file
           end-if

           if ws-retencao-copias = 0 then
               move 1 to ws-retencao-copias
           end-if

      *>       lista das geracoes existentes
           move 0 to ws-ger-qtd

           open input copiaslst-file

           if ws-copiaslst-status = "00" then

               move space to ws-fim-copia

               perform until ws-fim-copia = "S"

                   read copiaslst-file
                       at end
                           move "S" to ws-fim-copia
                       not at end
                           if ws-ger-qtd < 30 then
                               add 1 to ws-ger-qtd
                               move fd-registro-copias-lst
                                 to ws-ger-data(ws-ger-qtd)
                           end-if
                   end-read

               end-perform

               close copiaslst-file
           end-if

      *>       a geracao de hoje entra uma unica vez, mesmo que a copia
      *>       rode mais de uma vez no dia (a mais nova sobrepoe)
           if ws-ger-qtd = 0
           or ws-ger-data(ws-ger-qtd) <> ws-copia-data-x then

               if ws-ger-qtd < 30 then
                   add 1 to ws-ger-qtd
                   move ws-copia-data-x to ws-ger-data(ws-ger-qtd)
               end-if
           end-if

      *>       expurga as geracoes mais antigas alem da retencao
           perform until ws-ger-qtd <= ws-retencao-copias
               perform excluir-geracao-copia
           end-perform

           open output copiaslst-file

           if ws-copiaslst-status = "00" then

               perform varying ws-ger-ind from 1 by 1
                           until ws-ger-ind > ws-ger-qtd

                   write fd-registro-copias-lst
                     from ws-ger-data(ws-ger-ind)

               end-perform

               close copiaslst-file
           end-if

           .
       aplicar-retencao-copias-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   apaga os arquivos da geracao de copia mais antiga (posicao 1
      *>   da lista) e compacta a lista
       excluir-geracao-copia section.

           move ws-ger-data(1) to ws-ger-data-x

           move "PIZZAS" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "VENDAS" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "INGREDIENTES" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "RECEITAS" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "TRAVAS" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "OPERADOR" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "PROMOCOES" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "FECHADAS" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "PISOS" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "RESMES" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "VENDHIST" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "CLIENTES" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "TAXAS" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "PEDIDOS" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "ITENSPED" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "FORNECEDORES" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "PEDCOMPRA" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "ITENSCOMPRA" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "AJUSTES" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "LOJAS" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "PRECOLOJA" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "ESTOQUES" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "CARGAS" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "POSDIA" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           move "PRECOPEND" to ws-copia-prefixo
           perform montar-nome-copia
           call "CBL_DELETE_FILE" using ws-copia-nome

           perform varying ws-ger-ind from 1 by 1
                       until ws-ger-ind >= ws-ger-qtd

               move ws-geracoes(ws-ger-ind + 1)
                 to ws-geracoes(ws-ger-ind)

           end-perform

           subtract 1 from ws-ger-qtd

      *>       a data corrente volta a apontar para a geracao de hoje
           move ws-copia-data-x to ws-ger-data-x

           .
       excluir-geracao-copia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   restauracao: recria os arquivos de dados a partir da copia
      *>   datada informada no console; roda com os arquivos fechados
      *>   (mesma mecanica de recriacao do CONVERTE)
       restaurar-arquivos section.

           display "Informe a data da copia a restaurar (AAAAMMDD):"
           accept ws-ger-data-x

           move 0 to ws-exe-restaurados

           if ws-ger-data-x = spaces then
               display "Restauracao cancelada - data nao informada"

               move "S" to ws-exe-falha
               move "Data da copia nao informada" to ws-exe-motivo

           else
               perform restaurar-pizzas
               perform restaurar-vendas
               perform restaurar-ingredientes
               perform restaurar-receitas
               perform restaurar-travas
               perform restaurar-operadores
               perform restaurar-promocoes
               perform restaurar-fechadas
               perform restaurar-pisos
               perform restaurar-resmes
               perform restaurar-vendhist
               perform restaurar-clientes
               perform restaurar-taxas
               perform restaurar-pedidos
               perform restaurar-itensped
               perform restaurar-fornecedores
               perform restaurar-pedcompra
               perform restaurar-itenscompra
               perform restaurar-ajustes
               perform restaurar-lojas
               perform restaurar-precoloja
               perform restaurar-estoques
               perform restaurar-cargas
               perform restaurar-posdia
               perform restaurar-precopend

               if ws-exe-restaurados = 0 then
                   move "S" to ws-exe-falha
                   move "Nenhuma copia encontrada para a data"
                     to ws-exe-motivo
               end-if

               display "Restauracao concluida - copia " ws-ger-data-x
           end-if

           .
       restaurar-arquivos-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-pizzas section.

           move "PIZZAS" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output pizza-file

               if ws-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia to fd-registro-pizza

                               write fd-registro-pizza
                                   invalid key
                                       continue
                               end-write

                               if ws-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close pizza-file

                   display "PIZZAS.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "PIZZAS.DAT" to ws-exe-arq-nome
               move ws-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-pizzas-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-vendas section.

           move "VENDAS" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output vendas-file

               if ws-vendas-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia to fd-registro-venda

                               write fd-registro-venda
                                   invalid key
                                       continue
                               end-write

                               if ws-vendas-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close vendas-file

                   display "VENDAS.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "VENDAS.DAT" to ws-exe-arq-nome
               move ws-vendas-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-vendas-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-ingredientes section.

           move "INGREDIENTES" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output ingrediente-file

               if ws-ingrediente-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-ingrediente

                               write fd-registro-ingrediente
                                   invalid key
                                       continue
                               end-write

                               if ws-ingrediente-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close ingrediente-file

                   display "INGREDIENTES.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "INGREDIENTES.DAT" to ws-exe-arq-nome
               move ws-ingrediente-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-ingredientes-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-receitas section.

           move "RECEITAS" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output receita-file

               if ws-receita-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia to fd-registro-receita

                               write fd-registro-receita
                                   invalid key
                                       continue
                               end-write

                               if ws-receita-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close receita-file

                   display "RECEITAS.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "RECEITAS.DAT" to ws-exe-arq-nome
               move ws-receita-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-receitas-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-travas section.

           move "TRAVAS" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output trava-file

               if ws-trava-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia to fd-registro-trava

                               write fd-registro-trava
                                   invalid key
                                       continue
                               end-write

                               if ws-trava-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close trava-file

                   display "TRAVAS.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "TRAVAS.DAT" to ws-exe-arq-nome
               move ws-trava-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-travas-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-operadores section.

           move "OPERADOR" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output operador-file

               if ws-operador-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-operador

                               write fd-registro-operador
                                   invalid key
                                       continue
                               end-write

                               if ws-operador-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close operador-file

                   display "OPERADOR.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "OPERADOR.DAT" to ws-exe-arq-nome
               move ws-operador-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-operadores-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-promocoes section.

           move "PROMOCOES" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output promocao-file

               if ws-promocao-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-promocao

                               write fd-registro-promocao
                                   invalid key
                                       continue
                               end-write

                               if ws-promocao-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close promocao-file

                   display "PROMOCOES.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "PROMOCOES.DAT" to ws-exe-arq-nome
               move ws-promocao-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-promocoes-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-fechadas section.

           move "FECHADAS" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output fechadas-file

               if ws-fechadas-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-fechada

                               write fd-registro-fechada
                                   invalid key
                                       continue
                               end-write

                               if ws-fechadas-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close fechadas-file

                   display "FECHADAS.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "FECHADAS.DAT" to ws-exe-arq-nome
               move ws-fechadas-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-fechadas-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-pisos section.

           move "PISOS" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output pisos-file

               if ws-pisos-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia to fd-registro-piso

                               write fd-registro-piso
                                   invalid key
                                       continue
                               end-write

                               if ws-pisos-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close pisos-file

                   display "PISOS.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "PISOS.DAT" to ws-exe-arq-nome
               move ws-pisos-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-pisos-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-resmes section.

           move "RESMES" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output resumo-mensal

               if ws-resumo-mensal-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-resumo-mensal

                               write fd-registro-resumo-mensal
                                   invalid key
                                       continue
                               end-write

                               if ws-resumo-mensal-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close resumo-mensal

                   display "RESMES.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "RESMES.DAT" to ws-exe-arq-nome
               move ws-resumo-mensal-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-resmes-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-vendhist section.

           move "VENDHIST" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output vendhist-file

               if ws-vendhist-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-vendhist

                               write fd-registro-vendhist

                               if ws-vendhist-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close vendhist-file

                   display "VENDHIST.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "VENDHIST.DAT" to ws-exe-arq-nome
               move ws-vendhist-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-vendhist-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-clientes section.

           move "CLIENTES" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output cliente-file

               if ws-cliente-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-cliente

                               write fd-registro-cliente
                                   invalid key
                                       continue
                               end-write

                               if ws-cliente-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close cliente-file

                   display "CLIENTES.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "CLIENTES.DAT" to ws-exe-arq-nome
               move ws-cliente-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-clientes-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-taxas section.

           move "TAXAS" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output taxa-file

               if ws-taxa-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-taxa

                               write fd-registro-taxa
                                   invalid key
                                       continue
                               end-write

                               if ws-taxa-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close taxa-file

                   display "TAXAS.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "TAXAS.DAT" to ws-exe-arq-nome
               move ws-taxa-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-taxas-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-pedidos section.

           move "PEDIDOS" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output pedido-file

               if ws-pedido-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-pedido

                               write fd-registro-pedido
                                   invalid key
                                       continue
                               end-write

                               if ws-pedido-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close pedido-file

                   display "PEDIDOS.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "PEDIDOS.DAT" to ws-exe-arq-nome
               move ws-pedido-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-pedidos-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-itensped section.

           move "ITENSPED" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output itempedido-file

               if ws-itempedido-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-item-pedido

                               write fd-registro-item-pedido
                                   invalid key
                                       continue
                               end-write

                               if ws-itempedido-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close itempedido-file

                   display "ITENSPED.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "ITENSPED.DAT" to ws-exe-arq-nome
               move ws-itempedido-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-itensped-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-fornecedores section.

           move "FORNECEDORES" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output fornecedor-file

               if ws-fornecedor-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-fornecedor

                               write fd-registro-fornecedor
                                   invalid key
                                       continue
                               end-write

                               if ws-fornecedor-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close fornecedor-file

                   display "FORNECEDORES.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "FORNECEDORES.DAT" to ws-exe-arq-nome
               move ws-fornecedor-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-fornecedores-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-pedcompra section.

           move "PEDCOMPRA" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output pedcompra-file

               if ws-pedcompra-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-pedcompra

                               write fd-registro-pedcompra
                                   invalid key
                                       continue
                               end-write

                               if ws-pedcompra-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close pedcompra-file

                   display "PEDCOMPRA.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "PEDCOMPRA.DAT" to ws-exe-arq-nome
               move ws-pedcompra-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-pedcompra-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-itenscompra section.

           move "ITENSCOMPRA" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output itemcompra-file

               if ws-itemcompra-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-itemcompra

                               write fd-registro-itemcompra
                                   invalid key
                                       continue
                               end-write

                               if ws-itemcompra-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close itemcompra-file

                   display "ITENSCOMPRA.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "ITENSCOMPRA.DAT" to ws-exe-arq-nome
               move ws-itemcompra-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-itenscompra-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-ajustes section.

           move "AJUSTES" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output ajuste-file

               if ws-ajuste-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-ajuste

                               write fd-registro-ajuste
                                   invalid key
                                       continue
                               end-write

                               if ws-ajuste-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close ajuste-file

                   display "AJUSTES.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "AJUSTES.DAT" to ws-exe-arq-nome
               move ws-ajuste-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-ajustes-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-lojas section.

           move "LOJAS" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output loja-file

               if ws-loja-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-loja

                               write fd-registro-loja
                                   invalid key
                                       continue
                               end-write

                               if ws-loja-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close loja-file

                   display "LOJAS.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "LOJAS.DAT" to ws-exe-arq-nome
               move ws-loja-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-lojas-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-precoloja section.

           move "PRECOLOJA" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output precoloja-file

               if ws-precoloja-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-precoloja

                               write fd-registro-precoloja
                                   invalid key
                                       continue
                               end-write

                               if ws-precoloja-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close precoloja-file

                   display "PRECOLOJA.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "PRECOLOJA.DAT" to ws-exe-arq-nome
               move ws-precoloja-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-precoloja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-estoques section.

           move "ESTOQUES" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output estoque-file

               if ws-estoque-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-estoque

                               write fd-registro-estoque
                                   invalid key
                                       continue
                               end-write

                               if ws-estoque-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close estoque-file

                   display "ESTOQUES.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "ESTOQUES.DAT" to ws-exe-arq-nome
               move ws-estoque-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-estoques-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-cargas section.

           move "CARGAS" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output carga-file

               if ws-carga-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-carga

                               write fd-registro-carga
                                   invalid key
                                       continue
                               end-write

                               if ws-carga-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close carga-file

                   display "CARGAS.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "CARGAS.DAT" to ws-exe-arq-nome
               move ws-carga-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-cargas-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-posdia section.

           move "POSDIA" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output posdia-file

               if ws-posdia-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-posdia

                               write fd-registro-posdia
                                   invalid key
                                       continue
                               end-write

                               if ws-posdia-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close posdia-file

                   display "POSDIA.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "POSDIA.DAT" to ws-exe-arq-nome
               move ws-posdia-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-posdia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       restaurar-precopend section.

           move "PRECOPEND" to ws-copia-prefixo
           perform montar-nome-copia

           open input copia-file

           if ws-copia-file-status <> "00" then
               display "Copia nao encontrada: " ws-copia-nome
               perform anotar-copia-ausente-execucao

           else
               open output precopend-file

               if ws-precopend-file-status = "00" then

                   move 0     to ws-qtd-copiados
                   move 0     to ws-qtd-lidos-copia
                   move space to ws-fim-copia

                   perform until ws-fim-copia = "S"

                       read copia-file
                           at end
                               move "S" to ws-fim-copia
                           not at end
                               add 1 to ws-qtd-lidos-copia
                               move fd-linha-copia
                                 to fd-registro-precopend

                               write fd-registro-precopend
                                   invalid key
                                       continue
                               end-write

                               if ws-precopend-file-status = "00" then
                                   add 1 to ws-qtd-copiados
                               end-if
                       end-read

                   end-perform

                   close precopend-file

                   display "PRECOPEND.DAT restaurado - registros: "
                           ws-qtd-copiados
               end-if

               move "PRECOPEND.DAT" to ws-exe-arq-nome
               move ws-precopend-file-status to ws-exe-arq-status
               perform anotar-restauracao-execucao

               close copia-file
           end-if

           .
       restaurar-precopend-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------

       processamento section.

      *>       identificacao do operador antes do menu; sair na tela de
      *>       login encerra o programa sem abrir o menu
           perform identificar-operador

           if ws-login-ok = "S" then

      *>           a trava de pizza e o marcador de sessao passam a
      *>           carregar o codigo do operador, legivel no lugar do
      *>           numero tirado da hora
               move ws-operador-atual to ws-id-terminal
           end-if

           if ws-outro-terminal = "S" then
               move "Atencao: outro terminal esta usando o programa"
                 to ws-msn
           end-if

           perform until ws-sair = "X"
                      or ws-sair = "x"
                      or ws-login-ok <> "S"

               move space  to ws-cadastro-pizza
               move space  to ws-relatorio-tela
               move space  to ws-vendas-tela
               move space  to ws-ingred-tela
               move space  to ws-receita-tela
               move space  to ws-movdia-tela
               move space  to ws-exporta-tela
               move space  to ws-descont-tela
               move space  to ws-oper-tela
               move space  to ws-fechadia-tela
               move space  to ws-promo-tela
               move space  to ws-consulta-tela
               move space  to ws-piso-tela
               move space  to ws-pedido-tela
               move space  to ws-cliente-tela
               move space  to ws-taxa-tela
               move space  to ws-fornec-tela
               move space  to ws-receb-tela
               move space  to ws-invent-tela
               move space  to ws-loja-tela
               move space  to ws-precoloja-tela
               move space  to ws-aprovapreco-tela
               move space  to ws-sair

               display sc-tela-menu
               accept sc-tela-menu

      *>           recarrega a tabela antes de atender a opcao, para nao
      *>           trabalhar sobre dados que o outro terminal ja mudou
               perform carregar-tabela

               if  ws-cadastro-pizza  = "X"
               or  ws-cadastro-pizza  = "x"  then
                    perform cadastro-pizza
               end-if

               if  ws-vendas-tela  = "X"
               or  ws-vendas-tela  = "x"  then
                    perform vendas-pizza
               end-if

               if  ws-ingred-tela  = "X"
               or  ws-ingred-tela  = "x"  then
                    perform cadastro-ingrediente
               end-if

               if  ws-receita-tela  = "X"
               or  ws-receita-tela  = "x"  then
                    perform cadastro-receita
               end-if

               if  ws-movdia-tela  = "X"
               or  ws-movdia-tela  = "x"  then
                    perform imprimir-movimentos-dia
               end-if

      *>           margem e preco cm2 atualizados antes de exportar, como
      *>           na emissao do relatorio
               if  ws-exporta-tela  = "X"
               or  ws-exporta-tela  = "x"  then
                    perform atualizar-custos-receita
                    perform calculo
                    perform exportar-catalogo
               end-if

               if  ws-descont-tela  = "X"
               or  ws-descont-tela  = "x"  then
                    perform listar-inativas
               end-if

      *>           manutencao de operadores restrita ao supervisor
               if  ws-oper-tela  = "X"
               or  ws-oper-tela  = "x"  then
                    if ws-nivel-atual = "S" then
                        perform cadastro-operador
                    else
                        move "Acao restrita ao supervisor" to ws-msn
                    end-if
               end-if

               if  ws-fechadia-tela  = "X"
               or  ws-fechadia-tela  = "x"  then
                    perform fechamento-dia
               end-if

               if  ws-promo-tela  = "X"
               or  ws-promo-tela  = "x"  then
                    perform cadastro-promocao
               end-if

               if  ws-consulta-tela  = "X"
               or  ws-consulta-tela  = "x"  then
                    perform consulta-catalogo
               end-if

               if  ws-piso-tela  = "X"
               or  ws-piso-tela  = "x"  then
                    perform cadastro-piso
               end-if

               if  ws-pedido-tela  = "X"
               or  ws-pedido-tela  = "x"  then
                    perform pedidos-tele-entrega
               end-if

               if  ws-cliente-tela  = "X"
               or  ws-cliente-tela  = "x"  then
                    perform cadastro-cliente
               end-if

               if  ws-taxa-tela  = "X"
               or  ws-taxa-tela  = "x"  then
                    perform cadastro-taxa
               end-if

               if  ws-fornec-tela  = "X"
               or  ws-fornec-tela  = "x"  then
                    perform cadastro-fornecedor
               end-if

               if  ws-receb-tela  = "X"
               or  ws-receb-tela  = "x"  then
                    perform recebimento-compras
               end-if

               if  ws-invent-tela  = "X"
               or  ws-invent-tela  = "x"  then
                    perform inventario-estoque
               end-if

               if  ws-loja-tela  = "X"
               or  ws-loja-tela  = "x"  then
                    perform cadastro-loja
               end-if

               if  ws-precoloja-tela  = "X"
               or  ws-precoloja-tela  = "x"  then
                    perform cadastro-preco-loja
               end-if

      *>           decisao sobre as alteracoes de preco pendentes
               if  ws-aprovapreco-tela  = "X"
               or  ws-aprovapreco-tela  = "x"  then
                    if ws-nivel-atual = "S" then
                        perform aprovacao-precos
                    else
                        move "Acao restrita ao supervisor" to ws-msn
                    end-if
               end-if

               if  ws-relatorio-tela  = "X"
               or  ws-relatorio-tela  = "x"  then
                    perform atualizar-custos-receita
                    perform calculo
                    perform ordenacao
                    perform porcentagem-pizza
                    perform calcular-tendencia
                    perform exibir-relatorio
               end-if

           end-perform

      *> chama a tabela relatorio para tela
           if ws-login-ok = "S" then
                   perform atualizar-custos-receita
                   perform calculo
                   perform ordenacao
                   perform porcentagem-pizza
                   perform calcular-tendencia
                   perform exibir-relatorio
           end-if


           .
       processamento-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   identificacao do operador: codigo e senha conferidos contra
      *>   OPERADOR.DAT; com o cadastro ainda vazio, o primeiro acesso
      *>   grava o proprio codigo/senha como supervisor, para o programa
      *>   nao nascer trancado
       identificar-operador section.

           move "N" to ws-login-ok

           perform until ws-login-ok = "S"
                      or ws-sair = "X"
                      or ws-sair = "x"

               move 0     to ws-log-codigo
               move space to ws-log-senha

               display sc-tela-login
               accept sc-tela-login

               move space to ws-msn

               if  ws-sair <> "X"
               and ws-sair <> "x" then

                   if ws-log-codigo = 0 then
                       move "Informe o codigo do operador" to ws-msn

                   else
                       perform verificar-cadastro-vazio

                       if ws-tem-operador <> "S" then
      *>                       primeiro acesso: vira o supervisor
      *>                       inicial, com a mesma critica de senha do
      *>                       cadastro de operadores
                           if ws-log-senha = space then
                               move "Senha nao pode ficar em branco"
                                 to ws-msn

                           else
                               move ws-log-codigo to fd-ope-codigo
                               move "Supervisor"  to fd-ope-nome
                               move ws-log-senha  to fd-ope-senha
                               move "S"           to fd-ope-nivel

                               write fd-registro-operador
                                   invalid key
                                       continue
                               end-write

                               if ws-operador-file-status = "00" then
                                   move "S" to ws-login-ok
                                   move "S" to ws-nivel-atual
                                   move ws-log-codigo to ws-operador-atual
                               end-if
                           end-if

                       else
                           move ws-log-codigo to fd-ope-codigo

                           read operador-file record

                           if  ws-operador-file-status = "00"
                           and fd-ope-senha = ws-log-senha then
                               move "S" to ws-login-ok
                               move fd-ope-nivel  to ws-nivel-atual
                               move ws-log-codigo to ws-operador-atual
                           else
                               move "Codigo ou senha invalidos" to ws-msn
                           end-if
                       end-if
                   end-if
               end-if

           end-perform

      *>       o sair da tela de login nao pode vazar para o menu
           if ws-login-ok = "S" then
               move space to ws-sair
               move space to ws-msn
           end-if

           .
       identificar-operador-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   verifica se ha algum operador cadastrado
       verificar-cadastro-vazio section.

           move "N" to ws-tem-operador

           move 0 to fd-ope-codigo

           start operador-file key >= fd-ope-codigo
               invalid key
                   move "10" to ws-operador-file-status
           end-start

           if ws-operador-file-status = "00" then

               read operador-file next record
                   at end
                       continue
                   not at end
                       move "S" to ws-tem-operador
               end-read
           end-if

           .
       verificar-cadastro-vazio-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   tela de manutencao do cadastro de operadores (I/A/E), aberta
      *>   somente para o supervisor
       cadastro-operador section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move 0     to ws-ope-codigo
               move space to ws-ope-nome
               move space to ws-ope-senha
               move space to ws-ope-nivel
               move "I"   to ws-ope-acao

      *>     deixa a tela parada no console
               display sc-tela-oper
               accept sc-tela-oper

               move space to ws-msn

      *>        codigo zero e ignorado
               if ws-ope-codigo <> 0 then

                   evaluate ws-ope-acao
                       when "A" when "a"
                           perform alterar-operador

                       when "E" when "e"
                           perform excluir-operador

                       when other
                           perform inserir-operador
                   end-evaluate

               end-if

           end-perform

           .
       cadastro-operador-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   normaliza e critica o nivel informado: O (operador) ou S
      *>   (supervisor)
       validar-nivel-operador section.

           if ws-ope-nivel = "o" then
               move "O" to ws-ope-nivel
           end-if

           if ws-ope-nivel = "s" then
               move "S" to ws-ope-nivel
           end-if

           if ws-ope-nivel = "O"
           or ws-ope-nivel = "S" then
               move "S" to ws-nivel-valido
           else
               move "N" to ws-nivel-valido
           end-if

           .
       validar-nivel-operador-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   inclui um operador novo no cadastro
       inserir-operador section.

           move ws-ope-codigo to fd-ope-codigo

           read operador-file record

           if ws-operador-file-status = "00" then
               move "Operador ja cadastrado" to ws-msn

           else
               if ws-ope-senha = space then
                   move "Senha nao pode ficar em branco" to ws-msn

               else
                   perform validar-nivel-operador

                   if ws-nivel-valido <> "S" then
                       move "Nivel deve ser O ou S" to ws-msn

                   else
                       move ws-ope-codigo to fd-ope-codigo
                       move ws-ope-nome   to fd-ope-nome
                       move ws-ope-senha  to fd-ope-senha
                       move ws-ope-nivel  to fd-ope-nivel

                       write fd-registro-operador
                           invalid key
                               move "Erro ao gravar operador no arquivo" to ws-msn
                       end-write
                   end-if
               end-if
           end-if

           .
       inserir-operador-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   altera nome, senha e nivel de um operador cadastrado
       alterar-operador section.

           move ws-ope-codigo to fd-ope-codigo

           read operador-file record

           if ws-operador-file-status <> "00" then
               move "Operador nao encontrado para alteracao" to ws-msn

           else
               if ws-ope-senha = space then
                   move "Senha nao pode ficar em branco" to ws-msn

               else
                   perform validar-nivel-operador

                   if ws-nivel-valido <> "S" then
                       move "Nivel deve ser O ou S" to ws-msn

                   else
                       move ws-ope-nome  to fd-ope-nome
                       move ws-ope-senha to fd-ope-senha
                       move ws-ope-nivel to fd-ope-nivel

                       rewrite fd-registro-operador
                           invalid key
                               move "Erro ao gravar operador no arquivo" to ws-msn
                       end-rewrite
                   end-if
               end-if
           end-if

           .
       alterar-operador-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   exclui um operador; o proprio operador da sessao nao pode se
      *>   excluir
       excluir-operador section.

           if ws-ope-codigo = ws-operador-atual then
               move "Operador da sessao nao pode se excluir" to ws-msn

           else
               move ws-ope-codigo to fd-ope-codigo

               delete operador-file record
                   invalid key
                       move "Operador nao encontrado para exclusao" to ws-msn
               end-delete
           end-if

           .
       excluir-operador-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   tela de manutencao das promocoes por pizza e tamanho (I/A/E)
       cadastro-promocao section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move space to ws-prm-pizza
               move space to ws-prm-tamanho
               move 0     to ws-prm-preco
               move 0     to ws-prm-data-ini
               move 0     to ws-prm-data-fim
               move "I"   to ws-prm-acao

      *>           o outro terminal pode ter mexido no catalogo desde a
      *>           ultima volta da tela
               perform carregar-tabela

      *>     deixa a tela parada no console
               display sc-tela-promo
               accept sc-tela-promo

               move space to ws-msn

      *>        nomes = spaces  são ignorados
               if ws-prm-pizza <> space then

                   move ws-prm-pizza   to ws-nome-pizza
                   move ws-prm-tamanho to ws-tamanho-pizza

                   perform localizar-pizza

      *>               tamanho normalizado pela busca (branco vale M)
                   move ws-tamanho-pizza to ws-prm-tamanho

                   if ws-achou-pizza <> "S" then
                       move "Pizza nao cadastrada" to ws-msn

                   else
                       evaluate ws-prm-acao
                           when "A" when "a"
                               perform alterar-promocao

                           when "E" when "e"
                               perform excluir-promocao

                           when other
                               perform inserir-promocao
                       end-evaluate
                   end-if

               end-if

           end-perform

           .
       cadastro-promocao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   critica os campos da promocao: preco e periodo de vigencia
       validar-promocao section.

           move "N" to ws-promo-ativa

           if ws-prm-preco = 0 then
               move "Preco promocional nao pode ser zero" to ws-msn

           else
               move ws-prm-data-ini to ws-data-testada
               perform validar-data

               if ws-data-valida <> "S" then
                   move "Data de inicio invalida" to ws-msn

               else
                   move ws-prm-data-fim to ws-data-testada
                   perform validar-data

                   if ws-data-valida <> "S" then
                       move "Data de fim invalida" to ws-msn

                   else
                       if ws-prm-data-ini > ws-prm-data-fim then
                           move "Inicio depois do fim da vigencia" to ws-msn
                       else
                           move "S" to ws-promo-ativa
                       end-if
                   end-if
               end-if
           end-if

           .
       validar-promocao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   inclui uma promocao para a pizza e tamanho
       inserir-promocao section.

           move ws-prm-pizza   to fd-prm-pizza
           move ws-prm-tamanho to fd-prm-tamanho

           read promocao-file record

           if ws-promocao-file-status = "00" then
               move "Promocao ja cadastrada para a pizza" to ws-msn

           else
               perform validar-promocao

               if ws-promo-ativa = "S" then
                   move ws-prm-pizza    to fd-prm-pizza
                   move ws-prm-tamanho  to fd-prm-tamanho
                   move ws-prm-preco    to fd-prm-preco
                   move ws-prm-data-ini to fd-prm-data-ini
                   move ws-prm-data-fim to fd-prm-data-fim

                   write fd-registro-promocao
                       invalid key
                           move "Erro ao gravar promocao no arquivo" to ws-msn
                   end-write
               end-if
           end-if

           .
       inserir-promocao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   altera o preco e a vigencia de uma promocao cadastrada
       alterar-promocao section.

           move ws-prm-pizza   to fd-prm-pizza
           move ws-prm-tamanho to fd-prm-tamanho

           read promocao-file record

           if ws-promocao-file-status <> "00" then
               move "Promocao nao encontrada para alteracao" to ws-msn

           else
               perform validar-promocao

               if ws-promo-ativa = "S" then
                   move ws-prm-preco    to fd-prm-preco
                   move ws-prm-data-ini to fd-prm-data-ini
                   move ws-prm-data-fim to fd-prm-data-fim

                   rewrite fd-registro-promocao
                       invalid key
                           move "Erro ao gravar promocao no arquivo" to ws-msn
                   end-rewrite
               end-if
           end-if

           .
       alterar-promocao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   exclui a promocao da pizza e tamanho
       excluir-promocao section.

           move ws-prm-pizza   to fd-prm-pizza
           move ws-prm-tamanho to fd-prm-tamanho

           delete promocao-file record
               invalid key
                   move "Promocao nao encontrada para exclusao" to ws-msn
           end-delete

           .
       excluir-promocao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   tela de manutencao do piso de margem por categoria (I/A/E)
       cadastro-piso section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move space to ws-pis-categoria
               move 0     to ws-pis-margem
               move "I"   to ws-pis-acao

      *>     deixa a tela parada no console
               display sc-tela-piso
               accept sc-tela-piso

               move space to ws-msn

      *>        categoria em branco e ignorada
               if ws-pis-categoria <> space then

      *>               mesma critica de categoria do cadastro de pizzas
                   move ws-pis-categoria to ws-categoria-pizza
                   perform validar-categoria
                   move ws-categoria-pizza to ws-pis-categoria

                   if ws-categoria-valida <> "S" then
                       move "Categoria deve ser S ou D" to ws-msn

                   else
                       evaluate ws-pis-acao
                           when "A" when "a"
                               perform alterar-piso

                           when "E" when "e"
                               perform excluir-piso

                           when other
                               perform inserir-piso
                       end-evaluate
                   end-if

               end-if

           end-perform

           .
       cadastro-piso-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   inclui o piso de margem de uma categoria
       inserir-piso section.

           move ws-pis-categoria to fd-pis-categoria

           read pisos-file record

           if ws-pisos-file-status = "00" then
               move "Piso ja cadastrado para a categoria" to ws-msn

           else
               if ws-pis-margem = 0 then
                   move "Piso de margem nao pode ser zero" to ws-msn

               else
                   move ws-pis-categoria to fd-pis-categoria
                   move ws-pis-margem    to fd-pis-margem-cm2

                   write fd-registro-piso
                       invalid key
                           move "Erro ao gravar piso no arquivo" to ws-msn
                   end-write
               end-if
           end-if

           .
       inserir-piso-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   altera o piso de margem de uma categoria
       alterar-piso section.

           move ws-pis-categoria to fd-pis-categoria

           read pisos-file record

           if ws-pisos-file-status <> "00" then
               move "Piso nao encontrado para alteracao" to ws-msn

           else
               if ws-pis-margem = 0 then
                   move "Piso de margem nao pode ser zero" to ws-msn

               else
                   move ws-pis-margem to fd-pis-margem-cm2

                   rewrite fd-registro-piso
                       invalid key
                           move "Erro ao gravar piso no arquivo" to ws-msn
                   end-rewrite
               end-if
           end-if

           .
       alterar-piso-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   exclui o piso de margem de uma categoria
       excluir-piso section.

           move ws-pis-categoria to fd-pis-categoria

           delete pisos-file record
               invalid key
                   move "Piso nao encontrado para exclusao" to ws-msn
           end-delete

           .
       excluir-piso-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   tela de manutencao do cadastro de clientes (I/A/E), pelo
      *>   telefone
       cadastro-cliente section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move space to ws-cli-telefone
               move space to ws-cli-nome
               move space to ws-cli-endereco
               move space to ws-cli-bairro
               move "I"   to ws-cli-acao

      *>     deixa a tela parada no console
               display sc-tela-cliente
               accept sc-tela-cliente

               move space to ws-msn

      *>        telefone = spaces e ignorado
               if ws-cli-telefone <> space then

                   evaluate ws-cli-acao
                       when "A" when "a"
                           perform alterar-cliente

                       when "E" when "e"
                           perform excluir-cliente

                       when other
                           perform inserir-cliente
                   end-evaluate

               end-if

           end-perform

           .
       cadastro-cliente-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   critica os campos do cliente: nome informado e bairro com
      *>   taxa de entrega cadastrada
       validar-cliente section.

           move "N" to ws-ped-item-ok

           if ws-cli-nome = space then
               move "Nome do cliente nao informado" to ws-msn

           else
               move ws-cli-bairro to fd-tax-bairro

               read taxa-file record

               if ws-taxa-file-status <> "00" then
                   move "Bairro sem taxa de entrega cadastrada" to ws-msn
               else
                   move "S" to ws-ped-item-ok
               end-if
           end-if

           .
       validar-cliente-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   inclui um cliente
       inserir-cliente section.

           move ws-cli-telefone to fd-cli-telefone

           read cliente-file record

           if ws-cliente-file-status = "00" then
               move "Cliente ja cadastrado" to ws-msn

           else
               perform validar-cliente

               if ws-ped-item-ok = "S" then
                   move ws-cli-telefone to fd-cli-telefone
                   move ws-cli-nome     to fd-cli-nome
                   move ws-cli-endereco to fd-cli-endereco
                   move ws-cli-bairro   to fd-cli-bairro

                   write fd-registro-cliente
                       invalid key
                           move "Erro ao gravar cliente no arquivo" to ws-msn
                   end-write
               end-if
           end-if

           .
       inserir-cliente-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   altera nome, endereco e bairro de um cliente cadastrado
       alterar-cliente section.

           move ws-cli-telefone to fd-cli-telefone

           read cliente-file record

           if ws-cliente-file-status <> "00" then
               move "Cliente nao encontrado para alteracao" to ws-msn

           else
               perform validar-cliente

               if ws-ped-item-ok = "S" then
                   move ws-cli-nome     to fd-cli-nome
                   move ws-cli-endereco to fd-cli-endereco
                   move ws-cli-bairro   to fd-cli-bairro

                   rewrite fd-registro-cliente
                       invalid key
                           move "Erro ao gravar cliente no arquivo" to ws-msn
                   end-rewrite
               end-if
           end-if

           .
       alterar-cliente-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   exclui um cliente; os pedidos ja gravados guardam o proprio
      *>   bairro e taxa
       excluir-cliente section.

           move ws-cli-telefone to fd-cli-telefone

           delete cliente-file record
               invalid key
                   move "Cliente nao encontrado para exclusao" to ws-msn
           end-delete

           .
       excluir-cliente-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   tela de manutencao da taxa de entrega por bairro (I/A/E)
       cadastro-taxa section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move space to ws-tax-bairro
               move 0     to ws-tax-valor
               move "I"   to ws-tax-acao

      *>     deixa a tela parada no console
               display sc-tela-taxa
               accept sc-tela-taxa

               move space to ws-msn

      *>        bairro = spaces e ignorado
               if ws-tax-bairro <> space then

                   evaluate ws-tax-acao
                       when "A" when "a"
                           perform alterar-taxa

                       when "E" when "e"
                           perform excluir-taxa

                       when other
                           perform inserir-taxa
                   end-evaluate

               end-if
           end-perform

           .
       cadastro-taxa-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   inclui a taxa de um bairro; taxa zero vale entrega gratis
       inserir-taxa section.

           move ws-tax-bairro to fd-tax-bairro

           read taxa-file record

           if ws-taxa-file-status = "00" then
               move "Taxa ja cadastrada para o bairro" to ws-msn

           else
               move ws-tax-bairro to fd-tax-bairro
               move ws-tax-valor  to fd-tax-valor

               write fd-registro-taxa
                   invalid key
                       move "Erro ao gravar taxa no arquivo" to ws-msn
               end-write
           end-if

           .
       inserir-taxa-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   altera a taxa de um bairro; vale para os pedidos abertos
      *>   dali em diante
       alterar-taxa section.

           move ws-tax-bairro to fd-tax-bairro

           read taxa-file record

           if ws-taxa-file-status <> "00" then
               move "Taxa nao encontrada para alteracao" to ws-msn

           else
               move ws-tax-valor to fd-tax-valor

               rewrite fd-registro-taxa
                   invalid key
                       move "Erro ao gravar taxa no arquivo" to ws-msn
               end-rewrite
           end-if

           .
       alterar-taxa-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   exclui a taxa de um bairro
       excluir-taxa section.

           move ws-tax-bairro to fd-tax-bairro

           delete taxa-file record
               invalid key
                   move "Taxa nao encontrada para exclusao" to ws-msn
           end-delete

           .
       excluir-taxa-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   tela de pedidos da tele-entrega: numero 0 abre um pedido
      *>   para o telefone informado; com o numero de um pedido, inclui
      *>   item (I) ou muda a situacao (S saiu, E entregue, C cancelado).
      *>   O pedido fica na tela entre as voltas, para ir incluindo itens
       pedidos-tele-entrega section.

           move 0     to ws-ped-numero
           move space to ws-ped-telefone

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move space to ws-ped-pizza
               move space to ws-ped-tamanho
               move 0     to ws-ped-qtd
               move space to ws-ped-pizza2
               move "I"   to ws-ped-acao

      *>           o outro terminal pode ter mexido no catalogo ou no
      *>           pedido desde a ultima volta da tela
               perform carregar-tabela

               if ws-ped-numero = 0 then
                   move space to ws-ped-nome
                   move space to ws-ped-bairro
                   move space to ws-ped-situacao
                   move 0     to ws-ped-taxa
                   move 0     to ws-ped-total
                   move 0     to ws-ped-qtd-itens
               else
                   perform carregar-pedido-tela
               end-if

      *>     deixa a tela parada no console
               display sc-tela-pedido
               perform exibir-itens-pedido
               accept sc-tela-pedido

               move space to ws-msn

               if  ws-sair <> "V"
               and ws-sair <> "v" then

                   if ws-ped-numero = 0 then
                       if ws-ped-telefone <> space then
                           perform abrir-pedido
                       end-if

                   else
                       move ws-ped-numero to fd-ped-numero

                       read pedido-file record

                       if ws-pedido-file-status <> "00" then
                           move "Pedido nao encontrado" to ws-msn

                       else
                           evaluate ws-ped-acao
                               when "S" when "s"
                                   perform despachar-pedido

                               when "E" when "e"
                                   perform entregar-pedido

                               when "C" when "c"
                                   perform cancelar-pedido

                               when other
                                   if ws-ped-pizza <> space then
                                       perform incluir-item-pedido
                                   end-if
                           end-evaluate
                       end-if
                   end-if
               end-if

           end-perform

           .
       pedidos-tele-entrega-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   le o pedido em ws-ped-numero e monta o cabecalho e a lista
      *>   de itens da tela
       carregar-pedido-tela section.

           move 0 to ws-ped-qtd-itens

           move ws-ped-numero to fd-ped-numero

           read pedido-file record

           if ws-pedido-file-status <> "00" then
               move space to ws-ped-nome
               move space to ws-ped-bairro
               move space to ws-ped-situacao
               move 0     to ws-ped-taxa
               move 0     to ws-ped-total

               if ws-msn = space then
                   move "Pedido nao encontrado" to ws-msn
               end-if

           else
               move fd-ped-telefone to ws-ped-telefone
               move fd-ped-bairro   to ws-ped-bairro
               move fd-ped-taxa     to ws-ped-taxa

               compute ws-ped-total = fd-ped-valor-itens + fd-ped-taxa

               evaluate fd-ped-situacao
                   when "A"
                       move "Aberto"            to ws-ped-situacao
                   when "S"
                       move "Saiu para entrega" to ws-ped-situacao
                   when "E"
                       move "Entregue"          to ws-ped-situacao
                   when other
                       move "Cancelado"         to ws-ped-situacao
               end-evaluate

               move fd-ped-telefone to fd-cli-telefone

               read cliente-file record

               if ws-cliente-file-status = "00" then
                   move fd-cli-nome to ws-ped-nome
               else
                   move space       to ws-ped-nome
               end-if

               perform carregar-itens-pedido
           end-if

           .
       carregar-pedido-tela-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   carrega os itens do pedido corrente (fd-registro-pedido) na
      *>   tabela da tela
       carregar-itens-pedido section.

           move 0 to ws-ped-qtd-itens

           perform varying ws-itp-ind from 1 by 1
                       until ws-itp-ind > fd-ped-qtd-itens
                          or ws-itp-ind > 10

               move fd-ped-numero to fd-itp-numero
               move ws-itp-ind    to fd-itp-item

               read itempedido-file record

               if ws-itempedido-file-status = "00" then
                   add 1 to ws-ped-qtd-itens

                   move fd-itp-pizza      to ws-itp-pizza(ws-ped-qtd-itens)
                   move fd-itp-tamanho    to ws-itp-tamanho(ws-ped-qtd-itens)
                   move fd-itp-quantidade to ws-itp-qtd(ws-ped-qtd-itens)
                   move fd-itp-pizza2     to ws-itp-pizza2(ws-ped-qtd-itens)

                   compute ws-itp-valor(ws-ped-qtd-itens) =
                           fd-itp-quantidade * fd-itp-preco-unit
               end-if

           end-perform

           .
       carregar-itens-pedido-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   exibe a lista de itens do pedido nas linhas 9 a 18
       exibir-itens-pedido section.

           perform varying ws-itp-ind from 1 by 1
                       until ws-itp-ind > ws-ped-qtd-itens

               compute linha_conteudo = 8 + ws-itp-ind

               move ws-itp-ind                 to ws-ped-lin-num
               move ws-itp-pizza(ws-itp-ind)   to ws-ped-lin-pizza
               move ws-itp-tamanho(ws-itp-ind) to ws-ped-lin-tam
               move ws-itp-qtd(ws-itp-ind)     to ws-ped-lin-qtd
               move ws-itp-valor(ws-itp-ind)   to ws-ped-lin-valor
               move ws-itp-pizza2(ws-itp-ind)  to ws-ped-lin-pizza2

               display sc-pedido-linha
           end-perform

           .
       exibir-itens-pedido-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   abre um pedido para o cliente do telefone informado, com o
      *>   bairro e a taxa de entrega de agora; a pizza ja digitada na
      *>   abertura entra como primeiro item
       abrir-pedido section.

           move ws-ped-telefone to fd-cli-telefone

           read cliente-file record

           if ws-cliente-file-status <> "00" then
               move "Cliente nao cadastrado" to ws-msn

           else
               move fd-cli-bairro to fd-tax-bairro

               read taxa-file record

               if ws-taxa-file-status <> "00" then
                   move "Bairro do cliente sem taxa de entrega" to ws-msn

               else
                   perform descobrir-prox-pedido

                   accept ws-data-sistema from date yyyymmdd
                   accept ws-hora-sistema from time

                   move ws-ped-numero       to fd-ped-numero
                   move ws-ped-telefone     to fd-ped-telefone
                   move fd-cli-bairro       to fd-ped-bairro
                   move ws-data-sistema-num to fd-ped-data
                   move ws-hora-sis-hhmmss  to fd-ped-hora
                   move "A"                 to fd-ped-situacao
                   move 0                   to fd-ped-qtd-itens
                   move 0                   to fd-ped-valor-itens
                   move fd-tax-valor        to fd-ped-taxa
                   move ws-operador-atual   to fd-ped-operador

                   write fd-registro-pedido
                       invalid key
                           move "Erro ao gravar pedido no arquivo" to ws-msn
                   end-write

                   if ws-msn <> space then
                       move 0 to ws-ped-numero

                   else
                       if ws-ped-pizza <> space then
                           perform incluir-item-pedido
                       end-if

                       if ws-msn = space then
                           move "Pedido aberto" to ws-msn
                       end-if
                   end-if
               end-if
           end-if

           .
       abrir-pedido-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   proximo numero de pedido: o ultimo de PEDIDOS.DAT mais um
       descobrir-prox-pedido section.

           move 1 to ws-ped-numero

           move 999999 to fd-ped-numero

           start pedido-file key <= fd-ped-numero
               invalid key
                   move "10" to ws-pedido-file-status
           end-start

           if ws-pedido-file-status = "00" then
               read pedido-file previous record
                   at end
                       continue
                   not at end
                       compute ws-ped-numero = fd-ped-numero + 1
               end-read
           end-if

           .
       descobrir-prox-pedido-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   inclui um item no pedido corrente (fd-registro-pedido), com
      *>   o preco vigente na data do pedido (promocional dentro da
      *>   vigencia, senao o cheio)
       incluir-item-pedido section.

           if fd-ped-situacao <> "A" then
               move "Item so pode ser incluido com o pedido aberto" to ws-msn

           else
               if fd-ped-qtd-itens >= 10 then
                   move "Pedido ja tem o maximo de 10 itens" to ws-msn

               else
                   move ws-ped-pizza   to ws-nome-pizza
                   move ws-ped-tamanho to ws-tamanho-pizza

                   perform localizar-pizza

      *>               tamanho normalizado pela busca (branco vale M)
                   move ws-tamanho-pizza to ws-ped-tamanho

                   if ws-achou-pizza <> "S" then
                       move "Pizza nao cadastrada" to ws-msn

                   else
                       if ws-ped-qtd = 0 then
                           move "Quantidade nao pode ser zero" to ws-msn

                       else
                           move fd-ped-data to ws-data-hoje-calc

                           perform buscar-promocao

                           if ws-promo-ativa = "S" then
                               move fd-prm-preco  to ws-ped-preco-unit
                           else
                               move ws-loja-atual to ws-preco-loja-cod
                               perform apurar-preco-loja
                               move ws-preco-loja to ws-ped-preco-unit
                           end-if

                           if ws-ped-pizza2 <> space then
                               perform apurar-preco-item-meia
                           end-if
                       end-if
                   end-if

                   if ws-msn = space then
                       add 1 to fd-ped-qtd-itens

                       move fd-ped-numero     to fd-itp-numero
                       move fd-ped-qtd-itens  to fd-itp-item
                       move ws-ped-pizza      to fd-itp-pizza
                       move ws-ped-tamanho    to fd-itp-tamanho
                       move ws-ped-qtd        to fd-itp-quantidade
                       move ws-ped-preco-unit to fd-itp-preco-unit
                       move ws-ped-pizza2     to fd-itp-pizza2
                       move "N"               to fd-itp-lancado

                       write fd-registro-item-pedido
                           invalid key
                               move "Erro ao gravar item do pedido"
                                 to ws-msn
                       end-write

                       if ws-msn = space then
                           compute fd-ped-valor-itens =
                                   fd-ped-valor-itens
                                 + ws-ped-qtd * ws-ped-preco-unit

                           rewrite fd-registro-pedido
                               invalid key
                                   move "Erro ao gravar pedido no arquivo"
                                     to ws-msn
                           end-rewrite
                       end-if

                       if ws-msn = space then
                           move "Item incluido no pedido" to ws-msn
                       end-if
                   end-if
               end-if
           end-if

           .
       incluir-item-pedido-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   item meio a meio: o segundo sabor no mesmo tamanho, com o
      *>   preco pela regra de MEIOAMEIO.CFG sobre os precos vigentes
      *>   dos dois na data do pedido
       apurar-preco-item-meia section.

           move ws-ped-preco-unit to ws-meia-preco1

           move ws-ped-pizza2  to ws-nome-pizza
           move ws-ped-tamanho to ws-tamanho-pizza

           perform localizar-pizza

           if ws-achou-pizza <> "S" then
               move "Segundo sabor nao cadastrado" to ws-msn

           else
               if ws-ped-pizza2 = ws-ped-pizza then
                   move "Os dois sabores sao a mesma pizza" to ws-msn

               else
                   perform buscar-promocao

                   if ws-promo-ativa = "S" then
                       move fd-prm-preco  to ws-meia-preco2
                   else
                       move ws-loja-atual to ws-preco-loja-cod
                       perform apurar-preco-loja
                       move ws-preco-loja to ws-meia-preco2
                   end-if

                   perform calcular-preco-meio-a-meio

                   move ws-meia-preco to ws-ped-preco-unit
               end-if
           end-if

           .
       apurar-preco-item-meia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   pedido aberto sai para entrega
       despachar-pedido section.

           if fd-ped-situacao <> "A" then
               move "So pedido aberto pode sair para entrega" to ws-msn

           else
               if fd-ped-qtd-itens = 0 then
                   move "Pedido sem itens" to ws-msn

               else
                   move "S" to fd-ped-situacao

                   rewrite fd-registro-pedido
                       invalid key
                           move "Erro ao gravar pedido no arquivo" to ws-msn
                   end-rewrite

                   if ws-msn = space then
                       move "Pedido saiu para entrega" to ws-msn
                   end-if
               end-if
           end-if

           .
       despachar-pedido-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   pedido entregue: os itens entram em VENDAS.DAT na data do
      *>   pedido pela mesma critica da tela de vendas (dia fechado
      *>   bloqueia, estoque baixado pela receita) e o pedido fica como
      *>   entregue, para nao ser lancado duas vezes; item ja lancado
      *>   numa entrega que parou no meio nao e lancado de novo
       entregar-pedido section.

           if  fd-ped-situacao <> "A"
           and fd-ped-situacao <> "S" then
               move "Pedido ja entregue ou cancelado" to ws-msn

           else
               if fd-ped-qtd-itens = 0 then
                   move "Pedido sem itens" to ws-msn

               else
                   move fd-ped-data to ws-data-testada
                   perform verificar-data-fechada

                   if ws-data-fechada = "S" then
                       move "Data do pedido ja fechada - reabra o dia"
                         to ws-msn

                   else
      *>                   pizza que saiu do catalogo depois do pedido
      *>                   barra a entrega antes de lancar qualquer item
                       perform conferir-itens-pedido

                       if ws-ped-item-ok = "S" then
                           perform lancar-itens-pedido

                           move ws-ped-numero to fd-ped-numero

                           read pedido-file record

      *>                       so com todos os itens lancados o pedido
      *>                       passa a entregue; senao fica como estava
      *>                       e a proxima entrega lanca o que faltou
                           if ws-pedido-file-status <> "00" then
                               move "Erro ao ler pedido no arquivo" to ws-msn

                           else
                               if ws-ped-item-ok <> "S" then
                                   move "Pedido mantido - erro ao lancar item em vendas"
                                     to ws-msn

                               else
                                   move "E" to fd-ped-situacao

                                   rewrite fd-registro-pedido
                                       invalid key
                                           move "Erro ao gravar pedido no arquivo"
                                             to ws-msn
                                   end-rewrite

                                   if ws-msn = space then
                                       move "Pedido entregue - itens lancados em vendas"
                                         to ws-msn
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           .
       entregar-pedido-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   confere se todas as pizzas do pedido corrente ainda nao
      *>   lancadas continuam no catalogo ativo
       conferir-itens-pedido section.

           move "S" to ws-ped-item-ok

           perform varying ws-itp-ind from 1 by 1
                       until ws-itp-ind > fd-ped-qtd-itens
                          or ws-ped-item-ok <> "S"

               move fd-ped-numero to fd-itp-numero
               move ws-itp-ind    to fd-itp-item

               read itempedido-file record

               if ws-itempedido-file-status <> "00" then
                   move "N" to ws-ped-item-ok
                   move "Item do pedido nao encontrado" to ws-msn

               else
               if fd-itp-lancado <> "S" then
                   move fd-itp-pizza   to ws-nome-pizza
                   move fd-itp-tamanho to ws-tamanho-pizza

                   perform localizar-pizza

                   if  ws-achou-pizza = "S"
                   and fd-itp-pizza2 <> space then
                       move fd-itp-pizza2 to ws-nome-pizza

                       perform localizar-pizza
                   end-if

                   if ws-achou-pizza <> "S" then
                       move "N" to ws-ped-item-ok
                       move "Pizza do pedido fora do catalogo" to ws-msn
                   end-if
               end-if
               end-if

           end-perform

           .
       conferir-itens-pedido-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   lanca cada item do pedido corrente em VENDAS.DAT por
      *>   gravar-venda; qualquer item recusado deixa ws-ped-item-ok
      *>   em "N". O item lancado fica marcado na hora, para a nova
      *>   tentativa de entrega lancar so os que faltaram. A receita e a
      *>   do preco cobrado na inclusao do item, e nao a de hoje
       lancar-itens-pedido section.

           move "S"              to ws-ped-item-ok
           move fd-ped-qtd-itens to ws-ped-qtd-itens
           move fd-ped-data      to ws-ped-data

           perform varying ws-itp-ind from 1 by 1
                       until ws-itp-ind > ws-ped-qtd-itens

               move ws-ped-numero to fd-itp-numero
               move ws-itp-ind    to fd-itp-item

               read itempedido-file record

               if ws-itempedido-file-status <> "00" then
                   move "N" to ws-ped-item-ok

               else
               if fd-itp-lancado <> "S" then
                   move fd-itp-pizza      to ws-venda-nome
                   move fd-itp-tamanho    to ws-venda-tamanho
                   move ws-ped-data       to ws-venda-data
                   move fd-itp-quantidade to ws-venda-qtd
                   move fd-itp-pizza2     to ws-venda-nome2
                   move ws-loja-atual     to ws-venda-loja
                   move fd-itp-preco-unit to ws-venda-preco-pedido

                   move space to ws-msn

                   perform gravar-venda

                   move 0 to ws-venda-preco-pedido

                   if ws-msn <> "Venda registrada com sucesso" then
                       move "N" to ws-ped-item-ok
                   else
                       move "S" to fd-itp-lancado

                       rewrite fd-registro-item-pedido
                           invalid key
                               move "N" to ws-ped-item-ok
                       end-rewrite
                   end-if
               end-if
               end-if

           end-perform

           move space to ws-msn

           .
       lancar-itens-pedido-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   cancela um pedido aberto ou em entrega; nada vai para
      *>   vendas nem para o estoque
       cancelar-pedido section.

           if  fd-ped-situacao <> "A"
           and fd-ped-situacao <> "S" then
               move "Pedido ja entregue ou cancelado" to ws-msn

           else
               move "C" to fd-ped-situacao

               rewrite fd-registro-pedido
                   invalid key
                       move "Erro ao gravar pedido no arquivo" to ws-msn
               end-rewrite

               if ws-msn = space then
                   move "Pedido cancelado" to ws-msn
               end-if
           end-if

           .
       cancelar-pedido-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   tela de manutencao do cadastro de fornecedores (I/A/E)
       cadastro-fornecedor section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move 0     to ws-for-codigo
               move space to ws-for-nome
               move space to ws-for-telefone
               move space to ws-for-contato
               move "I"   to ws-for-acao

      *>     deixa a tela parada no console
               display sc-tela-fornecedor
               accept sc-tela-fornecedor

               move space to ws-msn

      *>        codigo zero e ignorado
               if ws-for-codigo <> 0 then

                   evaluate ws-for-acao
                       when "A" when "a"
                           perform alterar-fornecedor

                       when "E" when "e"
                           perform excluir-fornecedor

                       when other
                           perform inserir-fornecedor
                   end-evaluate

               end-if

           end-perform

           .
       cadastro-fornecedor-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   inclui um fornecedor
       inserir-fornecedor section.

           move ws-for-codigo to fd-for-codigo

           read fornecedor-file record

           if ws-fornecedor-file-status = "00" then
               move "Fornecedor ja cadastrado" to ws-msn

           else
               if ws-for-nome = space then
                   move "Nome do fornecedor nao informado" to ws-msn

               else
                   move ws-for-codigo   to fd-for-codigo
                   move ws-for-nome     to fd-for-nome
                   move ws-for-telefone to fd-for-telefone
                   move ws-for-contato  to fd-for-contato

                   write fd-registro-fornecedor
                       invalid key
                           move "Erro ao gravar fornecedor no arquivo" to ws-msn
                   end-write
               end-if
           end-if

           .
       inserir-fornecedor-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   altera nome, telefone e contato de um fornecedor
       alterar-fornecedor section.

           move ws-for-codigo to fd-for-codigo

           read fornecedor-file record

           if ws-fornecedor-file-status <> "00" then
               move "Fornecedor nao encontrado para alteracao" to ws-msn

           else
               if ws-for-nome = space then
                   move "Nome do fornecedor nao informado" to ws-msn

               else
                   move ws-for-nome     to fd-for-nome
                   move ws-for-telefone to fd-for-telefone
                   move ws-for-contato  to fd-for-contato

                   rewrite fd-registro-fornecedor
                       invalid key
                           move "Erro ao gravar fornecedor no arquivo" to ws-msn
                   end-rewrite
               end-if
           end-if

           .
       alterar-fornecedor-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   exclui um fornecedor, desde que nao seja o preferencial de
      *>   nenhum ingrediente (mesma cautela de excluir-ingrediente) nem
      *>   tenha pedido de compra em aberto
       excluir-fornecedor section.

      *>       acao destrutiva: restrita ao nivel supervisor
           if ws-nivel-atual <> "S" then
               move "Acao restrita ao supervisor" to ws-msn

           else
           move "N" to ws-forn-em-uso

           move low-values to fd-ing-nome

           start ingrediente-file key >= fd-ing-nome
               invalid key
                   move "10" to ws-ingrediente-file-status
           end-start

           perform until ws-ingrediente-file-status <> "00"
                      or ws-forn-em-uso = "S"

               read ingrediente-file next record
                   at end
                       move "10" to ws-ingrediente-file-status
                   not at end
                       if fd-ing-fornecedor = ws-for-codigo then
                           move "S" to ws-forn-em-uso
                       end-if
               end-read

           end-perform

           if ws-forn-em-uso = "S" then
               move "Fornecedor preferencial de ingrediente, nao excluido"
                 to ws-msn

           else
      *>           pedido ainda aberto precisa do fornecedor no recebimento
               move 0 to fd-pc-numero

               start pedcompra-file key >= fd-pc-numero
                   invalid key
                       move "10" to ws-pedcompra-file-status
               end-start

               perform until ws-pedcompra-file-status <> "00"
                          or ws-forn-em-uso = "S"

                   read pedcompra-file next record
                       at end
                           move "10" to ws-pedcompra-file-status
                       not at end
                           if  fd-pc-situacao   = "A"
                           and fd-pc-fornecedor = ws-for-codigo then
                               move "S" to ws-forn-em-uso
                           end-if
                   end-read

               end-perform

               if ws-forn-em-uso = "S" then
                   move "Fornecedor com pedido aberto, nao excluido"
                     to ws-msn
               end-if
           end-if

           if ws-forn-em-uso <> "S" then
               move ws-for-codigo to fd-for-codigo

               delete fornecedor-file record
                   invalid key
                       move "Fornecedor nao encontrado para exclusao" to ws-msn
               end-delete
           end-if
           end-if

           .
       excluir-fornecedor-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   tela de manutencao do cadastro de lojas (I/A/E)
       cadastro-loja section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move 0     to ws-loj-codigo
               move space to ws-loj-nome
               move "I"   to ws-loj-acao

      *>     deixa a tela parada no console
               display sc-tela-loja
               accept sc-tela-loja

               move space to ws-msn

      *>        codigo zero e ignorado
               if ws-loj-codigo <> 0 then

                   evaluate ws-loj-acao
                       when "A" when "a"
                           perform alterar-loja

                       when "E" when "e"
                           perform excluir-loja

                       when other
                           perform inserir-loja
                   end-evaluate

               end-if

           end-perform

           .
       cadastro-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   inclui uma loja
       inserir-loja section.

           move ws-loj-codigo to fd-loj-codigo

           read loja-file record

           if ws-loja-file-status = "00" then
               move "Loja ja cadastrada" to ws-msn

           else
               if ws-loj-nome = space then
                   move "Nome da loja nao informado" to ws-msn

               else
                   move ws-loj-codigo to fd-loj-codigo
                   move ws-loj-nome   to fd-loj-nome

                   write fd-registro-loja
                       invalid key
                           move "Erro ao gravar loja no arquivo" to ws-msn
                   end-write
               end-if
           end-if

           .
       inserir-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   altera o nome de uma loja
       alterar-loja section.

           move ws-loj-codigo to fd-loj-codigo

           read loja-file record

           if ws-loja-file-status <> "00" then
               move "Loja nao encontrada para alteracao" to ws-msn

           else
               if ws-loj-nome = space then
                   move "Nome da loja nao informado" to ws-msn

               else
                   move ws-loj-nome to fd-loj-nome

                   rewrite fd-registro-loja
                       invalid key
                           move "Erro ao gravar loja no arquivo" to ws-msn
                   end-rewrite
               end-if
           end-if

           .
       alterar-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   exclui uma loja que nao seja a desta instalacao e que nao
      *>   tenha estoque registrado (mesma cautela de excluir-fornecedor)
       excluir-loja section.

      *>       acao destrutiva: restrita ao nivel supervisor
           if ws-nivel-atual <> "S" then
               move "Acao restrita ao supervisor" to ws-msn

           else
           if ws-loj-codigo = ws-loja-atual then
               move "Loja desta instalacao nao pode ser excluida" to ws-msn

           else
           move "N" to ws-loja-em-uso

           move low-values to fd-est-chave

           start estoque-file key >= fd-est-chave
               invalid key
                   move "10" to ws-estoque-file-status
           end-start

           perform until ws-estoque-file-status <> "00"
                      or ws-loja-em-uso = "S"

               read estoque-file next record
                   at end
                       move "10" to ws-estoque-file-status
                   not at end
                       if fd-est-loja = ws-loj-codigo then
                           move "S" to ws-loja-em-uso
                       end-if
               end-read

           end-perform

           if ws-loja-em-uso = "S" then
               move "Loja com estoque registrado, nao excluida" to ws-msn

           else
               move ws-loj-codigo to fd-loj-codigo

               delete loja-file record
                   invalid key
                       move "Loja nao encontrada para exclusao" to ws-msn
               end-delete
           end-if
           end-if
           end-if

           .
       excluir-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   tela de manutencao do preco proprio da loja (I/A/E); sem
      *>   preco proprio a loja cobra o preco do catalogo
       cadastro-preco-loja section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move ws-loja-atual to ws-pcl-loja
               move space         to ws-pcl-pizza
               move space         to ws-pcl-tamanho
               move 0             to ws-pcl-preco
               move "I"           to ws-pcl-acao

      *>     deixa a tela parada no console
               display sc-tela-precoloja
               accept sc-tela-precoloja

               move space to ws-msn

      *>        nomes = spaces sao ignorados
               if ws-pcl-pizza <> space then
                   perform validar-preco-loja

                   if ws-msn = space then
                       evaluate ws-pcl-acao
                           when "A" when "a"
                               perform alterar-preco-loja

                           when "E" when "e"
                               perform excluir-preco-loja

                           when other
                               perform inserir-preco-loja
                       end-evaluate
                   end-if
               end-if

           end-perform

           .
       cadastro-preco-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   loja cadastrada e pizza ativa no tamanho informado; deixa a
      *>   chave montada e o preco do catalogo em ws-mov-preco-ant
       validar-preco-loja section.

           move ws-pcl-loja to fd-loj-codigo

           read loja-file record

           if ws-loja-file-status <> "00" then
               move "Loja nao cadastrada" to ws-msn

           else
               move ws-pcl-pizza   to ws-nome-pizza
               move ws-pcl-tamanho to ws-tamanho-pizza

               perform localizar-pizza

               move ws-tamanho-pizza to ws-pcl-tamanho

               if ws-achou-pizza <> "S" then
                   move "Pizza nao cadastrada" to ws-msn

               else
                   move ws-preco(ind) to ws-mov-preco-ant

                   move ws-pcl-loja    to fd-pcl-loja
                   move ws-pcl-pizza   to fd-pcl-nome
                   move ws-pcl-tamanho to fd-pcl-tamanho
               end-if
           end-if

           .
       validar-preco-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   inclui o preco proprio da loja
       inserir-preco-loja section.

      *>       preco proprio vale na hora, sem passar pela aprovacao
      *>       de PRECOPEND.DAT: restrito ao nivel supervisor
           if ws-nivel-atual <> "S" then
               move "Acao restrita ao supervisor" to ws-msn

           else
               read precoloja-file record

               if ws-precoloja-file-status = "00" then
                   move "Preco da loja ja cadastrado" to ws-msn

               else
                   if ws-pcl-preco = 0 then
                       move "Preco nao pode ser zero" to ws-msn

                   else
                       move ws-pcl-loja    to fd-pcl-loja
                       move ws-pcl-pizza   to fd-pcl-nome
                       move ws-pcl-tamanho to fd-pcl-tamanho
                       move ws-pcl-preco   to fd-pcl-preco

                       write fd-registro-precoloja
                           invalid key
                               move "Erro ao gravar preco no arquivo" to ws-msn
                       end-write

                       if ws-msn = space then
                           perform registrar-preco-loja
                       end-if
                   end-if
               end-if
           end-if

           .
       inserir-preco-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   altera o preco proprio da loja
       alterar-preco-loja section.

      *>       preco proprio vale na hora, sem passar pela aprovacao
      *>       de PRECOPEND.DAT: restrito ao nivel supervisor
           if ws-nivel-atual <> "S" then
               move "Acao restrita ao supervisor" to ws-msn

           else
               read precoloja-file record

               if ws-precoloja-file-status <> "00" then
                   move "Preco da loja nao encontrado para alteracao" to ws-msn

               else
                   if ws-pcl-preco = 0 then
                       move "Preco nao pode ser zero" to ws-msn

                   else
                       move fd-pcl-preco to ws-mov-preco-ant
                       move ws-pcl-preco to fd-pcl-preco

                       rewrite fd-registro-precoloja
                           invalid key
                               move "Erro ao gravar preco no arquivo" to ws-msn
                       end-rewrite

                       if ws-msn = space then
                           perform registrar-preco-loja
                       end-if
                   end-if
               end-if
           end-if

           .
       alterar-preco-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   exclui o preco proprio: a loja volta ao preco do catalogo
       excluir-preco-loja section.

      *>       acao destrutiva: restrita ao nivel supervisor
           if ws-nivel-atual <> "S" then
               move "Acao restrita ao supervisor" to ws-msn

           else
               read precoloja-file record

               if ws-precoloja-file-status <> "00" then
                   move "Preco da loja nao encontrado para exclusao" to ws-msn

               else
                   move fd-pcl-preco  to ws-mov-preco-ant
                   move ws-preco(ind) to ws-pcl-preco

                   delete precoloja-file record
                       invalid key
                           move "Erro ao excluir preco do arquivo" to ws-msn
                   end-delete

                   if ws-msn = space then
                       perform registrar-preco-loja
                   end-if
               end-if
           end-if

           .
       excluir-preco-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   preco de loja alterado fica registrado no log de movimentos
      *>   (acao L): pizza e preco antes/depois, e a loja no campo de
      *>   nome do lado "depois"
       registrar-preco-loja section.

           move "L"            to ws-mov-acao
           move ws-pcl-tamanho to ws-mov-tamanho
           move ws-pcl-pizza   to ws-mov-nome-ant
           move 0              to ws-mov-diametro-ant
           move 0              to ws-mov-custo-ant
           move spaces         to ws-mov-nome-novo
           string "LOJA " ws-pcl-loja delimited by size
             into ws-mov-nome-novo
           end-string
           move 0              to ws-mov-diametro-novo
           move ws-pcl-preco   to ws-mov-preco-novo
           move 0              to ws-mov-custo-novo
           move space          to ws-mov-categoria-ant
           move space          to ws-mov-categoria-novo
           perform registrar-movimento

           move "Preco da loja registrado" to ws-msn

           .
       registrar-preco-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   tela de recebimento de compras: com o numero do pedido de
      *>   compra, recebe um ingrediente por vez; o pedido fica na tela
      *>   entre as voltas, para ir recebendo os demais itens
       recebimento-compras section.

           move 0 to ws-rcb-numero

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move space to ws-rcb-ingrediente
               move 0     to ws-rcb-quantidade
               move 0     to ws-rcb-custo

               perform carregar-pedido-compra-tela

      *>     deixa a tela parada no console
               display sc-tela-recebimento
               perform exibir-itens-compra
               accept sc-tela-recebimento

               move space to ws-msn

               if  ws-sair <> "V"
               and ws-sair <> "v"
               and ws-rcb-numero <> 0
               and ws-rcb-ingrediente <> space then
                   perform receber-item-compra
               end-if

           end-perform

           .
       recebimento-compras-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   le o pedido de compra em ws-rcb-numero e monta o cabecalho
      *>   e a lista de itens da tela (ate 12 itens)
       carregar-pedido-compra-tela section.

           move space to ws-rcb-fornecedor
           move space to ws-rcb-situacao
           move 0     to ws-rcb-loja
           move 0     to ws-icl-qtd-linhas

           if ws-rcb-numero <> 0 then
               move ws-rcb-numero to fd-pc-numero

               read pedcompra-file record

               if ws-pedcompra-file-status <> "00" then
                   if ws-msn = space then
                       move "Pedido de compra nao encontrado" to ws-msn
                   end-if

               else
                   if fd-pc-situacao = "R" then
                       move "Recebido" to ws-rcb-situacao
                   else
                       move "Aberto"   to ws-rcb-situacao
                   end-if

                   move fd-pc-loja to ws-rcb-loja

                   move fd-pc-fornecedor to fd-for-codigo

                   read fornecedor-file record

                   if ws-fornecedor-file-status = "00" then
                       move fd-for-nome to ws-rcb-fornecedor
                   end-if

                   move ws-rcb-numero to fd-ic-numero
                   move low-values    to fd-ic-ingrediente

                   start itemcompra-file key >= fd-ic-chave
                       invalid key
                           move "10" to ws-itemcompra-file-status
                   end-start

                   perform until ws-itemcompra-file-status <> "00"
                              or ws-icl-qtd-linhas >= 12

                       read itemcompra-file next record
                           at end
                               move "10" to ws-itemcompra-file-status
                           not at end
                               if fd-ic-numero = ws-rcb-numero then
                                   add 1 to ws-icl-qtd-linhas

                                   move fd-ic-ingrediente
                                     to ws-icl-ingrediente(ws-icl-qtd-linhas)
                                   move fd-ic-quantidade
                                     to ws-icl-qtd(ws-icl-qtd-linhas)
                                   move fd-ic-custo-unit
                                     to ws-icl-custo(ws-icl-qtd-linhas)
                                   move fd-ic-qtd-recebida
                                     to ws-icl-recebida(ws-icl-qtd-linhas)

                                   if fd-ic-situacao = "R" then
                                       move "Recebido"
                                         to ws-icl-situacao(ws-icl-qtd-linhas)
                                   else
                                       move "Aberto"
                                         to ws-icl-situacao(ws-icl-qtd-linhas)
                                   end-if
                               else
                                   move "10" to ws-itemcompra-file-status
                               end-if
                       end-read

                   end-perform
               end-if
           end-if

           .
       carregar-pedido-compra-tela-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   exibe a lista de itens do pedido de compra nas linhas 7 a 18
       exibir-itens-compra section.

           perform varying ws-icl-ind from 1 by 1
                       until ws-icl-ind > ws-icl-qtd-linhas

               compute linha_conteudo = 6 + ws-icl-ind

               move ws-icl-ingrediente(ws-icl-ind) to ws-icl-lin-ingrediente
               move ws-icl-qtd(ws-icl-ind)         to ws-icl-lin-qtd
               move ws-icl-custo(ws-icl-ind)       to ws-icl-lin-custo
               move ws-icl-situacao(ws-icl-ind)    to ws-icl-lin-situacao
               move ws-icl-recebida(ws-icl-ind)    to ws-icl-lin-recebida

               display sc-compra-linha
           end-perform

           .
       exibir-itens-compra-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   recebe um item do pedido de compra: soma a quantidade ao
      *>   estoque, recalcula o custo unitario do ingrediente pela media
      *>   ponderada entre o saldo que havia e o que chegou, e tira o
      *>   item do que esta pedido; o pedido de compra fecha quando o
      *>   ultimo item chega
       receber-item-compra section.

           move ws-rcb-numero to fd-pc-numero

           read pedcompra-file record

           if ws-pedcompra-file-status <> "00" then
               move "Pedido de compra nao encontrado" to ws-msn

           else
               if fd-pc-situacao <> "A" then
                   move "Pedido de compra ja recebido" to ws-msn

               else
                   move ws-rcb-numero      to fd-ic-numero
                   move ws-rcb-ingrediente to fd-ic-ingrediente

                   read itemcompra-file record

                   if ws-itemcompra-file-status <> "00" then
                       move "Ingrediente fora do pedido de compra" to ws-msn

                   else
                       if fd-ic-situacao <> "A" then
                           move "Item ja recebido" to ws-msn

                       else
                           if ws-rcb-quantidade = 0 then
                               move "Quantidade recebida nao pode ser zero"
                                 to ws-msn

                           else
                               perform lancar-recebimento-compra
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           .
       receber-item-compra-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   atualiza o ingrediente, o estoque da loja do pedido e o item
      *>   com o recebimento; custo pago zero vale o custo do pedido. A
      *>   media pesa o saldo da rede toda; saldo negativo (venda baixada
      *>   antes da entrada) nao pesa. O custo novo so vai para o
      *>   ingrediente depois do ajuste e do estoque gravados, para um
      *>   recebimento que falhou nao entrar duas vezes na media
       lancar-recebimento-compra section.

           if ws-rcb-custo = 0 then
               move fd-ic-custo-unit to ws-rcb-custo
           end-if

           move ws-rcb-ingrediente to fd-ing-nome

           read ingrediente-file record

           if ws-ingrediente-file-status <> "00" then
               move "Ingrediente nao cadastrado" to ws-msn

           else
               move ws-rcb-ingrediente to ws-est-ingrediente
               perform somar-estoque-rede

               if ws-est-saldo-rede > 0 then
                   move ws-est-saldo-rede to ws-rcb-base
               else
                   move 0                 to ws-rcb-base
               end-if

               compute ws-rcb-custo-medio rounded =
                      (ws-rcb-base * fd-ing-custo-unit
                     + ws-rcb-quantidade * ws-rcb-custo)
                     / (ws-rcb-base + ws-rcb-quantidade)

      *>           o movimento em AJUSTES.DAT ja leva o custo novo
               move ws-rcb-custo-medio to fd-ing-custo-unit

               move fd-pc-loja to ws-est-loja
               perform ler-estoque-loja

               move fd-est-saldo to ws-aju-saldo-ant

               add ws-rcb-quantidade to fd-est-saldo

               if fd-est-pedido > fd-ic-quantidade then
                   subtract fd-ic-quantidade from fd-est-pedido
               else
                   move 0 to fd-est-pedido
               end-if

               move "R"               to ws-aju-motivo
               move ws-rcb-quantidade to ws-aju-quantidade
               perform gravar-ajuste-estoque

               if ws-msn = space then
                   perform gravar-estoque-loja
               end-if

               if ws-msn = space then
                   move ws-rcb-ingrediente to fd-ing-nome

                   read ingrediente-file record

                   if ws-ingrediente-file-status <> "00" then
                       move "Erro ao ler ingrediente no arquivo" to ws-msn
                   else
                       move ws-rcb-custo-medio to fd-ing-custo-unit

                       rewrite fd-registro-ingrediente
                           invalid key
                               move "Erro ao gravar ingrediente no arquivo"
                                 to ws-msn
                       end-rewrite
                   end-if
               end-if

               if ws-msn = space then
                   accept ws-data-sistema from date yyyymmdd

                   move "R"                 to fd-ic-situacao
                   move ws-rcb-quantidade   to fd-ic-qtd-recebida
                   move ws-rcb-custo        to fd-ic-custo-pago
                   move ws-data-sistema-num to fd-ic-data-receb
                   move ws-operador-atual   to fd-ic-operador

                   rewrite fd-registro-itemcompra
                       invalid key
                           move "Erro ao gravar item de compra" to ws-msn
                   end-rewrite
               end-if

               if ws-msn = space then
                   perform encerrar-pedido-compra
               end-if
           end-if

           .
       lancar-recebimento-compra-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   com todos os itens recebidos, o pedido de compra passa a R
       encerrar-pedido-compra section.

           move 0 to ws-rcb-abertos

           move ws-rcb-numero to fd-ic-numero
           move low-values    to fd-ic-ingrediente

           start itemcompra-file key >= fd-ic-chave
               invalid key
                   move "10" to ws-itemcompra-file-status
           end-start

           perform until ws-itemcompra-file-status <> "00"

               read itemcompra-file next record
                   at end
                       move "10" to ws-itemcompra-file-status
                   not at end
                       if fd-ic-numero = ws-rcb-numero then
                           if fd-ic-situacao = "A" then
                               add 1 to ws-rcb-abertos
                           end-if
                       else
                           move "10" to ws-itemcompra-file-status
                       end-if
               end-read

           end-perform

           if ws-rcb-abertos > 0 then
               move "Recebimento registrado" to ws-msn

           else
               move ws-rcb-numero to fd-pc-numero

               read pedcompra-file record

               if ws-pedcompra-file-status = "00" then
                   move "R"                 to fd-pc-situacao
                   move ws-data-sistema-num to fd-pc-data-receb

                   rewrite fd-registro-pedcompra
                       invalid key
                           move "Erro ao gravar pedido de compra" to ws-msn
                   end-rewrite
               end-if

               if ws-pedcompra-file-status = "00" then
                   move "Recebimento registrado - pedido compra encerrado"
                     to ws-msn
               else
                   move "Erro ao gravar pedido de compra" to ws-msn
               end-if
           end-if

           .
       encerrar-pedido-compra-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   tela de inventario: a contagem (C) faz o saldo passar a ser o
      *>   contado; quebra, vencimento e consumo interno (Q/V/I) abatem a
      *>   quantidade perdida; F grava a folha de contagem e R o relatorio
      *>   de variacao entre as duas contagens informadas
       inventario-estoque section.

           move 0     to ws-inv-data-ini
           move 0     to ws-inv-data-fim
           move space to ws-inv-ult-ingrediente
           move space to ws-inv-ult-motivo
           move 0     to ws-inv-ult-saldo-ant
           move 0     to ws-inv-ult-quantidade
           move 0     to ws-inv-ult-saldo-novo

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move space to ws-inv-ingrediente
               move 0     to ws-inv-quantidade
               move space to ws-inv-acao

      *>     deixa a tela parada no console
               display sc-tela-inventario
               accept sc-tela-inventario

               move space to ws-msn

               if  ws-sair <> "V"
               and ws-sair <> "v" then

                   evaluate ws-inv-acao
                       when "F" when "f"
                           perform emitir-folha-contagem

                       when "R" when "r"
                           perform emitir-relatorio-variacao

                       when other
      *>                    nomes = spaces sao ignorados
                           if ws-inv-ingrediente <> space then
                               perform ajustar-estoque-inventario
                           end-if
                   end-evaluate

               end-if

           end-perform

           .
       inventario-estoque-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   lanca a contagem ou a perda do ingrediente da tela no estoque
      *>   desta loja, com o registro do movimento em AJUSTES.DAT
       ajustar-estoque-inventario section.

           move ws-inv-ingrediente to fd-ing-nome

           read ingrediente-file record

           if ws-ingrediente-file-status <> "00" then
               move "Ingrediente nao cadastrado" to ws-msn

           else
               move ws-inv-ingrediente to ws-est-ingrediente
               move ws-loja-atual      to ws-est-loja
               perform ler-estoque-loja

               move fd-est-saldo to ws-aju-saldo-ant

               evaluate ws-inv-acao
                   when "C" when "c"
                       move "C" to ws-aju-motivo
                       compute ws-aju-quantidade =
                               ws-inv-quantidade - fd-est-saldo
                       move ws-inv-quantidade to fd-est-saldo

                   when "Q" when "q"
                       move "Q" to ws-aju-motivo

                   when "V" when "v"
                       move "V" to ws-aju-motivo

                   when "I" when "i"
                       move "I" to ws-aju-motivo

                   when other
                       move "Acao invalida - use C, Q, V, I, F ou R" to ws-msn
               end-evaluate

      *>           perdas: a quantidade informada sai do saldo
               if  ws-msn = space
               and ws-aju-motivo <> "C" then
                   if ws-inv-quantidade = 0 then
                       move "Quantidade perdida nao pode ser zero" to ws-msn
                   else
                       compute ws-aju-quantidade = 0 - ws-inv-quantidade
                       subtract ws-inv-quantidade from fd-est-saldo
                   end-if
               end-if

      *>           o movimento vai para AJUSTES.DAT antes do saldo: sem
      *>           ele, o estoque nao muda
               if ws-msn = space then
                   perform gravar-ajuste-estoque
               end-if

               if ws-msn = space then
                   perform gravar-estoque-loja
               end-if

               if ws-msn = space then
                   move fd-ing-nome       to ws-inv-ult-ingrediente
                   move ws-aju-saldo-ant  to ws-inv-ult-saldo-ant
                   move ws-aju-quantidade to ws-inv-ult-quantidade
                   move fd-est-saldo      to ws-inv-ult-saldo-novo

                   evaluate ws-aju-motivo
                       when "C"
                           move "Contagem"        to ws-inv-ult-motivo
                       when "Q"
                           move "Quebra"          to ws-inv-ult-motivo
                       when "V"
                           move "Vencimento"      to ws-inv-ult-motivo
                       when other
                           move "Consumo interno" to ws-inv-ult-motivo
                   end-evaluate

                   if ws-aju-motivo = "C" then
                       move "Contagem registrada" to ws-msn
                   else
                       move "Ajuste de estoque registrado" to ws-msn
                   end-if
               end-if
           end-if

           .
       ajustar-estoque-inventario-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava em AJUSTES.DAT o movimento do ingrediente que esta no
      *>   registro, na loja do registro de estoque (ja com o saldo
      *>   novo, ainda nao regravado): o chamador deixa o motivo, o
      *>   saldo anterior e a quantidade com sinal; data, hora e operador
      *>   sao os do momento. Dois movimentos no mesmo centesimo de
      *>   segundo avancam a hora do segundo; sem gravar, o erro fica
      *>   em ws-msn e o chamador nao altera o estoque
       gravar-ajuste-estoque section.

           accept ws-data-sistema from date yyyymmdd

           move fd-ing-nome         to fd-aju-ingrediente
           move fd-est-loja         to fd-aju-loja
           move ws-data-sistema-num to fd-aju-data
           accept fd-aju-hora from time

           move ws-aju-motivo       to fd-aju-motivo
           move ws-aju-saldo-ant    to fd-aju-saldo-ant
           move ws-aju-quantidade   to fd-aju-quantidade
           move fd-est-saldo        to fd-aju-saldo-novo
           move fd-ing-custo-unit   to fd-aju-custo-unit
           move ws-operador-atual   to fd-aju-operador

           move "N" to ws-aju-gravado
           move 0   to ws-aju-tentativas

           perform until ws-aju-gravado = "S"
                      or ws-aju-tentativas > 10

               write fd-registro-ajuste
                   invalid key
                       add 1 to fd-aju-hora
                       add 1 to ws-aju-tentativas
                   not invalid key
                       move "S" to ws-aju-gravado
               end-write

           end-perform

           if ws-aju-gravado <> "S" then
               move "Erro ao gravar o ajuste em AJUSTES.DAT" to ws-msn
           end-if

           .
       gravar-ajuste-estoque-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava em CONTAGEM.TXT a folha de contagem: um ingrediente por
      *>   linha, com a unidade e o espaco para a quantidade contada (o
      *>   saldo do sistema fica fora, para a contagem nao ser induzida)
       emitir-folha-contagem section.

           accept ws-data-sistema from date yyyymmdd

           move ws-data-sis-dd   to ws-cnt-cab-dd
           move ws-data-sis-mm   to ws-cnt-cab-mm
           move ws-data-sis-aaaa to ws-cnt-cab-aaaa

           open output contagem-file

           if ws-contagem-file-status <> "00" then
               move "Erro ao abrir folha de contagem" to ws-msn

           else
               write fd-linha-contagem from ws-contagem-cabecalho

               move ws-loja-atual to ws-rel-loja
               perform montar-cabecalho-loja
               write fd-linha-contagem from ws-rel-loja-cabecalho

               write fd-linha-contagem from ws-contagem-titulo

               move low-values to fd-ing-nome

               start ingrediente-file key >= fd-ing-nome
                   invalid key
                       move "10" to ws-ingrediente-file-status
               end-start

               perform until ws-ingrediente-file-status <> "00"

                   read ingrediente-file next record
                       at end
                           move "10" to ws-ingrediente-file-status
                       not at end
                           move fd-ing-nome    to ws-cnt-det-nome
                           move fd-ing-unidade to ws-cnt-det-unidade
                           write fd-linha-contagem from ws-contagem-detalhe
                   end-read

               end-perform

               close contagem-file

               move "Folha de contagem gravada em CONTAGEM.TXT" to ws-msn
           end-if

           .
       emitir-folha-contagem-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   relatorio de variacao desta loja entre duas contagens (sem
      *>   datas na tela, as duas ultimas): consumo real (contagem inicial mais
      *>   entradas menos contagem final) contra o consumo teorico das
      *>   vendas explodidas pela receita, valorizado pelo custo unitario.
      *>   A contagem e feita no fim do dia: as vendas da data inicial
      *>   ficam antes dela e as da data final entram no periodo
       emitir-relatorio-variacao section.

           if ws-inv-data-ini = 0
           or ws-inv-data-fim = 0 then
               perform apurar-datas-contagem
           end-if

           if  ws-msn = space
           and ws-inv-data-ini >= ws-inv-data-fim then
               move "Contagem inicial deve ser anterior a final" to ws-msn
           end-if

           if ws-msn = space then
               open output variacao-file

               if ws-variacao-file-status <> "00" then
                   move "Erro ao abrir relatorio de variacao" to ws-msn
               end-if
           end-if

           if ws-msn = space then
               move ws-inv-data-ini  to ws-data-sistema
               move ws-data-sis-dd   to ws-var-cab-ini-dd
               move ws-data-sis-mm   to ws-var-cab-ini-mm
               move ws-data-sis-aaaa to ws-var-cab-ini-aaaa

               move ws-inv-data-fim  to ws-data-sistema
               move ws-data-sis-dd   to ws-var-cab-fim-dd
               move ws-data-sis-mm   to ws-var-cab-fim-mm
               move ws-data-sis-aaaa to ws-var-cab-fim-aaaa

               write fd-linha-variacao from ws-variacao-cabecalho

               move ws-loja-atual to ws-rel-loja
               perform montar-cabecalho-loja
               write fd-linha-variacao from ws-rel-loja-cabecalho

               write fd-linha-variacao from ws-variacao-titulo

               perform apurar-consumo-teorico

               move 0 to ws-var-valor-total

               move low-values to fd-ing-nome

               start ingrediente-file key >= fd-ing-nome
                   invalid key
                       move "10" to ws-ingrediente-file-status
               end-start

               perform until ws-ingrediente-file-status <> "00"

                   read ingrediente-file next record
                       at end
                           move "10" to ws-ingrediente-file-status
                       not at end
                           perform apurar-variacao-ingrediente
                   end-read

               end-perform

               move ws-var-valor-total to ws-var-tot-valor
               write fd-linha-variacao from ws-variacao-total

               close variacao-file

               move "Relatorio gravado em VARIACAO.TXT" to ws-msn
           end-if

           .
       emitir-relatorio-variacao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   as duas datas mais recentes com contagem desta loja em
      *>   AJUSTES.DAT
       apurar-datas-contagem section.

           move 0 to ws-var-ult-data
           move 0 to ws-var-penult-data

           move low-values to fd-aju-chave

           start ajuste-file key >= fd-aju-chave
               invalid key
                   move "10" to ws-ajuste-file-status
           end-start

           perform until ws-ajuste-file-status <> "00"

               read ajuste-file next record
                   at end
                       move "10" to ws-ajuste-file-status
                   not at end
                       if  fd-aju-motivo = "C"
                       and fd-aju-loja = ws-loja-atual then
                           if fd-aju-data > ws-var-ult-data then
                               move ws-var-ult-data to ws-var-penult-data
                               move fd-aju-data     to ws-var-ult-data
                           else
                               if  fd-aju-data < ws-var-ult-data
                               and fd-aju-data > ws-var-penult-data then
                                   move fd-aju-data to ws-var-penult-data
                               end-if
                           end-if
                       end-if
               end-read

           end-perform

           if ws-var-penult-data = 0 then
               move "Sao necessarias contagens em duas datas" to ws-msn
           else
               move ws-var-penult-data to ws-inv-data-ini
               move ws-var-ult-data    to ws-inv-data-fim
           end-if

           .
       apurar-datas-contagem-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   consumo teorico do periodo: cada venda desta loja depois da
      *>   contagem inicial ate a data da final, em VENDAS.DAT e no
      *>   historico ja expurgado, explodida pela receita da pizza e do
      *>   tamanho
       apurar-consumo-teorico section.

           move 0 to ws-cte-qtd

           move low-values to fd-vnd-chave

           start vendas-file key >= fd-vnd-chave
               invalid key
                   move "10" to ws-vendas-file-status
           end-start

           perform until ws-vendas-file-status <> "00"

               read vendas-file next record
                   at end
                       move "10" to ws-vendas-file-status
                   not at end
                       if  fd-vnd-data > ws-inv-data-ini
                       and fd-vnd-data <= ws-inv-data-fim
                       and fd-vnd-loja = ws-loja-atual then
                           move fd-vnd-nome    to ws-var-pizza
                           move fd-vnd-tamanho to ws-var-tamanho
                           compute ws-var-unidades =
                                   fd-vnd-quantidade + (fd-vnd-meias / 2)
                           perform explodir-consumo-venda
                       end-if
               end-read

           end-perform

           open input vendhist-file

           if ws-vendhist-file-status = "00" then

               perform until ws-vendhist-file-status <> "00"

                   read vendhist-file
                       at end
                           move "10" to ws-vendhist-file-status
                       not at end
                           if fd-vh-loja not numeric then
                               move ws-loja-atual to fd-vh-loja
                           end-if

                           if  fd-vh-data > ws-inv-data-ini
                           and fd-vh-data <= ws-inv-data-fim
                           and fd-vh-loja = ws-loja-atual then
                               if fd-vh-meias not numeric then
                                   move 0 to fd-vh-meias
                               end-if

                               move fd-vh-nome    to ws-var-pizza
                               move fd-vh-tamanho to ws-var-tamanho
                               compute ws-var-unidades =
                                       fd-vh-quantidade + (fd-vh-meias / 2)
                               perform explodir-consumo-venda
                           end-if
                   end-read

               end-perform

               close vendhist-file
           end-if

           .
       apurar-consumo-teorico-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   soma ao consumo teorico cada ingrediente da receita de
      *>   ws-var-pizza/ws-var-tamanho vezes ws-var-unidades
       explodir-consumo-venda section.

           move ws-var-pizza   to fd-rec-pizza
           move ws-var-tamanho to fd-rec-tamanho
           move low-values     to fd-rec-ingrediente

           start receita-file key >= fd-rec-chave
               invalid key
                   move "10" to ws-receita-file-status
           end-start

           perform until ws-receita-file-status <> "00"

               read receita-file next record
                   at end
                       move "10" to ws-receita-file-status
                   not at end
                       if  fd-rec-pizza = ws-var-pizza
                       and fd-rec-tamanho = ws-var-tamanho then

                           perform varying ws-cte-ind from 1 by 1
                                       until ws-cte-ind > ws-cte-qtd
                                          or ws-cte-ingrediente(ws-cte-ind)
                                           = fd-rec-ingrediente
                               continue
                           end-perform

                           if  ws-cte-ind > ws-cte-qtd
                           and ws-cte-qtd < 100 then
                               add 1 to ws-cte-qtd
                               move fd-rec-ingrediente
                                 to ws-cte-ingrediente(ws-cte-qtd)
                               move 0 to ws-cte-quantidade(ws-cte-qtd)
                           end-if

                           if ws-cte-ind <= ws-cte-qtd then
                               compute ws-cte-quantidade(ws-cte-ind) =
                                       ws-cte-quantidade(ws-cte-ind)
                                     + (fd-rec-quantidade * ws-var-unidades)
                           end-if
                       else
                           move "10" to ws-receita-file-status
                       end-if
               end-read

           end-perform

           .
       explodir-consumo-venda-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   linha do relatorio de variacao do ingrediente do registro:
      *>   percorre os movimentos dele entre as duas datas de contagem
      *>   (vale a ultima contagem de cada data)
       apurar-variacao-ingrediente section.

           move "N" to ws-var-achou-ini
           move "N" to ws-var-achou-fim
           move 0   to ws-var-saldo-ini
           move 0   to ws-var-saldo-fim
           move 0   to ws-var-entradas
           move 0   to ws-var-perdas
           move 0   to ws-var-entradas-fim
           move 0   to ws-var-perdas-fim

           move fd-ing-nome     to fd-aju-ingrediente
           move ws-loja-atual   to fd-aju-loja
           move ws-inv-data-ini to fd-aju-data
           move 0               to fd-aju-hora

           start ajuste-file key >= fd-aju-chave
               invalid key
                   move "10" to ws-ajuste-file-status
           end-start

           perform until ws-ajuste-file-status <> "00"

               read ajuste-file next record
                   at end
                       move "10" to ws-ajuste-file-status
                   not at end
                       if fd-aju-ingrediente <> fd-ing-nome
                       or fd-aju-loja <> ws-loja-atual
                       or fd-aju-data > ws-inv-data-fim then
                           move "10" to ws-ajuste-file-status
                       else
                           perform acumular-ajuste-variacao
                       end-if
               end-read

           end-perform

           if  ws-var-achou-ini = "S"
           and ws-var-achou-fim = "S" then

               compute ws-var-real =
                       ws-var-saldo-ini + ws-var-entradas-fim
                     - ws-var-saldo-fim

               move 0 to ws-var-teorico

               perform varying ws-cte-ind from 1 by 1
                           until ws-cte-ind > ws-cte-qtd
                   if ws-cte-ingrediente(ws-cte-ind) = fd-ing-nome then
                       move ws-cte-quantidade(ws-cte-ind) to ws-var-teorico
                   end-if
               end-perform

               compute ws-var-diferenca = ws-var-real - ws-var-teorico
               compute ws-var-valor rounded =
                       ws-var-diferenca * fd-ing-custo-unit
               add ws-var-valor to ws-var-valor-total

               move fd-ing-nome         to ws-var-det-nome
               move ws-var-saldo-ini    to ws-var-det-ini
               move ws-var-entradas-fim to ws-var-det-entradas
               move ws-var-saldo-fim    to ws-var-det-fim
               move ws-var-real         to ws-var-det-real
               move ws-var-teorico      to ws-var-det-teorico
               move ws-var-perdas-fim   to ws-var-det-perdas
               move ws-var-diferenca    to ws-var-det-diferenca
               move ws-var-valor        to ws-var-det-valor
               write fd-linha-variacao from ws-variacao-detalhe

           else
               move fd-ing-nome to ws-var-sem-nome
               write fd-linha-variacao from ws-variacao-sem-contagem
           end-if

           .
       apurar-variacao-ingrediente-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   um movimento do ingrediente no periodo: a contagem da data
      *>   inicial zera as entradas e perdas; a da data final fotografa
      *>   o acumulado ate ela
       acumular-ajuste-variacao section.

           if  fd-aju-motivo = "C"
           and fd-aju-data = ws-inv-data-ini then
               move "S"               to ws-var-achou-ini
               move fd-aju-saldo-novo to ws-var-saldo-ini
               move 0                 to ws-var-entradas
               move 0                 to ws-var-perdas

           else
               if ws-var-achou-ini = "S" then
                   evaluate fd-aju-motivo
                       when "E" when "R"
                           add fd-aju-quantidade to ws-var-entradas

                       when "Q" when "V" when "I"
                           subtract fd-aju-quantidade from ws-var-perdas

                       when "C"
                           if fd-aju-data = ws-inv-data-fim then
                               move "S"               to ws-var-achou-fim
                               move fd-aju-saldo-novo to ws-var-saldo-fim
                               move ws-var-entradas   to ws-var-entradas-fim
                               move ws-var-perdas     to ws-var-perdas-fim
                           end-if
                   end-evaluate
               end-if
           end-if

           .
       acumular-ajuste-variacao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava EXCECOES.TXT: so as pizzas com a margem por cm2 do
      *>   preco cheio abaixo do piso da categoria, com o preco minimo
      *>   que as traria de volta (custo + piso x area)
       gerar-relatorio-excecoes section.

           accept ws-data-sistema from date yyyymmdd

           move ws-data-sis-dd   to ws-exc-cab-dd
           move ws-data-sis-mm   to ws-exc-cab-mm
           move ws-data-sis-aaaa to ws-exc-cab-aaaa

           open output excecoes-file

           if ws-excecoes-file-status = "00" then

               write fd-linha-excecoes from ws-excecoes-cabecalho
               write fd-linha-excecoes from ws-excecoes-titulo

               perform varying ind_aux from 1 by 1
                           until ind_aux > 100
                              or ws-nome(ind_aux) = spaces

                   move ws-categoria(ind_aux) to fd-pis-categoria

                   read pisos-file record

                   if ws-pisos-file-status = "00" then

                       compute raio = ws-diametro(ind_aux) / 2
                       compute pizza_area = 3,14 * (raio * raio)

                       if pizza_area > 0 then
                           compute ws-margem-cm2-teste =
                                  (ws-preco(ind_aux) - ws-custo(ind_aux))
                                  / pizza_area

                           if ws-margem-cm2-teste < fd-pis-margem-cm2 then
                               compute ws-preco-minimo =
                                       ws-custo(ind_aux) +
                                      (fd-pis-margem-cm2 * pizza_area)

                               move ws-nome(ind_aux)    to ws-exc-det-nome
                               move ws-tamanho(ind_aux)
                                 to ws-exc-det-tamanho

                               evaluate ws-categoria(ind_aux)
                                   when "S"
                                       move "Salgada"    to ws-exc-det-categoria
                                   when "D"
                                       move "Doce"       to ws-exc-det-categoria
                                   when other
                                       move "Sem categ." to ws-exc-det-categoria
                               end-evaluate

                               move ws-margem-cm2-teste to ws-exc-det-margem
                               move fd-pis-margem-cm2   to ws-exc-det-piso
                               move ws-preco-minimo     to ws-exc-det-minimo

                               write fd-linha-excecoes from ws-excecoes-detalhe
                           end-if
                       end-if
                   end-if

               end-perform

               close excecoes-file
           end-if

           .
       gerar-relatorio-excecoes-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   modo nao assistido: le as pizzas de um arquivo sequencial, monta o
      *>   relatorio em arquivo e encerra, sem nenhuma interacao com a tela
       modo-batch section.

           move "S" to ws-modo-batch

           perform ler-controle-batch

      *>       trava de execucao: o agendador ja disparou o job com a
      *>       execucao anterior ainda rodando; so RESTART passa, porque
      *>       uma queda tambem deixa o controle como EXECUTANDO
           if ws-ctl-status = "EXECUTANDO"
           and ws-batch-restart <> "S" then
               move "S" to ws-batch-bloqueado
               display "Execucao batch ja em andamento - "
                       "use RESTART para retomar uma execucao interrompida"

               move "S" to ws-exe-falha
               move "Bloqueada pela trava de execucao" to ws-exe-motivo
           end-if

           if ws-batch-bloqueado <> "S" then

      *>           RESTART retoma do checkpoint; execucao normal comeca
      *>           do inicio dos arquivos de entrada
               if ws-batch-restart = "S" then
                   move ws-ctl-ckpt-entrada  to ws-ckpt-entrada
                   move ws-ctl-ckpt-vendas   to ws-ckpt-vendas
                   move ws-ctl-ckpt-reajuste to ws-ckpt-reajuste
               else
                   move 0 to ws-ckpt-entrada
                   move 0 to ws-ckpt-vendas
                   move 0 to ws-ckpt-reajuste
               end-if

               move "EXECUTANDO"     to ws-ctl-status
               move ws-ckpt-entrada  to ws-ctl-ckpt-entrada
               move ws-ckpt-vendas   to ws-ctl-ckpt-vendas
               move ws-ckpt-reajuste to ws-ctl-ckpt-reajuste
               perform gravar-controle-batch

      *>           copia de seguranca dos arquivos de dados antes de a
      *>           carga comecar a regravar o catalogo; em RESTART a
      *>           copia do dia ja existe e nao pode ser sobreposta pelo
      *>           estado meio aplicado da execucao que caiu
               if ws-batch-restart <> "S" then
                   perform fechar-arquivos-dados
                   perform copiar-arquivos
                   perform abrir-arquivos-dados
               end-if

               move 0 to ws-registros-lidos
               move 0 to ws-apv-retidos

               open input entrada-batch

               if ws-entrada-batch-status = "00" then

                   move space to ws-fim-entrada-batch

                   perform until ws-fim-entrada-batch = "S"

                       read entrada-batch
                           at end
                               move "S" to ws-fim-entrada-batch
                           not at end
                               add 1 to ws-registros-lidos

      *>                           em RESTART, os registros ate o checkpoint
      *>                           ja foram aplicados pela execucao que caiu
                               if ws-registros-lidos > ws-ckpt-entrada then
                                   perform aplicar-entrada-batch

                                   move ws-registros-lidos
                                     to ws-ctl-ckpt-entrada
                                   perform gravar-controle-batch
                               end-if
                       end-read

                   end-perform

                   close entrada-batch

                   if ws-apv-retidos > 0 then
                       display "Alteracoes de preco enviadas para "
                               "aprovacao: " ws-apv-retidos
                   end-if

               end-if

               move "ENTRADA.DAT"           to ws-exe-arq-nome
               move ws-entrada-batch-status to ws-exe-arq-status
               move ws-registros-lidos      to ws-exe-lidos
               perform anotar-entrada-execucao

      *>           carga de vendas do feed noturno, nos mesmos moldes da
      *>           carga de catalogo de ENTRADA.DAT acima
               perform carga-vendas-batch

               move "ENTVENDAS.DAT"           to ws-exe-arq-nome
               move ws-entrada-vendas-status  to ws-exe-arq-status
               move ws-registros-lidos        to ws-exe-lidos
               perform anotar-entrada-execucao

      *>           reajustes de custo do fornecedor, com o relatorio de
      *>           impacto na margem antes/depois
               perform carga-reajustes-batch

               move "REAJUSTE.DAT"          to ws-exe-arq-nome
               move ws-reajuste-file-status to ws-exe-arq-status
               move ws-registros-lidos      to ws-exe-lidos
               perform anotar-entrada-execucao

      *>           precos aprovados pelo supervisor entram na data de
      *>           vigencia, depois da carga das vendas do dia, que
      *>           ainda foram feitas pelo preco antigo
               perform aplicar-precos-aprovados

               move "PRECOPEND.DAT"          to ws-exe-arq-nome
               move ws-precopend-file-status to ws-exe-arq-status
               move ws-apv-vencidas          to ws-exe-lidos
               move ws-apv-efetivadas        to ws-exe-aplicados
               move ws-apv-canceladas        to ws-exe-rejeitados
               perform anotar-entrada-execucao

      *>           o relatorio de impacto so sai quando houve reajuste
               if ws-reajuste-file-status = "00" then
                   move "IMPACTO.TXT"          to ws-exe-arq-nome
                   move ws-impacto-file-status to ws-exe-arq-status
                   perform anotar-saida-execucao
               end-if

      *>           com as vendas do dia baixadas do estoque e os custos
      *>           reajustados, emite a lista de compras dos ingredientes
      *>           abaixo do minimo
               perform gerar-lista-compras

               move "COMPRAS.TXT"          to ws-exe-arq-nome
               move ws-compras-file-status to ws-exe-arq-status
               perform anotar-saida-execucao

      *>           reconcilia os campos derivados gravados com o recalculo
      *>           e regrava os divergentes, antes de emitir o relatorio
               move "S" to ws-verifica-reparar
               perform verificar-catalogo
               move space to ws-verifica-reparar

               move "VERIFICA.TXT"          to ws-exe-arq-nome
               move ws-verifica-file-status to ws-exe-arq-status
               perform anotar-saida-execucao

      *>           custo de producao derivado da receita, para que um
      *>           reajuste de ingrediente chegue a todas as pizzas antes
      *>           do relatorio
               perform atualizar-custos-receita

               perform calculo

      *>           com os custos recalculados, relata em folha propria as
      *>           pizzas abaixo do piso de margem da categoria
               perform gerar-relatorio-excecoes

               move "EXCECOES.TXT"          to ws-exe-arq-nome
               move ws-excecoes-file-status to ws-exe-arq-status
               perform anotar-saida-execucao

               perform ordenacao
               perform porcentagem-pizza
               perform calcular-tendencia
               perform exibir-relatorio

               move "RELATORIO.TXT"          to ws-exe-arq-nome
               move ws-relatorio-file-status to ws-exe-arq-status
               perform anotar-saida-execucao

      *>           exportacao do catalogo para o POS e a matriz, na mesma
      *>           janela noturna do relatorio
               perform exportar-catalogo

               move "CATALOGO.CSV"          to ws-exe-arq-nome
               move ws-exporta-file-status  to ws-exe-arq-status
               perform anotar-saida-execucao

      *>           execucao completa: libera a trava e zera o checkpoint
               move "ENCERRADO"  to ws-ctl-status
               move 0            to ws-ctl-ckpt-entrada
               move 0            to ws-ctl-ckpt-vendas
               move 0            to ws-ctl-ckpt-reajuste
               perform gravar-controle-batch
           end-if

           .
       modo-batch-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   aplica uma linha de ENTRADA.DAT ao catalogo com as mesmas regras
      *>   da tela de cadastro, registrando rejeicoes para o relatorio
       aplicar-entrada-batch section.

           move fd-ent-nome      to ws-nome-pizza
           move fd-ent-tamanho   to ws-tamanho-pizza
           move fd-ent-diametro  to ws-diametro-pizza
           move fd-ent-preco     to ws-preco-pizza
           move fd-ent-custo     to ws-custo-pizza
           move fd-ent-categoria to ws-categoria-pizza
           move space            to ws-novo-nome-pizza

           if fd-ent-vigencia is numeric then
               move fd-ent-vigencia to ws-vigencia-pizza
           else
               move 0               to ws-vigencia-pizza
           end-if

           move space to ws-msn

           perform localizar-pizza

      *>       pizza ja cadastrada: atualiza preco/diametro/custo;
      *>       senao, inclui como pizza nova (mesma regra da tela)
           if ws-achou-pizza = "S" then
               move "A" to ws-acao-pizza
               perform alterar-pizza
           else
               move "I" to ws-acao-pizza
               perform inserir-pizza
           end-if

           if ws-msn <> space then
               add 1 to ws-exe-rejeitados
           else
               add 1 to ws-exe-aplicados
           end-if

      *>       linha da entrada rejeitada pela validacao: registra
      *>       para constar no relatorio, ja que nao ha tela em
      *>       modo batch para mostrar ws-msn ao operador
           if ws-msn <> space
           and ws-contador-rejeitos < 100 then
               add 1 to ws-contador-rejeitos
               move ws-nome-pizza to ws-rej-nome(ws-contador-rejeitos)
               move ws-msn        to ws-rej-motivo(ws-contador-rejeitos)
           end-if

           .
       aplicar-entrada-batch-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   le o registro de controle da execucao batch; sem arquivo, a
      *>   ultima execucao encerrou normalmente
       ler-controle-batch section.

           move "ENCERRADO" to ws-ctl-status
           move 0           to ws-ctl-ckpt-entrada
           move 0           to ws-ctl-ckpt-vendas
           move 0           to ws-ctl-ckpt-reajuste

           open input controle-file

           if ws-controle-file-status = "00" then

               read controle-file
                   at end
                       continue
                   not at end
                       move fd-registro-controle to ws-registro-controle
               end-read

               close controle-file
           end-if

      *>       registro de controle anterior ao checkpoint de reajuste
      *>       vem mais curto e deixa o campo em branco
           if ws-ctl-ckpt-reajuste not numeric then
               move 0 to ws-ctl-ckpt-reajuste
           end-if

           .
       ler-controle-batch-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   regrava o registro de controle; chamado a cada registro aplicado
      *>   para o checkpoint sobreviver a uma queda no meio da carga
       gravar-controle-batch section.

           open output controle-file

           if ws-controle-file-status = "00" then
               write fd-registro-controle from ws-registro-controle
               close controle-file
           end-if

           .
       gravar-controle-batch-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   abre a execucao no diario: guarda o inicio, zera os arquivos
      *>   anotados e grava a linha de inicio, para que uma execucao que
      *>   caia no meio apareca como interrompida
       iniciar-execucao section.

           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time

           move ws-data-sistema-num to ws-exi-data
           move ws-hora-sistema     to ws-exi-hora

           move "S"    to ws-exe-ativo
           move "N"    to ws-exe-falha
           move spaces to ws-exe-motivo
           move 0      to ws-exe-qtd
           move 0      to ws-exe-lidos
           move 0      to ws-exe-aplicados
           move 0      to ws-exe-rejeitados

           move ws-exe-inicio          to ws-exe-id
           move "I"                    to ws-exe-tipo
           move ws-exe-parametro-atual to ws-exe-parametro
           move spaces                 to ws-exe-conteudo

           open extend execucao-file

           if ws-execucao-file-status = "35" then
               open output execucao-file
           end-if

           if ws-execucao-file-status = "00" then
               write fd-linha-execucao from ws-registro-execucao
               close execucao-file
           end-if

           .
       iniciar-execucao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   fecha a execucao no diario: resultado (SUCESSO, COM REJEICOES
      *>   ou FALHA), os arquivos anotados e o codigo de retorno devolvido
      *>   ao agendador (0, 4 ou 8)
       encerrar-execucao section.

           move 0 to ws-exe-total-rejeitados

           perform varying ws-exe-ind from 1 by 1
                       until ws-exe-ind > ws-exe-qtd
               add ws-eaq-rejeitados(ws-exe-ind) to ws-exe-total-rejeitados
           end-perform

           evaluate true
               when ws-exe-falha = "S"
                   move "FALHA"         to ws-exe-resultado
                   move 8               to ws-exe-retorno
               when ws-exe-total-rejeitados > 0
                   move "COM REJEICOES" to ws-exe-resultado
                   move 4               to ws-exe-retorno
               when other
                   move "SUCESSO"       to ws-exe-resultado
                   move 0               to ws-exe-retorno
           end-evaluate

           move ws-exe-inicio          to ws-exe-id
           move ws-exe-parametro-atual to ws-exe-parametro

           open extend execucao-file

           if ws-execucao-file-status = "35" then
               open output execucao-file
           end-if

           if ws-execucao-file-status = "00" then

               perform varying ws-exe-ind from 1 by 1
                           until ws-exe-ind > ws-exe-qtd

                   move "A"    to ws-exe-tipo
                   move spaces to ws-exe-conteudo
                   move ws-eaq-nome(ws-exe-ind)       to ws-exa-nome
                   move ws-eaq-uso(ws-exe-ind)        to ws-exa-uso
                   move ws-eaq-situacao(ws-exe-ind)   to ws-exa-situacao
                   move ws-eaq-lidos(ws-exe-ind)      to ws-exa-lidos
                   move ws-eaq-aplicados(ws-exe-ind)  to ws-exa-aplicados
                   move ws-eaq-rejeitados(ws-exe-ind) to ws-exa-rejeitados

                   write fd-linha-execucao from ws-registro-execucao
               end-perform

               accept ws-data-sistema from date yyyymmdd
               accept ws-hora-sistema from time

               move "F"    to ws-exe-tipo
               move spaces to ws-exe-conteudo
               move ws-data-sistema-num to ws-exf-data-fim
               move ws-hora-sistema     to ws-exf-hora-fim
               move ws-exe-resultado    to ws-exf-resultado
               move ws-exe-retorno      to ws-exf-retorno
               move ws-exe-motivo       to ws-exf-motivo

               write fd-linha-execucao from ws-registro-execucao

               close execucao-file
           end-if

           move "N" to ws-exe-ativo

           display "Execucao " ws-exe-parametro-atual " encerrada - "
                   ws-exe-resultado " - codigo de retorno " ws-exe-retorno

           move ws-exe-retorno to return-code

           .
       encerrar-execucao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   inclui na execucao corrente o arquivo de ws-exe-arq-nome com a
      *>   situacao, as contagens e o uso ja preenchidos na entrada livre
      *>   da tabela (ws-exe-ind); fora de uma execucao do diario nao faz
      *>   nada
       anotar-arquivo-execucao section.

           if  ws-exe-ativo = "S"
           and ws-exe-qtd < 40 then
               add 1 to ws-exe-qtd
               move ws-exe-qtd        to ws-exe-ind
               move ws-exe-arq-nome   to ws-eaq-nome(ws-exe-ind)
               move ws-exe-lidos      to ws-eaq-lidos(ws-exe-ind)
               move ws-exe-aplicados  to ws-eaq-aplicados(ws-exe-ind)
               move ws-exe-rejeitados to ws-eaq-rejeitados(ws-exe-ind)
           end-if

           move 0 to ws-exe-lidos
           move 0 to ws-exe-aplicados
           move 0 to ws-exe-rejeitados

           .
       anotar-arquivo-execucao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   arquivo de entrada da execucao: status de abertura em
      *>   ws-exe-arq-status (35 = ausente, que nao e falha) e as
      *>   contagens de lidos, aplicados e rejeitados
       anotar-entrada-execucao section.

           if ws-exe-ativo = "S" then
               move 0 to ws-exe-ind
               perform anotar-arquivo-execucao

               if ws-exe-ind > 0 then
                   move "E" to ws-eaq-uso(ws-exe-ind)

                   evaluate ws-exe-arq-status
                       when "00"
                           move "LIDO"    to ws-eaq-situacao(ws-exe-ind)
                       when "35"
                           move "AUSENTE" to ws-eaq-situacao(ws-exe-ind)
                       when other
                           move "ERRO"    to ws-eaq-situacao(ws-exe-ind)
                           perform registrar-falha-execucao
                   end-evaluate
               end-if
           end-if

           .
       anotar-entrada-execucao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   arquivo gravado pela execucao: status final em ws-exe-arq-status
      *>   (o de fechamento quando deu certo, o de abertura quando nao)
       anotar-saida-execucao section.

           if ws-exe-ativo = "S" then
               move 0 to ws-exe-ind
               perform anotar-arquivo-execucao

               if ws-exe-ind > 0 then
                   move "S" to ws-eaq-uso(ws-exe-ind)

                   if ws-exe-arq-status = "00" then
                       move "GRAVADO" to ws-eaq-situacao(ws-exe-ind)
                   else
                       move "ERRO"    to ws-eaq-situacao(ws-exe-ind)
                       perform registrar-falha-execucao
                   end-if
               end-if
           end-if

           .
       anotar-saida-execucao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   primeira falha da execucao fica como motivo do resultado
       registrar-falha-execucao section.

           if ws-exe-falha <> "S" then
               move spaces to ws-exe-motivo
               string "Erro no arquivo " ws-exe-arq-nome delimited by space
                      " - status " ws-exe-arq-status delimited by size
                 into ws-exe-motivo
               end-string
           end-if

           move "S" to ws-exe-falha

           .
       registrar-falha-execucao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   arquivo de dados que nao abre encerra o programa: a execucao do
      *>   diario fecha como falha; fora dela, o codigo de retorno ao
      *>   menos sai diferente de zero
       encerrar-falha-abertura section.

           if ws-exe-ativo = "S" then
               perform registrar-falha-execucao
               perform encerrar-execucao
           else
               move 8 to return-code
           end-if

           .
       encerrar-falha-abertura-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   copia de seguranca gerada (ou nao) por uma das secoes copiar-
       anotar-copia-execucao section.

           move ws-copia-nome        to ws-exe-arq-nome
           move ws-copia-file-status to ws-exe-arq-status
           perform anotar-saida-execucao

           .
       anotar-copia-execucao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   arquivo de dados recriado por uma das secoes restaurar-: lidos
      *>   da copia, regravados e recusados na regravacao
       anotar-restauracao-execucao section.

           if ws-exe-arq-status = "00" then
               move ws-qtd-lidos-copia to ws-exe-lidos
               move ws-qtd-copiados    to ws-exe-aplicados
               compute ws-exe-rejeitados =
                       ws-qtd-lidos-copia - ws-qtd-copiados
               add 1 to ws-exe-restaurados
           end-if

           perform anotar-saida-execucao

           .
       anotar-restauracao-execucao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   copia da data pedida que nao existe: o arquivo de dados fica
      *>   como estava (arquivo que ainda nao existia na data da copia)
       anotar-copia-ausente-execucao section.

           move ws-copia-nome to ws-exe-arq-nome
           move "35"          to ws-exe-arq-status
           perform anotar-entrada-execucao

           .
       anotar-copia-ausente-execucao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   diario do REPARA: pizzas conferidas e regravadas, e o
      *>   relatorio da verificacao
       anotar-reparo-execucao section.

           if ws-verifica-file-status = "00" then
               compute ws-exe-lidos = ind_aux - 1
               move ws-contador-divergencias to ws-exe-aplicados
           end-if

           move "PIZZAS.DAT" to ws-exe-arq-nome
           move "00"         to ws-exe-arq-status
           perform anotar-entrada-execucao

           move "VERIFICA.TXT"          to ws-exe-arq-nome
           move ws-verifica-file-status to ws-exe-arq-status
           perform anotar-saida-execucao

           .
       anotar-reparo-execucao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   lista em EXECUCOES.TXT as ws-parametro-qtd ultimas execucoes do
      *>   diario (10 quando omitido, ate 99): uma passada conta os
      *>   inicios, outra escolhe os ultimos e cada execucao escolhida e
      *>   montada com as suas linhas
       listar-execucoes section.

           if ws-parametro-qtd = 0 then
               move 10 to ws-exe-listar
           else
               if ws-parametro-qtd > 99 then
                   move 99 to ws-exe-listar
               else
                   move ws-parametro-qtd to ws-exe-listar
               end-if
           end-if

           move 0 to ws-exe-total
           move 0 to ws-exe-sel-qtd

           open input execucao-file

           if ws-execucao-file-status = "00" then

               move space to ws-fim-execucoes

               perform until ws-fim-execucoes = "S"

                   read execucao-file
                       at end
                           move "S" to ws-fim-execucoes
                       not at end
                           move fd-linha-execucao to ws-registro-execucao
                           if ws-exe-tipo = "I" then
                               add 1 to ws-exe-total
                           end-if
                   end-read

               end-perform

               close execucao-file
           end-if

           if ws-exe-total > ws-exe-listar then
               compute ws-exe-pular = ws-exe-total - ws-exe-listar
           else
               move 0 to ws-exe-pular
           end-if

           if ws-exe-total > 0 then

               open input execucao-file

               move 0     to ws-exe-total
               move space to ws-fim-execucoes

               perform until ws-fim-execucoes = "S"

                   read execucao-file
                       at end
                           move "S" to ws-fim-execucoes
                       not at end
                           move fd-linha-execucao to ws-registro-execucao
                           if ws-exe-tipo = "I" then
                               add 1 to ws-exe-total
                               if ws-exe-total > ws-exe-pular then
                                   add 1 to ws-exe-sel-qtd
                                   move ws-exe-data-ini
                                     to ws-exs-data(ws-exe-sel-qtd)
                                   move ws-exe-hora-ini
                                     to ws-exs-hora(ws-exe-sel-qtd)
                               end-if
                           end-if
                   end-read

               end-perform

               close execucao-file
           end-if

           accept ws-data-sistema from date yyyymmdd

           move ws-data-sis-dd   to ws-exl-cab-dd
           move ws-data-sis-mm   to ws-exl-cab-mm
           move ws-data-sis-aaaa to ws-exl-cab-aaaa

           open output execlst-file

           if ws-execlst-file-status <> "00" then
               display "Erro ao abrir EXECUCOES.TXT - status "
                       ws-execlst-file-status

           else
               write fd-linha-execlst from ws-execlst-cabecalho

               if ws-exe-sel-qtd = 0 then
                   move spaces to fd-linha-execlst
                   write fd-linha-execlst
                   write fd-linha-execlst from ws-execlst-sem-execucoes
               end-if

               perform varying ws-exe-sel-ind from 1 by 1
                           until ws-exe-sel-ind > ws-exe-sel-qtd
                   perform listar-uma-execucao
               end-perform

               close execlst-file

               display "Ultimas execucoes gravadas em EXECUCOES.TXT - "
                       "execucoes: " ws-exe-sel-qtd
           end-if

           .
       listar-execucoes-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava na listagem a execucao ws-exe-sel-ind: linha de inicio e
      *>   fim com o resultado, o motivo da falha e os arquivos; sem linha
      *>   de fim, a execucao caiu no meio ou ainda esta rodando
       listar-uma-execucao section.

           move spaces to ws-exl-fim
           move spaces to ws-exl-retorno
           move spaces to ws-exl-motivo
           move "INTERROMPIDA" to ws-exl-resultado

           move ws-exs-data(ws-exe-sel-ind)(1:4) to ws-exm-aaaa
           move ws-exs-data(ws-exe-sel-ind)(5:2) to ws-exm-mm
           move ws-exs-data(ws-exe-sel-ind)(7:2) to ws-exm-dd
           move ws-exs-hora(ws-exe-sel-ind)(1:2) to ws-exm-hh
           move ws-exs-hora(ws-exe-sel-ind)(3:2) to ws-exm-mi
           move ws-exs-hora(ws-exe-sel-ind)(5:2) to ws-exm-ss
           perform editar-momento-execucao
           move ws-exe-momento-edit to ws-exl-inicio

      *>       primeira passada: o fim e o parametro da execucao
           open input execucao-file

           move space to ws-fim-execucoes

           perform until ws-fim-execucoes = "S"

               read execucao-file
                   at end
                       move "S" to ws-fim-execucoes
                   not at end
                       move fd-linha-execucao to ws-registro-execucao
                       if  ws-exe-data-ini = ws-exs-data(ws-exe-sel-ind)
                       and ws-exe-hora-ini = ws-exs-hora(ws-exe-sel-ind)
                       then
                           move ws-exe-parametro to ws-exl-parametro

                           if ws-exe-tipo = "F" then
                               move ws-exf-resultado to ws-exl-resultado
                               move ws-exf-retorno   to ws-exl-retorno
                               move ws-exf-motivo    to ws-exl-motivo

                               move ws-exf-data-fim(1:4) to ws-exm-aaaa
                               move ws-exf-data-fim(5:2) to ws-exm-mm
                               move ws-exf-data-fim(7:2) to ws-exm-dd
                               move ws-exf-hora-fim(1:2) to ws-exm-hh
                               move ws-exf-hora-fim(3:2) to ws-exm-mi
                               move ws-exf-hora-fim(5:2) to ws-exm-ss
                               perform editar-momento-execucao
                               move ws-exe-momento-edit to ws-exl-fim
                           end-if
                       end-if
               end-read

           end-perform

           close execucao-file

           move spaces to fd-linha-execlst
           write fd-linha-execlst
           write fd-linha-execlst from ws-execlst-execucao

           if ws-exl-motivo <> spaces then
               write fd-linha-execlst from ws-execlst-motivo
           end-if

      *>       segunda passada: os arquivos, na ordem em que foram
      *>       anotados
           open input execucao-file

           move space to ws-fim-execucoes
           move 0     to ws-exe-ind

           perform until ws-fim-execucoes = "S"

               read execucao-file
                   at end
                       move "S" to ws-fim-execucoes
                   not at end
                       move fd-linha-execucao to ws-registro-execucao
                       if  ws-exe-data-ini = ws-exs-data(ws-exe-sel-ind)
                       and ws-exe-hora-ini = ws-exs-hora(ws-exe-sel-ind)
                       and ws-exe-tipo = "A" then
                           if ws-exe-ind = 0 then
                               write fd-linha-execlst
                                from ws-execlst-tit-arquivos
                           end-if

                           add 1 to ws-exe-ind

                           move ws-exa-nome       to ws-exl-arq-nome
                           move ws-exa-uso        to ws-exl-arq-uso
                           move ws-exa-situacao   to ws-exl-arq-situacao
                           move ws-exa-lidos      to ws-exl-arq-lidos
                           move ws-exa-aplicados  to ws-exl-arq-aplic
                           move ws-exa-rejeitados to ws-exl-arq-rej

                           write fd-linha-execlst from ws-execlst-arquivo
                       end-if
               end-read

           end-perform

           close execucao-file

           .
       listar-uma-execucao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   edita a data e a hora de ws-exe-momento em DD/MM/AAAA HH:MM:SS
       editar-momento-execucao section.

           move ws-exm-dd   to ws-exd-dd
           move ws-exm-mm   to ws-exd-mm
           move ws-exm-aaaa to ws-exd-aaaa
           move ws-exm-hh   to ws-exd-hh
           move ws-exm-mi   to ws-exd-mi
           move ws-exm-ss   to ws-exd-ss

           .
       editar-momento-execucao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   modo simulacao: aplica as propostas de PROPOSTA.DAT somente na
      *>   tabela em memoria e grava SIMULACAO.TXT com o antes e o depois;
      *>   PIZZAS.DAT e o historico de tendencia ficam intactos
       modo-simulacao section.

      *>       a simulacao compara catalogo contra proposta a preco
      *>       cheio: uma promocao vigente no dia nao pode sobrepor o
      *>       preco proposto no recalculo
           move "S" to ws-simulando

      *>       indicadores vigentes; nao passa pelo custo por receita,
      *>       que regravaria PIZZAS.DAT
           perform calculo
           perform ordenacao
           perform porcentagem-pizza

           move 1 to ind

           perform until  ind > 100
                       or ws-nome(ind) = spaces

               move ws-nome(ind)       to ws-sat-nome(ind)
               move ws-tamanho(ind)    to ws-sat-tamanho(ind)
               move ws-preco_cm2(ind)  to ws-sat-preco_cm2(ind)
               move ws-margem_cm2(ind) to ws-sat-margem_cm2(ind)

               add 1 to ind
           end-perform

      *>       marca o fim do retrato, para a busca do lado "atual" parar
      *>       na primeira posicao vazia
           if ind <= 100 then
               move spaces to ws-sat-nome(ind)
           end-if

           open input proposta-file

           if ws-proposta-file-status = "00" then

               move space to ws-fim-proposta

               perform until ws-fim-proposta = "S"

                   read proposta-file
                       at end
                           move "S" to ws-fim-proposta
                       not at end
                           perform aplicar-proposta
                   end-read

               end-perform

               close proposta-file

           end-if

      *>       recalcula tudo com os precos propostos, pela mesma regua do
      *>       relatorio oficial
           perform calculo
           perform ordenacao
           perform porcentagem-pizza

           perform gravar-simulacao

           .
       modo-simulacao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   aplica uma proposta de preco somente na tabela em memoria, com
      *>   as mesmas validacoes da carga de catalogo
       aplicar-proposta section.

           move fd-pro-nome    to ws-nome-pizza
           move fd-pro-tamanho to ws-tamanho-pizza

           perform localizar-pizza

           if ws-achou-pizza <> "S" then

               if ws-contador-rejeitos < 100 then
                   add 1 to ws-contador-rejeitos
                   move fd-pro-nome to ws-rej-nome(ws-contador-rejeitos)
                   move "Pizza nao cadastrada"
                     to ws-rej-motivo(ws-contador-rejeitos)
               end-if

           else
               if fd-pro-preco = 0 then

                   if ws-contador-rejeitos < 100 then
                       add 1 to ws-contador-rejeitos
                       move fd-pro-nome to ws-rej-nome(ws-contador-rejeitos)
                       move "Preco da pizza nao pode ser zero"
                         to ws-rej-motivo(ws-contador-rejeitos)
                   end-if

               else
                   move fd-pro-preco to ws-preco(ind)

      *>               diametro e custo so entram na simulacao quando a
      *>               proposta os traz preenchidos
                   if fd-pro-diametro > 0 then
                       move fd-pro-diametro to ws-diametro(ind)
                   end-if

                   if fd-pro-custo > 0 then
                       move fd-pro-custo to ws-custo(ind)
                   end-if
               end-if
           end-if

           .
       aplicar-proposta-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava SIMULACAO.TXT: para cada pizza, na ordem do ranking
      *>   proposto, os indicadores vigentes ao lado dos recalculados
       gravar-simulacao section.

           accept ws-data-sistema from date yyyymmdd

           move ws-data-sis-dd   to ws-sim-cab-dd
           move ws-data-sis-mm   to ws-sim-cab-mm
           move ws-data-sis-aaaa to ws-sim-cab-aaaa

           open output simulacao-file

           if ws-simulacao-file-status = "00" then

               write fd-linha-simulacao from ws-simulacao-cabecalho
               write fd-linha-simulacao from ws-simulacao-titulo

               move 1 to ind_aux

               perform until  ind_aux > 100
                           or ws-nome(ind_aux) = spaces

                   move ws-nome(ind_aux)          to ws-sim-det-nome
                   move ws-tamanho(ind_aux)       to ws-sim-det-tamanho
                   move ws-preco(ind_aux)         to ws-sim-det-preco
                   move ws-preco_cm2(ind_aux)     to ws-sim-det-cm2-prop
                   move ws-diferenca_rel(ind_aux) to ws-sim-det-diferenca
                   move ws-margem_cm2(ind_aux)    to ws-sim-det-mg-prop

                   move 0 to ws-sim-det-cm2-atual
                   move 0 to ws-sim-det-mg-atual

                   perform varying ind from 1 by 1
                               until ind > 100
                                  or ws-sat-nome(ind) = space

                       if  ws-sat-nome(ind) = ws-nome(ind_aux)
                       and ws-sat-tamanho(ind) = ws-tamanho(ind_aux) then
                           move ws-sat-preco_cm2(ind)
                             to ws-sim-det-cm2-atual
                           move ws-sat-margem_cm2(ind)
                             to ws-sim-det-mg-atual
                           exit perform
                       end-if

                   end-perform

                   write fd-linha-simulacao from ws-simulacao-detalhe

                   add 1 to ind_aux
               end-perform

      *>           propostas que nao puderam ser aplicadas, para a reuniao
      *>           de precos nao discutir numeros que nao mudaram
               if ws-contador-rejeitos > 0 then

                   move spaces to fd-linha-simulacao
                   write fd-linha-simulacao

                   perform varying ind_aux from 1 by 1
                               until ind_aux > ws-contador-rejeitos

                       move ws-rej-nome(ind_aux)   to ws-rel-rej-nome
                       move ws-rej-motivo(ind_aux) to ws-rel-rej-motivo
                       write fd-linha-simulacao from ws-relatorio-rejeicao

                   end-perform
               end-if

               close simulacao-file
           end-if

           .
       gravar-simulacao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   verificacao de integridade: recomputa preco cm2 e % vs melhor de
      *>   cada pizza e confronta com o gravado em PIZZAS.DAT, relatando
      *>   cada divergencia em VERIFICA.TXT; com ws-verifica-reparar ligado
      *>   os registros divergentes sao regravados com os valores corretos
       verificar-catalogo section.

      *>       recarrega a tabela do arquivo: no batch, as cargas que
      *>       rodaram antes ja passaram por calculo e o retrato em
      *>       memoria nao reflete mais o que esta gravado
           perform carregar-tabela

      *>       guarda os campos derivados como vieram do arquivo, antes de
      *>       o recalculo sobrepor a tabela
           move 1 to ind

           perform until  ind > 100
                       or ws-nome(ind) = spaces

               move ws-nome(ind)          to ws-ver-nome(ind)
               move ws-tamanho(ind)       to ws-ver-tamanho(ind)
               move ws-preco_cm2(ind)     to ws-ver-preco_cm2(ind)
               move ws-diferenca_rel(ind) to ws-ver-diferenca(ind)

               add 1 to ind
           end-perform

           if ind <= 100 then
               move spaces to ws-ver-nome(ind)
           end-if

      *>       recalculo pela mesma regua do relatorio oficial
           perform calculo
           perform ordenacao
           perform porcentagem-pizza

           accept ws-data-sistema from date yyyymmdd

           move ws-data-sis-dd   to ws-verif-cab-dd
           move ws-data-sis-mm   to ws-verif-cab-mm
           move ws-data-sis-aaaa to ws-verif-cab-aaaa

           move 0 to ws-contador-divergencias

           open output verifica-file

           if ws-verifica-file-status = "00" then

               write fd-linha-verifica from ws-verifica-cabecalho
               write fd-linha-verifica from ws-verifica-titulo

               move 1 to ind_aux

               perform until  ind_aux > 100
                           or ws-nome(ind_aux) = spaces

                   perform comparar-registro-verifica

                   add 1 to ind_aux
               end-perform

               move ws-contador-divergencias to ws-verif-rod-qtd

               if  ws-verifica-reparar = "S"
               and ws-contador-divergencias > 0 then
                   move " - registros regravados" to ws-verif-rod-acao
               else
                   move spaces to ws-verif-rod-acao
               end-if

               move spaces to fd-linha-verifica
               write fd-linha-verifica
               write fd-linha-verifica from ws-verifica-rodape

               close verifica-file
           end-if

           .
       verificar-catalogo-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   confronta a pizza apontada por ind_aux com os valores gravados;
      *>   divergencia vai para o relatorio e, em modo reparo, o registro
      *>   volta para o arquivo com os valores recalculados
       comparar-registro-verifica section.

           move "N" to ws-registro-diverge

           perform varying ind from 1 by 1
                       until ind > 100
                          or ws-ver-nome(ind) = space

               if  ws-ver-nome(ind) = ws-nome(ind_aux)
               and ws-ver-tamanho(ind) = ws-tamanho(ind_aux) then

      *>           o arquivo guarda o preco cm2 e a porcentagem do preco
      *>           cheio, entao a comparacao usa o recalculo cheio
      *>           (promocao vigente nao e divergencia)
                   if ws-ver-preco_cm2(ind) <> ws-preco_cm2-cheio(ind_aux)
                   or ws-ver-diferenca(ind) <> ws-diferenca-cheia(ind_aux) then
                       move "S" to ws-registro-diverge

                       move ws-nome(ind_aux)          to ws-verif-det-nome
                       move ws-tamanho(ind_aux)       to ws-verif-det-tamanho
                       move ws-ver-preco_cm2(ind)     to ws-verif-det-cm2-arq
                       move ws-preco_cm2-cheio(ind_aux) to ws-verif-det-cm2-calc
                       move ws-ver-diferenca(ind)     to ws-verif-det-dif-arq
                       move ws-diferenca-cheia(ind_aux) to ws-verif-det-dif-calc
                       write fd-linha-verifica from ws-verifica-detalhe

                       add 1 to ws-contador-divergencias
                   end-if

                   exit perform
               end-if

           end-perform

           if  ws-registro-diverge = "S"
           and ws-verifica-reparar = "S" then
               move ind_aux to ind
               perform gravar-pizza-arquivo
           end-if

           .
       comparar-registro-verifica-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   consulta paginada do catalogo direto do arquivo indexado
      *>   (START/READ NEXT), com filtro por inicio de nome, categoria e
      *>   situacao; a selecao leva o nome e o tamanho preenchidos para
      *>   a tela de cadastro, de vendas ou de receita
       consulta-catalogo section.

           move spaces to ws-con-filtro-nome
           move space  to ws-con-filtro-cat
           move space  to ws-con-filtro-sit
           move space  to ws-con-avancar

           perform until ws-sair = "V"
                      or ws-sair = "v"

               perform montar-pagina-consulta

               move 0     to ws-con-selecao
               move space to ws-con-destino
               move space to ws-con-comando

               if ws-con-qtd = 0 then
                   move "Nenhuma pizza encontrada para o filtro" to ws-msn
               end-if

      *>     deixa a tela parada no console
               display sc-tela-consulta
               perform exibir-pagina-consulta
               accept sc-tela-consulta

               move space to ws-msn

               if  ws-sair <> "V"
               and ws-sair <> "v" then

                   if  ws-con-selecao >= 1
                   and ws-con-selecao <= ws-con-qtd then

      *>               nome e tamanho selecionados seguem preenchidos
      *>               para a tela de destino
                       move ws-con-nome(ws-con-selecao) to ws-pref-nome
                       move ws-con-tam(ws-con-selecao)  to ws-pref-tamanho
                       move "S" to ws-consulta-prefill

                       evaluate ws-con-destino
                           when "C" when "c"
                               perform cadastro-pizza

                           when "V" when "v"
                               perform vendas-pizza

                           when "R" when "r"
                               perform cadastro-receita

                           when other
                               move space to ws-consulta-prefill
                               move "Destino deve ser C, V ou R" to ws-msn
                       end-evaluate

      *>                   o voltar da tela de destino nao encerra a
      *>                   consulta, e a lista remonta do inicio
                       move space to ws-consulta-prefill
                       move space to ws-sair
                       move space to ws-con-avancar

                   else
      *>               P avanca para a proxima pagina; qualquer outro
      *>               comando remonta a lista do inicio com o filtro
                       if  (ws-con-comando = "P" or ws-con-comando = "p")
                       and ws-con-qtd > 0 then
                           move "S" to ws-con-avancar
                       else
                           move space to ws-con-avancar
                       end-if
                   end-if
               end-if

           end-perform

           .
       consulta-catalogo-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   monta uma pagina da consulta: posiciona no arquivo indexado
      *>   pelo filtro (ou depois da ultima pizza exibida) e le ate 8
      *>   registros que passem nos filtros
       montar-pagina-consulta section.

      *>       normaliza os filtros digitados em minusculas
           if ws-con-filtro-cat = "s" then
               move "S" to ws-con-filtro-cat
           end-if
           if ws-con-filtro-cat = "d" then
               move "D" to ws-con-filtro-cat
           end-if
           if ws-con-filtro-sit = "a" then
               move "A" to ws-con-filtro-sit
           end-if
           if ws-con-filtro-sit = "i" then
               move "I" to ws-con-filtro-sit
           end-if

      *>       tamanho util do filtro de nome, como na exportacao
           if ws-con-filtro-nome = spaces then
               move 0 to ws-con-filtro-len
           else
               move 25 to ws-con-filtro-len
               perform until ws-con-filtro-len = 1
                          or ws-con-filtro-nome(ws-con-filtro-len:1)
                             <> space
                   subtract 1 from ws-con-filtro-len
               end-perform
           end-if

           move 0 to ws-con-qtd

           if ws-con-avancar = "S" then
               move ws-con-ultima-chave to fd-piz-chave

               start pizza-file key > fd-piz-chave
                   invalid key
                       continue
               end-start
           else
      *>           o filtro de nome preenchido com espacos ordena antes
      *>           de qualquer nome que comece por ele
               if ws-con-filtro-len = 0 then
                   move low-values to ws-con-prox-chave
               else
                   move ws-con-filtro-nome to ws-con-prox-nome
                   move low-values         to ws-con-prox-tam
               end-if

               move ws-con-prox-chave to fd-piz-chave

               start pizza-file key >= fd-piz-chave
                   invalid key
                       continue
               end-start
           end-if

           move space to ws-con-fim-pagina

           if ws-file-status <> "00" then
               move "S" to ws-con-fim-pagina
           end-if

           perform until ws-con-fim-pagina = "S"

               read pizza-file next record
                   at end
                       move "S" to ws-con-fim-pagina
                   not at end
      *>                   o arquivo e ordenado por nome: alem do prefixo
      *>                   do filtro nao ha mais o que listar
                       if  ws-con-filtro-len > 0
                       and fd-nome(1:ws-con-filtro-len) <>
                           ws-con-filtro-nome(1:ws-con-filtro-len) then
                           move "S" to ws-con-fim-pagina

                       else
                           if (   ws-con-filtro-cat = space
                               or ws-con-filtro-cat = fd-categoria)
                           and (   ws-con-filtro-sit = space
                               or ws-con-filtro-sit = fd-situacao) then

                               add 1 to ws-con-qtd
                               move fd-nome     to ws-con-nome(ws-con-qtd)
                               move fd-tamanho  to ws-con-tam(ws-con-qtd)
                               move fd-preco    to ws-con-preco(ws-con-qtd)
                               compute ws-con-margem(ws-con-qtd) =
                                       fd-preco - fd-custo
                               move fd-situacao to ws-con-sit(ws-con-qtd)
                           end-if

                           move fd-piz-chave to ws-con-ultima-chave

                           if ws-con-qtd >= 8 then
                               move "S" to ws-con-fim-pagina
                           end-if
                       end-if
               end-read

               if  ws-file-status <> "00"
               and ws-con-fim-pagina <> "S" then
                   move "S" to ws-con-fim-pagina
               end-if

           end-perform

           .
       montar-pagina-consulta-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   exibe as linhas da pagina corrente da consulta, uma a uma
       exibir-pagina-consulta section.

           perform varying ind from 1 by 1
                       until ind > ws-con-qtd

               compute linha_conteudo = 6 + ind

               move ind                to ws-con-lin-num
               move ws-con-nome(ind)   to ws-con-lin-nome
               move ws-con-tam(ind)    to ws-con-lin-tam
               move ws-con-preco(ind)  to ws-con-lin-preco
               move ws-con-margem(ind) to ws-con-lin-margem
               move ws-con-sit(ind)    to ws-con-lin-sit

               display sc-consulta-linha
           end-perform

           .
       exibir-pagina-consulta-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------


       cadastro-pizza section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move space  to ws-nome-pizza
               move space  to ws-tamanho-pizza
               move   0    to ws-diametro-pizza
               move   0    to ws-preco-pizza
               move   0    to ws-custo-pizza
               move space  to ws-novo-nome-pizza
               move space  to ws-categoria-pizza
               move space  to ws-confirma-piso
               move   0    to ws-vigencia-pizza
               move "I"    to ws-acao-pizza

      *>           pizza escolhida na consulta entra preenchida na
      *>           primeira volta da tela, com a acao ja em alteracao
               if ws-consulta-prefill = "S" then
                   move ws-pref-nome    to ws-nome-pizza
                   move ws-pref-tamanho to ws-tamanho-pizza
                   move "A"             to ws-acao-pizza
                   move space           to ws-consulta-prefill
               end-if

      *>           o outro terminal pode ter mexido no catalogo desde a
      *>           ultima volta da tela
               perform carregar-tabela

               perform contar-pizzas

      *>     deixa a tela parada no console
               display sc-tela-cad-pizza
               accept sc-tela-cad-pizza

               move space     to   ws-msn


      *>        nomes = spaces  são ignorados
               if ws-nome-pizza <> space then

                   perform localizar-pizza

                   evaluate ws-acao-pizza
                       when "A" when "a"
                           perform alterar-pizza

                       when "E" when "e"
                           perform excluir-pizza

                       when "D" when "d"
                           perform descontinuar-pizza

                       when "R" when "r"
                           perform reativar-pizza

                       when other
                           perform inserir-pizza
                   end-evaluate

               end-if

           end-perform


           .
       cadastro-pizza-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   tela de lancamento de vendas: quantidade vendida por pizza e dia
       vendas-pizza section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move space  to ws-venda-nome
               move space  to ws-venda-tamanho
               accept ws-venda-data from date yyyymmdd
               move   0    to ws-venda-qtd
               move space  to ws-venda-nome2

      *>           pizza escolhida na consulta entra preenchida na
      *>           primeira volta da tela
               if ws-consulta-prefill = "S" then
                   move ws-pref-nome    to ws-venda-nome
                   move ws-pref-tamanho to ws-venda-tamanho
                   move space           to ws-consulta-prefill
               end-if

      *>           o outro terminal pode ter mexido no catalogo desde a
      *>           ultima volta da tela
               perform carregar-tabela

      *>     deixa a tela parada no console
               display sc-tela-vendas
               accept sc-tela-vendas

               move space     to   ws-msn

      *>        nomes = spaces  são ignorados
               if ws-venda-nome <> space then
                   move ws-loja-atual to ws-venda-loja
                   perform gravar-venda
               end-if

           end-perform

           .
       vendas-pizza-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   valida e acumula uma venda em VENDAS.DAT (chave: pizza,
      *>   tamanho e data), com o preco cobrado e o custo do momento;
      *>   usada pela tela de vendas e pela carga noturna de ENTVENDAS.DAT
       gravar-venda section.

           move ws-venda-nome    to ws-nome-pizza
           move ws-venda-tamanho to ws-tamanho-pizza

           perform localizar-pizza

      *>       tamanho normalizado pela busca (branco vale M) volta para a
      *>       tela e para a chave da venda
           move ws-tamanho-pizza to ws-venda-tamanho
           move ind              to ws-meia-ind1

      *>       meio a meio: o segundo sabor tem de existir no mesmo
      *>       tamanho do primeiro
           if  ws-achou-pizza = "S"
           and ws-venda-nome2 <> space then
               move ws-venda-nome2 to ws-nome-pizza

               perform localizar-pizza

               move ind to ws-meia-ind2

               if ws-achou-pizza <> "S" then
                   move "Segundo sabor nao cadastrado para venda" to ws-msn
               else
                   if ws-venda-nome2 = ws-venda-nome then
                       move "N" to ws-achou-pizza
                       move "Os dois sabores sao a mesma pizza" to ws-msn
                   end-if
               end-if
           end-if

           if ws-achou-pizza <> "S" then
               if ws-msn = space then
                   move "Pizza nao cadastrada para venda" to ws-msn
               end-if

           else
               if ws-venda-qtd = 0 then
                   move "Quantidade vendida nao pode ser zero" to ws-msn

               else
      *>           data de verdade: mes 01-12, dia valido, sem futuro
               move ws-venda-data to ws-data-testada
               perform validar-data

               if ws-data-valida <> "S"
               or ws-data-futura = "S" then
                   move "Data de venda invalida" to ws-msn

               else
      *>           dia ja conferido e fechado nao aceita lancamento; o
      *>           ajuste passa pela reabertura do supervisor, que fica
      *>           registrada
               perform verificar-data-fechada

               if ws-data-fechada = "S" then
                   move "Data ja fechada - reabra o dia para ajustar" to ws-msn

               else
                   if ws-venda-nome2 = space then
                       move ws-meia-ind1 to ind

                       perform apurar-valor-venda

                       move ws-venda-nome to ws-venda-sabor
                       move ws-venda-qtd  to ws-venda-inteiras
                       move 0             to ws-venda-meias

                       perform lancar-venda-sabor
                   else
                       perform lancar-venda-meio-a-meio
                   end-if

                   if ws-msn = space then
                       move "Venda registrada com sucesso" to ws-msn
                   end-if
               end-if
               end-if
               end-if
           end-if

           .
       gravar-venda-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   acumula em VENDAS.DAT (chave: sabor, tamanho, data e loja
      *>   ws-venda-loja) o lancamento preparado em ws-venda-sabor,
      *>   ws-venda-inteiras,
      *>   ws-venda-meias e nos valores de apurar-valor-venda, e baixa o
      *>   estoque do sabor: receita inteira por pizza, meia por metade
       lancar-venda-sabor section.

           move ws-venda-sabor   to fd-vnd-nome
           move ws-venda-tamanho to fd-vnd-tamanho
           move ws-venda-data    to fd-vnd-data
           move ws-venda-loja    to fd-vnd-loja

           read vendas-file record

      *>       ja ha venda da pizza nesse dia: acumula a quantidade e os
      *>       valores; o preco e o custo unitarios passam a ser os deste
      *>       lancamento
           if ws-vendas-file-status = "00" then
               add ws-venda-inteiras   to fd-vnd-quantidade
               add ws-venda-meias      to fd-vnd-meias
               add ws-venda-receita    to fd-vnd-receita
               add ws-venda-custo      to fd-vnd-custo
               move ws-venda-preco-unit to fd-vnd-preco-unit
               move ws-venda-promo      to fd-vnd-promo
               move ws-venda-custo-unit to fd-vnd-custo-unit

               rewrite fd-registro-venda
                   invalid key
                       move "Erro ao gravar venda no arquivo" to ws-msn
               end-rewrite
           else
               move ws-venda-sabor      to fd-vnd-nome
               move ws-venda-tamanho    to fd-vnd-tamanho
               move ws-venda-data       to fd-vnd-data
               move ws-venda-loja       to fd-vnd-loja
               move ws-venda-inteiras   to fd-vnd-quantidade
               move ws-venda-meias      to fd-vnd-meias
               move ws-venda-preco-unit to fd-vnd-preco-unit
               move ws-venda-promo      to fd-vnd-promo
               move ws-venda-custo-unit to fd-vnd-custo-unit
               move ws-venda-receita    to fd-vnd-receita
               move ws-venda-custo      to fd-vnd-custo

               write fd-registro-venda
                   invalid key
                       move "Erro ao gravar venda no arquivo" to ws-msn
               end-write
           end-if

           if ws-msn = space then
      *>           venda persistida: abate os ingredientes da receita do
      *>           saldo em estoque
               compute ws-baixa-qtd = ws-venda-inteiras
                                    + ws-venda-meias / 2

               perform baixar-estoque-venda
           end-if

           .
       lancar-venda-sabor-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   pizza meio a meio: o preco cobrado segue MEIOAMEIO.CFG (o
      *>   maior dos dois sabores ou a media) e cada sabor recebe meia
      *>   unidade por pizza, metade da receita e o custo da sua metade
       lancar-venda-meio-a-meio section.

           move ws-meia-ind1 to ind

           perform apurar-valor-venda

           move ws-venda-preco-unit to ws-meia-preco1
           move ws-venda-promo      to ws-meia-promo1
           move ws-venda-custo-unit to ws-meia-custo1

           move ws-meia-ind2 to ind

           perform apurar-valor-venda

           move ws-venda-preco-unit to ws-meia-preco2
           move ws-venda-promo      to ws-meia-promo2
           move ws-venda-custo-unit to ws-meia-custo2

           perform calcular-preco-meio-a-meio

      *>       pedido de entrega: vale o preco da meio a meio ja cobrado
           if ws-venda-preco-pedido > 0 then
               move ws-venda-preco-pedido to ws-meia-preco
           end-if

           compute ws-meia-receita  = ws-venda-qtd * ws-meia-preco
           compute ws-meia-receita1 rounded = ws-meia-receita / 2

      *>       primeiro sabor
           move ws-venda-nome    to ws-venda-sabor
           move 0                to ws-venda-inteiras
           move ws-venda-qtd     to ws-venda-meias
           move ws-meia-preco    to ws-venda-preco-unit
           move ws-meia-promo1   to ws-venda-promo
           move ws-meia-custo1   to ws-venda-custo-unit
           move ws-meia-receita1 to ws-venda-receita
           compute ws-venda-custo rounded =
                   ws-venda-qtd * ws-meia-custo1 / 2

           perform lancar-venda-sabor

      *>       segundo sabor: o resto da receita, para a soma dos dois
      *>       fechar com o cobrado
           if ws-msn = space then
               move ws-venda-nome2  to ws-venda-sabor
               move ws-meia-promo2  to ws-venda-promo
               move ws-meia-custo2  to ws-venda-custo-unit
               compute ws-venda-receita = ws-meia-receita - ws-meia-receita1
               compute ws-venda-custo rounded =
                       ws-venda-qtd * ws-meia-custo2 / 2

               perform lancar-venda-sabor
           end-if

           .
       lancar-venda-meio-a-meio-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   preco da pizza meio a meio a partir dos precos dos dois
      *>   sabores em ws-meia-preco1 e ws-meia-preco2
       calcular-preco-meio-a-meio section.

           if ws-regra-meia = "A" then
               compute ws-meia-preco rounded =
                      (ws-meia-preco1 + ws-meia-preco2) / 2
           else
               if ws-meia-preco1 > ws-meia-preco2 then
                   move ws-meia-preco1 to ws-meia-preco
               else
                   move ws-meia-preco2 to ws-meia-preco
               end-if
           end-if

           .
       calcular-preco-meio-a-meio-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   le a regra de preco do meio a meio em MEIOAMEIO.CFG (M
      *>   quando ausente ou invalida)
       ler-regra-meio-a-meio section.

           move "M" to ws-regra-meia

           open input meiocfg-file

           if ws-meiocfg-status = "00" then

               read meiocfg-file
                   at end
                       continue
                   not at end
                       if fd-registro-meio-cfg = "A"
                       or fd-registro-meio-cfg = "a" then
                           move "A" to ws-regra-meia
                       end-if
               end-read

               close meiocfg-file
           end-if

           .
       ler-regra-meio-a-meio-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   loja desta instalacao, em LOJA.CFG (codigo de tres digitos);
      *>   sem o arquivo, ou com codigo invalido, vale a loja 001
       ler-loja-atual section.

           move 1 to ws-loja-atual

           open input lojacfg-file

           if ws-lojacfg-status = "00" then

               read lojacfg-file
                   at end
                       continue
                   not at end
                       if  fd-registro-loja-cfg is numeric
                       and fd-registro-loja-cfg <> "000" then
                           move fd-registro-loja-cfg to ws-loja-atual
                       end-if
               end-read

               close lojacfg-file
           end-if

           .
       ler-loja-atual-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   a loja desta instalacao entra sozinha no cadastro de lojas na
      *>   primeira execucao; o nome e acertado depois pela tela de lojas
       registrar-loja-atual section.

           move ws-loja-atual to fd-loj-codigo

           read loja-file record

           if ws-loja-file-status = "23" then
               move spaces to fd-loj-nome
               string "Loja " ws-loja-atual delimited by size
                 into fd-loj-nome
               end-string

               write fd-registro-loja
                   invalid key
                       continue
               end-write
           end-if

           .
       registrar-loja-atual-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   apura os valores da venda da pizza apontada por ind: preco
      *>   cobrado na data da venda (promocional dentro da vigencia,
      *>   senao o da loja da venda) e custo de producao pela receita de
      *>   agora (sem receita, o custo do catalogo). Venda de pedido de
      *>   entrega leva o preco cobrado no pedido (ws-venda-preco-pedido)
       apurar-valor-venda section.

           move ws-venda-data to ws-data-hoje-calc

           perform buscar-promocao

           if ws-promo-ativa = "S" then
               move "S"          to ws-venda-promo
               move fd-prm-preco to ws-venda-preco-unit
           else
               move ws-venda-loja to ws-preco-loja-cod
               perform apurar-preco-loja

               move "N"           to ws-venda-promo
               move ws-preco-loja to ws-venda-preco-unit
           end-if

           if ws-venda-preco-pedido > 0 then
               move ws-venda-preco-pedido to ws-venda-preco-unit
           end-if

           perform calcular-custo-pizza

           if ws-tem-receita = "S" then
               move ws-custo-calculado to ws-venda-custo-unit
           else
               move ws-custo(ind)      to ws-venda-custo-unit
           end-if

           compute ws-venda-receita = ws-venda-qtd * ws-venda-preco-unit
           compute ws-venda-custo   = ws-venda-qtd * ws-venda-custo-unit

           .
       apurar-valor-venda-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   preco da pizza apontada por ind na loja ws-preco-loja-cod: o
      *>   proprio da loja em PRECOLOJA.DAT, senao o do catalogo
       apurar-preco-loja section.

           move ws-preco(ind) to ws-preco-loja

           move ws-preco-loja-cod to fd-pcl-loja
           move ws-nome(ind)      to fd-pcl-nome
           move ws-tamanho(ind)   to fd-pcl-tamanho

           read precoloja-file record

           if ws-precoloja-file-status = "00" then
               move fd-pcl-preco to ws-preco-loja
           end-if

           .
       apurar-preco-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   critica a data em ws-data-testada: mes 01-12 e dia valido no
      *>   mes (com bissexto); o indicador de data futura fica por conta
      *>   do chamador, porque a vigencia de promocao pode (e deve)
      *>   apontar para a frente
       validar-data section.

           move ws-data-testada to ws-data-analise

           move "S" to ws-data-valida

           if ws-dan-mm < 01
           or ws-dan-mm > 12 then
               move "N" to ws-data-valida

           else
               evaluate ws-dan-mm
                   when 01 when 03 when 05 when 07
                   when 08 when 10 when 12
                       move 31 to ws-dias-mes
                   when 04 when 06 when 09 when 11
                       move 30 to ws-dias-mes
                   when other
      *>                   fevereiro: 29 nos anos bissextos
                       move 28 to ws-dias-mes

                       divide ws-dan-aaaa by 4
                           giving ws-div-quociente
                           remainder ws-div-resto

                       if ws-div-resto = 0 then
                           divide ws-dan-aaaa by 100
                               giving ws-div-quociente
                               remainder ws-div-resto

                           if ws-div-resto <> 0 then
                               move 29 to ws-dias-mes
                           else
                               divide ws-dan-aaaa by 400
                                   giving ws-div-quociente
                                   remainder ws-div-resto

                               if ws-div-resto = 0 then
                                   move 29 to ws-dias-mes
                               end-if
                           end-if
                       end-if
               end-evaluate

               if ws-dan-dd < 01
               or ws-dan-dd > ws-dias-mes then
                   move "N" to ws-data-valida
               end-if

           end-if

           accept ws-data-sistema from date yyyymmdd

           if ws-data-testada > ws-data-sistema-num then
               move "S" to ws-data-futura
           else
               move "N" to ws-data-futura
           end-if

           .
       validar-data-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   verifica em FECHADAS.DAT se a data em ws-data-testada ja teve
      *>   o fechamento diario emitido
       verificar-data-fechada section.

           move ws-data-testada to fd-fch-data

           read fechadas-file record

           if ws-fechadas-file-status = "00" then
               move "S" to ws-data-fechada
           else
               move "N" to ws-data-fechada
           end-if

           .
       verificar-data-fechada-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   tela do fechamento diario: fecha uma data (gera o resumo do
      *>   dia e bloqueia novos lancamentos) ou reabre um dia fechado
       fechamento-dia section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

               accept ws-fdia-data from date yyyymmdd
               move "F" to ws-fdia-acao

      *>     deixa a tela parada no console
               display sc-tela-fechadia
               accept sc-tela-fechadia

               move space to ws-msn

               if  ws-sair <> "V"
               and ws-sair <> "v" then

                   move ws-fdia-data to ws-data-testada
                   perform validar-data

                   if ws-data-valida <> "S"
                   or ws-data-futura = "S" then
                       move "Data invalida" to ws-msn

                   else
                       move "N" to ws-pos-forcar

                       evaluate ws-fdia-acao
                           when "R" when "r"
                               perform reabrir-dia

      *>                   fechamento apesar das divergencias com o POS
                           when "S" when "s"
                               if ws-nivel-atual <> "S" then
                                   move "Acao restrita ao supervisor"
                                     to ws-msn
                               else
                                   move "S" to ws-pos-forcar
                                   perform fechar-dia
                               end-if

                           when other
                               perform fechar-dia
                       end-evaluate
                   end-if
               end-if

           end-perform

           .
       fechamento-dia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   fecha a data informada: confere o fechamento do POS contra
      *>   VENDAS.DAT, emite o resumo do dia e grava o bloqueio em
      *>   FECHADAS.DAT com o operador que fechou; com divergencia do POS
      *>   a data so fecha pelo supervisor (acao S), registrado no log
       fechar-dia section.

           perform verificar-data-fechada

           if ws-data-fechada = "S" then
               move "Data ja fechada" to ws-msn

           else
      *>           pedido ainda aberto ou na rua lancaria venda num dia
      *>           fechado: a data so fecha com todos entregues ou
      *>           cancelados
               perform apurar-entregas-dia

               if ws-ped-pendentes > 0 then
                   move "Ha pedidos abertos ou em entrega na data" to ws-msn

               else
               perform conciliar-pos-dia

               if ws-msn = space then
                   perform gravar-resumo-dia
               end-if

               if ws-msn = space then
                   move ws-fdia-data      to fd-fch-data
                   move ws-operador-atual to fd-fch-operador

                   write fd-registro-fechada
                       invalid key
                           move "Erro ao gravar fechamento do dia" to ws-msn
                   end-write

                   if ws-msn = space then
                       perform gravar-relatorio-entregas
                   end-if

                   if  ws-msn = space
                   and ws-pos-divergencias > 0 then
                       perform registrar-liberacao-pos
                   end-if

                   if ws-msn = space then
                       move "Dia fechado - RESDIA.TXT e ENTREGAS.TXT" to ws-msn
                   end-if
               end-if
               end-if
           end-if

           .
       fechar-dia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   reabre um dia fechado para ajuste; restrito ao supervisor e
      *>   registrado no log de movimentos
       reabrir-dia section.

           if ws-nivel-atual <> "S" then
               move "Acao restrita ao supervisor" to ws-msn

           else
               perform verificar-data-fechada

               if ws-data-fechada <> "S" then
                   move "Data nao esta fechada" to ws-msn

               else
                   move ws-fdia-data to fd-fch-data

                   delete fechadas-file record
                       invalid key
                           move "Erro ao reabrir o dia" to ws-msn
                   end-delete

                   if ws-msn = space then
      *>                   ajuste de dia fechado fica registrado, com o
      *>                   operador que reabriu
                       move "J"                to ws-mov-acao
                       move space              to ws-mov-tamanho
                       move "REABERTURA DE DIA" to ws-mov-nome-ant
                       move 0                  to ws-mov-diametro-ant
                       move 0                  to ws-mov-preco-ant
                       move 0                  to ws-mov-custo-ant
      *>                   a data reaberta vai no campo de nome do lado
      *>                   "depois", em AAAAMMDD
                       move ws-fdia-data       to ws-mov-nome-novo
                       move 0                  to ws-mov-diametro-novo
                       move 0                  to ws-mov-preco-novo
                       move 0                  to ws-mov-custo-novo
                       move space              to ws-mov-categoria-ant
                       move space              to ws-mov-categoria-novo
                       perform registrar-movimento

                       move "Dia reaberto para ajuste" to ws-msn
                   end-if
               end-if
           end-if

           .
       reabrir-dia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   fechamento liberado pelo supervisor com divergencia do POS fica
      *>   no log de movimentos (acao F), com a data e a quantidade de
      *>   divergencias no campo de nome do lado "depois"
       registrar-liberacao-pos section.

           move "F"                to ws-mov-acao
           move space              to ws-mov-tamanho
           move "FECHAMENTO DIVERG. POS" to ws-mov-nome-ant
           move 0                  to ws-mov-diametro-ant
           move 0                  to ws-mov-preco-ant
           move 0                  to ws-mov-custo-ant
           move spaces             to ws-mov-nome-novo
           string ws-fdia-data " DIVERG. " ws-pos-divergencias
                  delimited by size
             into ws-mov-nome-novo
           end-string
           move 0                  to ws-mov-diametro-novo
           move 0                  to ws-mov-preco-novo
           move 0                  to ws-mov-custo-novo
           move space              to ws-mov-categoria-ant
           move space              to ws-mov-categoria-novo
           perform registrar-movimento

           .
       registrar-liberacao-pos-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   tolerancias da conciliacao em CONCILIA.CFG (quantidade 9(03)v9
      *>   e valor 9(05)v99 na mesma linha); sem o arquivo, ou com campo
      *>   invalido, vale quantidade exata e R$ 1,00 no valor
       ler-tolerancia-pos section.

           move 0 to ws-pos-tol-qtd
           move 1 to ws-pos-tol-valor

           open input conciliacfg-file

           if ws-conciliacfg-status = "00" then

               read conciliacfg-file
                   at end
                       continue
                   not at end
                       if fd-ccf-tol-qtd is numeric then
                           move fd-ccf-tol-qtd to ws-pos-tol-qtd
                       end-if
                       if fd-ccf-tol-valor is numeric then
                           move fd-ccf-tol-valor to ws-pos-tol-valor
                       end-if
               end-read

               close conciliacfg-file
           end-if

           .
       ler-tolerancia-pos-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   importa de FECHAPOS.DAT as linhas da data em fechamento para
      *>   POSDIA.DAT; havendo linhas da data, o que ja estava importado
      *>   dela e substituido (o POS pode ter reexportado o fechamento).
      *>   Linhas de outras datas ou invalidas ficam de fora
       importar-fechamento-pos section.

           move 0   to ws-pos-importados
           move 0   to ws-pos-ignorados
           move "N" to ws-pos-arquivo
           move "N" to ws-pos-expurgado

           open input fechapos-file

           if ws-fechapos-status = "00" then

               move "S"   to ws-pos-arquivo
               move space to ws-fim-fechapos

               perform until ws-fim-fechapos = "S"

                   read fechapos-file
                       at end
                           move "S" to ws-fim-fechapos
                       not at end
                           if fd-fps-data = ws-fdia-data then
                               perform importar-linha-pos
                           end-if
                   end-read

               end-perform

               close fechapos-file
           end-if

           .
       importar-fechamento-pos-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava a linha corrente de FECHAPOS.DAT em POSDIA.DAT; a mesma
      *>   chave repetida no arquivo do POS soma
       importar-linha-pos section.

           if fd-fps-tipo = "i" then
               move "I" to fd-fps-tipo
           end-if

           if fd-fps-tipo = "p" then
               move "P" to fd-fps-tipo
           end-if

           if fd-fps-tipo = "I" then
               move fd-fps-tamanho to ws-tamanho-pizza
               perform validar-tamanho
               move ws-tamanho-pizza to fd-fps-tamanho
           else
               move "S"   to ws-tamanho-valido
               move space to fd-fps-tamanho
           end-if

           if (fd-fps-tipo <> "I" and fd-fps-tipo <> "P")
           or fd-fps-loja is not numeric
           or fd-fps-nome = spaces
           or ws-tamanho-valido <> "S"
           or fd-fps-quantidade is not numeric
           or fd-fps-valor is not numeric then
               add 1 to ws-pos-ignorados

           else
               if ws-pos-expurgado <> "S" then
                   perform expurgar-pos-dia
                   move "S" to ws-pos-expurgado
               end-if

               move fd-fps-data    to fd-pos-data
               move fd-fps-loja    to fd-pos-loja
               move fd-fps-tipo    to fd-pos-tipo
               move fd-fps-nome    to fd-pos-nome
               move fd-fps-tamanho to fd-pos-tamanho

               read posdia-file record

               if ws-posdia-file-status = "00" then
                   add fd-fps-quantidade to fd-pos-quantidade
                   add fd-fps-valor      to fd-pos-valor

                   rewrite fd-registro-posdia
                       invalid key
                           add 1 to ws-pos-ignorados
                   end-rewrite
               else
                   move fd-fps-quantidade to fd-pos-quantidade
                   move fd-fps-valor      to fd-pos-valor

                   write fd-registro-posdia
                       invalid key
                           add 1 to ws-pos-ignorados
                   end-write
               end-if

               if ws-posdia-file-status = "00" then
                   add 1 to ws-pos-importados
               end-if
           end-if

           .
       importar-linha-pos-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   apaga de POSDIA.DAT o fechamento do POS ja importado da data,
      *>   reposicionando a cada exclusao (mesma cautela de
      *>   excluir-receitas)
       expurgar-pos-dia section.

           move "00" to ws-posdia-file-status

           perform until ws-posdia-file-status <> "00"

               move low-values   to fd-pos-chave
               move ws-fdia-data to fd-pos-data

               start posdia-file key >= fd-pos-chave
                   invalid key
                       move "10" to ws-posdia-file-status
               end-start

               if ws-posdia-file-status = "00" then
                   read posdia-file next record
                       at end
                           move "10" to ws-posdia-file-status
                       not at end
                           if fd-pos-data = ws-fdia-data then
                               delete posdia-file record
                                   invalid key
                                       move "10" to ws-posdia-file-status
                               end-delete
                           else
                               move "10" to ws-posdia-file-status
                           end-if
                   end-read
               end-if

           end-perform

           .
       expurgar-pos-dia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   conciliacao do fechamento do POS contra VENDAS.DAT na data em
      *>   ws-fdia-data: item que falta de um dos lados, diferenca de
      *>   quantidade ou de valor alem da tolerancia e total de pagamentos
      *>   da loja diferente de vendas + taxas de entrega contam como
      *>   divergencia; grava CONCILIA.TXT e, sem a liberacao do
      *>   supervisor, recusa o fechamento
       conciliar-pos-dia section.

           move 0 to ws-pos-divergencias
           move 0 to ws-pos-excedidos
           move 0 to ws-cnc-qtd
           move 0 to ws-cnl-qtd

           perform ler-tolerancia-pos

           perform importar-fechamento-pos

      *>       lado do POS: itens e pagamentos importados da data
           move low-values   to fd-pos-chave
           move ws-fdia-data to fd-pos-data

           start posdia-file key >= fd-pos-chave
               invalid key
                   move "10" to ws-posdia-file-status
           end-start

           move space to ws-fim-posdia

           if ws-posdia-file-status <> "00" then
               move "S" to ws-fim-posdia
           end-if

           perform until ws-fim-posdia = "S"

               read posdia-file next record
                   at end
                       move "S" to ws-fim-posdia
                   not at end
                       if fd-pos-data <> ws-fdia-data then
                           move "S" to ws-fim-posdia
                       else
                           move fd-pos-loja to ws-cnx-loja
                           perform localizar-loja-conciliacao

                           if fd-pos-tipo = "P" then
                               if ws-cnl-ind <= ws-cnl-qtd then
                                   add fd-pos-valor
                                    to ws-cnl-pagamentos(ws-cnl-ind)
                               end-if
                           else
                               move fd-pos-nome    to ws-cnx-nome
                               move fd-pos-tamanho to ws-cnx-tamanho
                               perform localizar-conciliacao

                               if ws-cnc-ind <= ws-cnc-qtd then
                                   add fd-pos-quantidade
                                    to ws-cnc-qtd-pos(ws-cnc-ind)
                                   add fd-pos-valor
                                    to ws-cnc-valor-pos(ws-cnc-ind)
                                   move "S" to ws-cnc-no-pos(ws-cnc-ind)
                               end-if
                           end-if
                       end-if
               end-read

           end-perform

      *>       lado de VENDAS.DAT: unidades (meia pizza em 0,5) e receita
      *>       cobrada de cada pizza na data
           move low-values to fd-vnd-chave

           start vendas-file key >= fd-vnd-chave
               invalid key
                   move "10" to ws-vendas-file-status
           end-start

           move space to ws-fim-resdia

           if ws-vendas-file-status <> "00" then
               move "S" to ws-fim-resdia
           end-if

           perform until ws-fim-resdia = "S"

               read vendas-file next record
                   at end
                       move "S" to ws-fim-resdia
                   not at end
                       if fd-vnd-data = ws-fdia-data then
                           move fd-vnd-loja    to ws-cnx-loja
                           perform localizar-loja-conciliacao

                           if ws-cnl-ind <= ws-cnl-qtd then
                               add fd-vnd-receita
                                to ws-cnl-valor-vnd(ws-cnl-ind)
                           end-if

                           move fd-vnd-nome    to ws-cnx-nome
                           move fd-vnd-tamanho to ws-cnx-tamanho
                           perform localizar-conciliacao

                           if ws-cnc-ind <= ws-cnc-qtd then
                               compute ws-cnc-qtd-vnd(ws-cnc-ind) =
                                       ws-cnc-qtd-vnd(ws-cnc-ind) +
                                       fd-vnd-quantidade +
                                       fd-vnd-meias / 2
                               add fd-vnd-receita
                                to ws-cnc-valor-vnd(ws-cnc-ind)
                               move "S" to ws-cnc-em-vendas(ws-cnc-ind)
                           end-if
                       end-if
               end-read

           end-perform

      *>       taxas dos pedidos entregues na data (apuradas por
      *>       apurar-entregas-dia): os pedidos sao lancados na loja desta
      *>       instalacao e a taxa e cobrada junto no POS
           if ws-ets-taxas(3) > 0 then
               move ws-loja-atual to ws-cnx-loja
               perform localizar-loja-conciliacao

               if ws-cnl-ind <= ws-cnl-qtd then
                   add ws-ets-taxas(3) to ws-cnl-taxas(ws-cnl-ind)
               end-if
           end-if

           perform ordenar-conciliacao

           perform gravar-conciliacao

           if  ws-msn = space
           and ws-pos-divergencias > 0
           and ws-pos-forcar <> "S" then
               string "Divergencias com o POS: " ws-pos-divergencias
                      " - ver CONCILIA.TXT" delimited by size
                 into ws-msn
               end-string
           end-if

           .
       conciliar-pos-dia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   procura a loja/pizza/tamanho de ws-conciliacao-aux na tabela da
      *>   conciliacao e inclui quando nova; alem de 300 itens o excedente
      *>   fica contado como divergencia (nao ha como conferir)
       localizar-conciliacao section.

           perform varying ws-cnc-ind from 1 by 1
                       until ws-cnc-ind > ws-cnc-qtd
                          or (    ws-cnc-loja(ws-cnc-ind) = ws-cnx-loja
                              and ws-cnc-nome(ws-cnc-ind) = ws-cnx-nome
                              and ws-cnc-tamanho(ws-cnc-ind) =
                                  ws-cnx-tamanho)
               continue
           end-perform

           if ws-cnc-ind > ws-cnc-qtd then
               if ws-cnc-qtd < 300 then
                   add 1 to ws-cnc-qtd
                   move ws-cnc-qtd     to ws-cnc-ind
                   move ws-cnx-loja    to ws-cnc-loja(ws-cnc-ind)
                   move ws-cnx-nome    to ws-cnc-nome(ws-cnc-ind)
                   move ws-cnx-tamanho to ws-cnc-tamanho(ws-cnc-ind)
                   move 0   to ws-cnc-qtd-pos(ws-cnc-ind)
                   move 0   to ws-cnc-valor-pos(ws-cnc-ind)
                   move 0   to ws-cnc-qtd-vnd(ws-cnc-ind)
                   move 0   to ws-cnc-valor-vnd(ws-cnc-ind)
                   move "N" to ws-cnc-no-pos(ws-cnc-ind)
                   move "N" to ws-cnc-em-vendas(ws-cnc-ind)
               else
                   add 1 to ws-pos-excedidos
               end-if
           end-if

           .
       localizar-conciliacao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   procura a loja de ws-cnx-loja nos totais por loja da
      *>   conciliacao e inclui quando nova (ate 50 lojas)
       localizar-loja-conciliacao section.

           perform varying ws-cnl-ind from 1 by 1
                       until ws-cnl-ind > ws-cnl-qtd
                          or ws-cnl-loja(ws-cnl-ind) = ws-cnx-loja
               continue
           end-perform

           if  ws-cnl-ind > ws-cnl-qtd
           and ws-cnl-qtd < 50 then
               add 1 to ws-cnl-qtd
               move ws-cnl-qtd  to ws-cnl-ind
               move ws-cnx-loja to ws-cnl-loja(ws-cnl-ind)
               move 0 to ws-cnl-valor-vnd(ws-cnl-ind)
               move 0 to ws-cnl-taxas(ws-cnl-ind)
               move 0 to ws-cnl-pagamentos(ws-cnl-ind)
           end-if

           .
       localizar-loja-conciliacao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   ordena os itens da conciliacao por loja, pizza e tamanho
       ordenar-conciliacao section.

           move "trocou" to controle

           perform until controle <> "trocou"

               move 1            to ws-cnc-ind
               move "nao_trocou" to controle

               perform until ws-cnc-ind >= ws-cnc-qtd

                   move ws-conciliacao(ws-cnc-ind + 1)
                     to ws-conciliacao-aux

                   if ws-cnc-loja(ws-cnc-ind) > ws-cnx-loja
                   or (    ws-cnc-loja(ws-cnc-ind) = ws-cnx-loja
                       and ws-cnc-nome(ws-cnc-ind) > ws-cnx-nome)
                   or (    ws-cnc-loja(ws-cnc-ind) = ws-cnx-loja
                       and ws-cnc-nome(ws-cnc-ind) = ws-cnx-nome
                       and ws-cnc-tamanho(ws-cnc-ind) > ws-cnx-tamanho)
                   then
                       move ws-conciliacao(ws-cnc-ind)
                         to ws-conciliacao(ws-cnc-ind + 1)
                       move ws-conciliacao-aux
                         to ws-conciliacao(ws-cnc-ind)
                       move "trocou" to controle
                   end-if

                   add 1 to ws-cnc-ind
               end-perform
           end-perform

           .
       ordenar-conciliacao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava CONCILIA.TXT e conta as divergencias: itens divergentes e,
      *>   por loja, as formas de pagamento do POS com o total contra o
      *>   esperado (receita de VENDAS.DAT mais taxas de entrega)
       gravar-conciliacao section.

           open output concilia-file

           if ws-concilia-file-status <> "00" then
               move "Erro ao abrir CONCILIA.TXT" to ws-msn

           else
               move ws-fdia-data     to ws-data-analise
               move ws-dan-dd        to ws-cnd-cab-dd
               move ws-dan-mm        to ws-cnd-cab-mm
               move ws-dan-aaaa      to ws-cnd-cab-aaaa
               move ws-pos-tol-qtd   to ws-cnd-cab-tqtd
               move ws-pos-tol-valor to ws-cnd-cab-tval

               write fd-linha-concilia from ws-concilia-cabecalho

               if ws-pos-importados > 0 then
                   move ws-pos-importados to ws-cnd-imp-qtd
                   move ws-pos-ignorados  to ws-cnd-imp-ign
                   write fd-linha-concilia from ws-concilia-importacao
               else
                   write fd-linha-concilia from ws-concilia-sem-arquivo
               end-if

               move spaces to fd-linha-concilia
               write fd-linha-concilia
               write fd-linha-concilia from ws-concilia-tit-itens
               write fd-linha-concilia from ws-concilia-col-itens

               perform varying ws-cnc-ind from 1 by 1
                           until ws-cnc-ind > ws-cnc-qtd

                   compute ws-pos-dif-qtd =
                           ws-cnc-qtd-pos(ws-cnc-ind) -
                           ws-cnc-qtd-vnd(ws-cnc-ind)
                   compute ws-pos-dif-valor =
                           ws-cnc-valor-pos(ws-cnc-ind) -
                           ws-cnc-valor-vnd(ws-cnc-ind)

                   if ws-pos-dif-qtd < 0 then
                       compute ws-pos-dif-qtd = ws-pos-dif-qtd * -1
                   end-if

                   if ws-pos-dif-valor < 0 then
                       compute ws-pos-dif-valor = ws-pos-dif-valor * -1
                   end-if

                   move spaces to ws-cnd-det-situacao

                   evaluate true
                       when ws-cnc-no-pos(ws-cnc-ind) <> "S"
                           move "Falta no POS"    to ws-cnd-det-situacao
                       when ws-cnc-em-vendas(ws-cnc-ind) <> "S"
                           move "Falta em VENDAS" to ws-cnd-det-situacao
                       when ws-pos-dif-qtd > ws-pos-tol-qtd
                        and ws-pos-dif-valor > ws-pos-tol-valor
                           move "Quantidade e valor"
                             to ws-cnd-det-situacao
                       when ws-pos-dif-qtd > ws-pos-tol-qtd
                           move "Quantidade"      to ws-cnd-det-situacao
                       when ws-pos-dif-valor > ws-pos-tol-valor
                           move "Valor"           to ws-cnd-det-situacao
                   end-evaluate

                   if ws-cnd-det-situacao <> spaces then
                       add 1 to ws-pos-divergencias

                       move ws-cnc-loja(ws-cnc-ind)
                         to ws-cnd-det-loja
                       move ws-cnc-nome(ws-cnc-ind)
                         to ws-cnd-det-nome
                       move ws-cnc-tamanho(ws-cnc-ind)
                         to ws-cnd-det-tamanho
                       move ws-cnc-qtd-pos(ws-cnc-ind)
                         to ws-cnd-det-qtd-pos
                       move ws-cnc-qtd-vnd(ws-cnc-ind)
                         to ws-cnd-det-qtd-vnd
                       move ws-cnc-valor-pos(ws-cnc-ind)
                         to ws-cnd-det-val-pos
                       move ws-cnc-valor-vnd(ws-cnc-ind)
                         to ws-cnd-det-val-vnd

                       write fd-linha-concilia from ws-concilia-det-item
                   end-if
               end-perform

               if ws-pos-divergencias = 0 then
                   write fd-linha-concilia from ws-concilia-sem-itens
               end-if

      *>           itens alem da capacidade da tabela nao foram conferidos
               add ws-pos-excedidos to ws-pos-divergencias

               move spaces to fd-linha-concilia
               write fd-linha-concilia
               write fd-linha-concilia from ws-concilia-tit-pagtos

               perform varying ws-cnl-ind from 1 by 1
                           until ws-cnl-ind > ws-cnl-qtd
                   perform gravar-pagamentos-loja
               end-perform

               move ws-pos-divergencias to ws-cnd-qtd-div

               move spaces to fd-linha-concilia
               write fd-linha-concilia
               write fd-linha-concilia from ws-concilia-rodape

               close concilia-file
           end-if

           .
       gravar-conciliacao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   bloco de pagamentos da loja ws-cnl-ind: as formas de pagamento
      *>   importadas do POS (na sequencia da chave) e o total contra o
      *>   esperado
       gravar-pagamentos-loja section.

           move ws-cnl-loja(ws-cnl-ind) to ws-cnd-loja

           move spaces to fd-linha-concilia
           write fd-linha-concilia
           write fd-linha-concilia from ws-concilia-loja

           move ws-fdia-data            to fd-pos-data
           move ws-cnl-loja(ws-cnl-ind) to fd-pos-loja
           move "P"                     to fd-pos-tipo
           move low-values              to fd-pos-nome
           move low-values              to fd-pos-tamanho

           start posdia-file key >= fd-pos-chave
               invalid key
                   move "10" to ws-posdia-file-status
           end-start

           move space to ws-fim-posdia

           if ws-posdia-file-status <> "00" then
               move "S" to ws-fim-posdia
           end-if

           perform until ws-fim-posdia = "S"

               read posdia-file next record
                   at end
                       move "S" to ws-fim-posdia
                   not at end
                       if fd-pos-data <> ws-fdia-data
                       or fd-pos-loja <> ws-cnl-loja(ws-cnl-ind)
                       or fd-pos-tipo <> "P" then
                           move "S" to ws-fim-posdia
                       else
                           move fd-pos-nome  to ws-cnd-forma
                           move fd-pos-valor to ws-cnd-pagto-valor
                           write fd-linha-concilia from ws-concilia-pagto
                       end-if
               end-read

           end-perform

           compute ws-pos-esperado = ws-cnl-valor-vnd(ws-cnl-ind) +
                                     ws-cnl-taxas(ws-cnl-ind)

           compute ws-pos-dif-valor = ws-cnl-pagamentos(ws-cnl-ind) -
                                      ws-pos-esperado

           move ws-cnl-pagamentos(ws-cnl-ind) to ws-cnd-tot-pagto
           move ws-pos-esperado               to ws-cnd-tot-esperado
           move ws-pos-dif-valor              to ws-cnd-tot-dif

           if ws-pos-dif-valor < 0 then
               compute ws-pos-dif-valor = ws-pos-dif-valor * -1
           end-if

           if ws-pos-dif-valor > ws-pos-tol-valor then
               move "Divergente" to ws-cnd-tot-situacao
               add 1 to ws-pos-divergencias
           else
               move "OK"         to ws-cnd-tot-situacao
           end-if

           write fd-linha-concilia from ws-concilia-pagto-total

           .
       gravar-pagamentos-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   percorre PEDIDOS.DAT e acumula os pedidos da data em
      *>   ws-fdia-data por bairro e por situacao; pedidos ainda abertos
      *>   ou em entrega ficam contados em ws-ped-pendentes
       apurar-entregas-dia section.

           move 0 to ws-etb-qtd
           move 0 to ws-ped-pendentes

           move "A" to ws-ets-situacao(1)
           move "S" to ws-ets-situacao(2)
           move "E" to ws-ets-situacao(3)
           move "C" to ws-ets-situacao(4)

           perform varying ws-ets-ind from 1 by 1
                       until ws-ets-ind > 4
               move 0 to ws-ets-pedidos(ws-ets-ind)
               move 0 to ws-ets-valor(ws-ets-ind)
               move 0 to ws-ets-taxas(ws-ets-ind)
           end-perform

           move 0 to fd-ped-numero

           start pedido-file key >= fd-ped-numero
               invalid key
                   move "10" to ws-pedido-file-status
           end-start

           move space to ws-fim-pedidos

           if ws-pedido-file-status <> "00" then
               move "S" to ws-fim-pedidos
           end-if

           perform until ws-fim-pedidos = "S"

               read pedido-file next record
                   at end
                       move "S" to ws-fim-pedidos
                   not at end
                       if fd-ped-data = ws-fdia-data then
                           perform acumular-pedido-dia
                       end-if
               end-read

           end-perform

           .
       apurar-entregas-dia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   acumula o pedido corrente: por situacao (quantidade, valor
      *>   das pizzas e taxa) e por bairro, onde valor e taxa contam so
      *>   o que foi entregue
       acumular-pedido-dia section.

           if fd-ped-situacao = "A"
           or fd-ped-situacao = "S" then
               add 1 to ws-ped-pendentes
           end-if

           perform varying ws-ets-ind from 1 by 1
                       until ws-ets-ind > 4
                          or ws-ets-situacao(ws-ets-ind) = fd-ped-situacao
               continue
           end-perform

           if ws-ets-ind <= 4 then
               add 1                  to ws-ets-pedidos(ws-ets-ind)
               add fd-ped-valor-itens to ws-ets-valor(ws-ets-ind)
               add fd-ped-taxa        to ws-ets-taxas(ws-ets-ind)
           end-if

           perform varying ws-etb-ind from 1 by 1
                       until ws-etb-ind > ws-etb-qtd
                          or ws-etb-bairro(ws-etb-ind) = fd-ped-bairro
               continue
           end-perform

      *>       bairro novo na data; alem de 50 bairros o excedente fica
      *>       so no bloco por situacao
           if  ws-etb-ind > ws-etb-qtd
           and ws-etb-qtd < 50 then
               add 1 to ws-etb-qtd
               move ws-etb-qtd    to ws-etb-ind
               move fd-ped-bairro to ws-etb-bairro(ws-etb-ind)
               move 0 to ws-etb-pedidos(ws-etb-ind)
               move 0 to ws-etb-entregues(ws-etb-ind)
               move 0 to ws-etb-cancelados(ws-etb-ind)
               move 0 to ws-etb-valor(ws-etb-ind)
               move 0 to ws-etb-taxas(ws-etb-ind)
           end-if

           if ws-etb-ind <= ws-etb-qtd then
               add 1 to ws-etb-pedidos(ws-etb-ind)

               evaluate fd-ped-situacao
                   when "E"
                       add 1                  to ws-etb-entregues(ws-etb-ind)
                       add fd-ped-valor-itens to ws-etb-valor(ws-etb-ind)
                       add fd-ped-taxa        to ws-etb-taxas(ws-etb-ind)
                   when "C"
                       add 1 to ws-etb-cancelados(ws-etb-ind)
               end-evaluate
           end-if

           .
       acumular-pedido-dia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava ENTREGAS.TXT com o apurado por apurar-entregas-dia:
      *>   bloco por bairro e bloco por situacao do pedido
       gravar-relatorio-entregas section.

           move ws-fdia-data to ws-data-analise

           move ws-dan-dd   to ws-etg-cab-dd
           move ws-dan-mm   to ws-etg-cab-mm
           move ws-dan-aaaa to ws-etg-cab-aaaa

           open output entregas-file

           if ws-entregas-file-status <> "00" then
               move "Erro ao abrir relatorio de entregas" to ws-msn

           else
               write fd-linha-entregas from ws-entregas-cabecalho
               move spaces to fd-linha-entregas
               write fd-linha-entregas
               write fd-linha-entregas from ws-entregas-tit-bairro

               perform varying ws-etb-ind from 1 by 1
                           until ws-etb-ind > ws-etb-qtd

                   move ws-etb-bairro(ws-etb-ind)     to ws-etg-det-bairro
                   move ws-etb-pedidos(ws-etb-ind)    to ws-etg-det-pedidos
                   move ws-etb-entregues(ws-etb-ind)  to ws-etg-det-entregues
                   move ws-etb-cancelados(ws-etb-ind) to ws-etg-det-cancelados
                   move ws-etb-valor(ws-etb-ind)      to ws-etg-det-valor
                   move ws-etb-taxas(ws-etb-ind)      to ws-etg-det-taxas
                   write fd-linha-entregas from ws-entregas-det-bairro

               end-perform

               move spaces to fd-linha-entregas
               write fd-linha-entregas
               write fd-linha-entregas from ws-entregas-tit-situacao

               perform varying ws-ets-ind from 1 by 1
                           until ws-ets-ind > 4

                   evaluate ws-ets-situacao(ws-ets-ind)
                       when "A"
                           move "Aberto"            to ws-etg-sit-nome
                       when "S"
                           move "Saiu para entrega" to ws-etg-sit-nome
                       when "E"
                           move "Entregue"          to ws-etg-sit-nome
                       when other
                           move "Cancelado"         to ws-etg-sit-nome
                   end-evaluate

                   move ws-ets-pedidos(ws-ets-ind) to ws-etg-sit-pedidos
                   move ws-ets-valor(ws-ets-ind)   to ws-etg-sit-valor
                   move ws-ets-taxas(ws-ets-ind)   to ws-etg-sit-taxas
                   write fd-linha-entregas from ws-entregas-det-situacao

               end-perform

               close entregas-file
           end-if

           .
       gravar-relatorio-entregas-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava RESDIA.TXT: unidades, receita e margem do dia por pizza
      *>   e por categoria, a partir de VENDAS.DAT valorizado pelo
      *>   preco e custo gravados em cada venda
       gravar-resumo-dia section.

           move ws-fdia-data to ws-data-analise

           move ws-dan-dd   to ws-rdd-cab-dd
           move ws-dan-mm   to ws-rdd-cab-mm
           move ws-dan-aaaa to ws-rdd-cab-aaaa

           open output resdia-file

           if ws-resdia-file-status <> "00" then
               move "Erro ao abrir resumo do dia" to ws-msn

           else
               write fd-linha-resdia from ws-resdia-cabecalho

      *>           uma secao por loja e a consolidada da rede no fim
               move 0     to ws-rel-loja
               move space to ws-fim-lojas

               perform proxima-loja

               perform until ws-fim-lojas = "S"

                   move spaces to fd-linha-resdia
                   write fd-linha-resdia
                   write fd-linha-resdia from ws-rel-loja-cabecalho

                   perform gravar-bloco-resumo-dia

                   perform proxima-loja
               end-perform

               move spaces to fd-linha-resdia
               write fd-linha-resdia
               write fd-linha-resdia from ws-rel-loja-consolidado

               move 0 to ws-rel-loja
               perform gravar-bloco-resumo-dia

               close resdia-file
           end-if

           .
       gravar-resumo-dia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   bloco do resumo do dia da loja ws-rel-loja (zero: todas as
      *>   lojas somadas): detalhe por pizza, acumulado por categoria e
      *>   quantidade de pizzas meio a meio
       gravar-bloco-resumo-dia section.

      *>       acumuladores por categoria: S, D e sem categoria
           move "S"   to ws-rdc-categoria(1)
           move "D"   to ws-rdc-categoria(2)
           move space to ws-rdc-categoria(3)

           perform varying ws-rdc-ind from 1 by 1
                       until ws-rdc-ind > 3
               move 0 to ws-rdc-unidades(ws-rdc-ind)
               move 0 to ws-rdc-receita(ws-rdc-ind)
               move 0 to ws-rdc-margem(ws-rdc-ind)
           end-perform

           move 0      to ws-rdd-meias
           move spaces to ws-rdp-nome
           move space  to ws-rdp-tamanho

           write fd-linha-resdia from ws-relatorio-col-vendas

           move low-values to fd-vnd-chave

           start vendas-file key >= fd-vnd-chave
               invalid key
                   move "10" to ws-vendas-file-status
           end-start

           move space to ws-fim-resdia

           if ws-vendas-file-status <> "00" then
               move "S" to ws-fim-resdia
           end-if

           perform until ws-fim-resdia = "S"

               read vendas-file next record
                   at end
                       move "S" to ws-fim-resdia
                   not at end
                       if  fd-vnd-data = ws-fdia-data
                       and (   ws-rel-loja = 0
                            or fd-vnd-loja = ws-rel-loja) then
                           perform acumular-venda-dia
                       end-if
               end-read

           end-perform

           perform gravar-linha-resumo-dia

      *>       bloco por categoria, na sequencia do detalhe
           move spaces to fd-linha-resdia
           write fd-linha-resdia
           write fd-linha-resdia from ws-tendmes-tit-categ

           perform varying ws-rdc-ind from 1 by 1
                       until ws-rdc-ind > 3

               if ws-rdc-unidades(ws-rdc-ind) > 0 then

                   evaluate ws-rdc-categoria(ws-rdc-ind)
                       when "S"
                           move "Salgadas"   to ws-rel-ven-nome
                       when "D"
                           move "Doces"      to ws-rel-ven-nome
                       when other
                           move "Sem categ." to ws-rel-ven-nome
                   end-evaluate

                   move space to ws-rel-ven-tamanho
                   move ws-rdc-unidades(ws-rdc-ind)
                     to ws-rel-ven-unidades
                   move ws-rdc-receita(ws-rdc-ind)
                     to ws-rel-ven-receita
                   move ws-rdc-margem(ws-rdc-ind)
                     to ws-rel-ven-margem
                   write fd-linha-resdia from ws-relatorio-det-vendas
               end-if

           end-perform

      *>       cada pizza meio a meio deixou uma metade em cada sabor
           compute ws-rdd-meias-qtd = ws-rdd-meias / 2

           move spaces to fd-linha-resdia
           write fd-linha-resdia
           write fd-linha-resdia from ws-resdia-meias

           .
       gravar-bloco-resumo-dia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   acumula o registro de venda corrente no resumo do dia: linha
      *>   de detalhe por pizza (as lojas da mesma pizza vem em sequencia
      *>   na chave e saem somadas) e acumulado da categoria
       acumular-venda-dia section.

           if fd-vnd-nome <> ws-rdp-nome
           or fd-vnd-tamanho <> ws-rdp-tamanho then
               perform gravar-linha-resumo-dia

               move fd-vnd-nome    to ws-rdp-nome
               move fd-vnd-tamanho to ws-rdp-tamanho
               move 0              to ws-rdp-unidades
               move 0              to ws-rdp-receita
               move 0              to ws-rdp-margem
           end-if

           move fd-vnd-nome    to ws-nome-pizza
           move fd-vnd-tamanho to ws-tamanho-pizza

           perform localizar-pizza

      *>       receita e margem como gravadas na venda: o preco cobrado
      *>       e o custo do momento, mesmo que o catalogo mude depois
           move fd-vnd-receita to ws-fch-receita
           compute ws-fch-margem = fd-vnd-receita - fd-vnd-custo

           if ws-achou-pizza = "S" then
               move ws-categoria(ind) to ws-fch-categoria
           else
               move space to ws-fch-categoria
           end-if

      *>       cada metade de meio a meio conta meia unidade do sabor
           compute ws-fch-unidades = fd-vnd-quantidade + fd-vnd-meias / 2

           add fd-vnd-meias to ws-rdd-meias

           add ws-fch-unidades   to ws-rdp-unidades
           add ws-fch-receita    to ws-rdp-receita
           add ws-fch-margem     to ws-rdp-margem

           evaluate ws-fch-categoria
               when "S"
                   move 1 to ws-rdc-ind
               when "D"
                   move 2 to ws-rdc-ind
               when other
                   move 3 to ws-rdc-ind
           end-evaluate

           add ws-fch-unidades   to ws-rdc-unidades(ws-rdc-ind)
           add ws-fch-receita    to ws-rdc-receita(ws-rdc-ind)
           add ws-fch-margem     to ws-rdc-margem(ws-rdc-ind)

           .
       acumular-venda-dia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava a linha de detalhe da pizza acumulada, se houver
       gravar-linha-resumo-dia section.

           if ws-rdp-nome <> spaces then
               move ws-rdp-nome       to ws-rel-ven-nome
               move ws-rdp-tamanho    to ws-rel-ven-tamanho
               move ws-rdp-unidades   to ws-rel-ven-unidades
               move ws-rdp-receita    to ws-rel-ven-receita
               move ws-rdp-margem     to ws-rel-ven-margem
               write fd-linha-resdia from ws-relatorio-det-vendas
           end-if

           .
       gravar-linha-resumo-dia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   carga noturna de vendas: aplica as linhas de ENTVENDAS.DAT com as
      *>   mesmas validacoes da tela, registrando rejeicoes para o relatorio.
      *>   Na matriz o arquivo junta os movimentos de varias lojas, cada um
      *>   aberto por uma linha *LOJA*; linhas antes da primeira abertura
      *>   sao da loja desta instalacao
       carga-vendas-batch section.

           move 0             to ws-registros-lidos
           move ws-loja-atual to ws-carga-loja
           move "S"           to ws-carga-ok
           move "N"           to ws-carga-aberta

           open input entrada-vendas

           if ws-entrada-vendas-status = "00" then

               move space to ws-fim-entrada-vendas

               perform until ws-fim-entrada-vendas = "S"

                   read entrada-vendas
                       at end
                           move "S" to ws-fim-entrada-vendas
                       not at end
                           add 1 to ws-registros-lidos

                           if fd-enl-marca = "*LOJA*" then
                               perform fechar-carga-loja
                               perform abrir-carga-loja
                           else
                               if ws-carga-ok = "S" then
                                   add 1 to ws-carga-registros
                               end-if

      *>                       em RESTART, as vendas ate o checkpoint ja
      *>                       foram acumuladas pela execucao que caiu;
      *>                       reaplicar dobraria as quantidades. Linha de
      *>                       carga recusada nao e aplicada
                               if  ws-registros-lidos > ws-ckpt-vendas
                               and ws-carga-ok = "S" then
                                   perform aplicar-venda-batch
                               end-if

                               if  ws-registros-lidos > ws-ckpt-vendas
                               and ws-carga-ok <> "S" then
                                   add 1 to ws-exe-rejeitados
                               end-if
                           end-if

                           if ws-registros-lidos > ws-ckpt-vendas then
                               move ws-registros-lidos
                                 to ws-ctl-ckpt-vendas
                               perform gravar-controle-batch
                           end-if
                   end-read

               end-perform

               perform fechar-carga-loja

               close entrada-vendas

           end-if

           .
       carga-vendas-batch-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   abertura do bloco de uma loja: a loja tem de estar cadastrada e
      *>   a carga (loja e data do movimento) nao pode ter sido processada
      *>   antes; recusada, todas as linhas do bloco ficam de fora. Em
      *>   RESTART a abertura ate o checkpoint e conferida de novo, mas a
      *>   recusa so vai para o relatorio se for nova
       abrir-carga-loja section.

           move "S" to ws-carga-aberta
           move "S" to ws-carga-ok
           move 0   to ws-carga-registros
           move space to ws-msn

           if fd-enl-loja is not numeric
           or fd-enl-data is not numeric then
               move 0 to ws-carga-loja
               move 0 to ws-carga-data
               move "Abertura de carga de loja invalida" to ws-msn

           else
               move fd-enl-loja to ws-carga-loja
               move fd-enl-data to ws-carga-data

      *>           a data da abertura e a chave de CARGAS.DAT contra a
      *>           carga repetida: tem de ser um dia de verdade, nao futuro
               move ws-carga-data to ws-data-testada
               perform validar-data

               if ws-data-valida <> "S"
               or ws-data-futura = "S" then
                   move "Data da abertura de carga invalida" to ws-msn

               else
                   move ws-carga-loja to fd-loj-codigo

                   read loja-file record

                   if ws-loja-file-status <> "00" then
                       move "Loja nao cadastrada" to ws-msn

                   else
                       move ws-carga-loja to fd-crg-loja
                       move ws-carga-data to fd-crg-data-mov

                       read carga-file record

                       if ws-carga-file-status = "00" then
                           move "Carga da loja ja processada" to ws-msn
                       end-if
                   end-if
               end-if
           end-if

           if ws-registros-lidos > ws-ckpt-vendas then
               if ws-msn <> space then
                   add 1 to ws-exe-rejeitados
               else
                   add 1 to ws-exe-aplicados
               end-if
           end-if

           if ws-msn <> space then
               move "N" to ws-carga-ok

               if  ws-registros-lidos > ws-ckpt-vendas
               and ws-contador-rejeitos < 100 then
                   add 1 to ws-contador-rejeitos
                   move spaces to ws-rej-nome(ws-contador-rejeitos)
                   string "*LOJA* " ws-carga-loja " " ws-carga-data
                          delimited by size
                     into ws-rej-nome(ws-contador-rejeitos)
                   end-string
                   move ws-msn to ws-rej-motivo(ws-contador-rejeitos)
               end-if
           end-if

           .
       abrir-carga-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   fim do bloco de uma loja aceita: a carga fica registrada em
      *>   CARGAS.DAT e nao e aceita de novo
       fechar-carga-loja section.

           if  ws-carga-aberta = "S"
           and ws-carga-ok = "S" then
               accept ws-data-sistema from date yyyymmdd

               move ws-carga-loja       to fd-crg-loja
               move ws-carga-data       to fd-crg-data-mov
               move ws-data-sistema-num to fd-crg-data-carga
               move ws-carga-registros  to fd-crg-registros

               write fd-registro-carga
                   invalid key
                       move "Erro ao gravar CARGAS.DAT" to ws-msn
               end-write

      *>           sem o registro a carga da loja seria aceita de novo:
      *>           vai para o relatorio e a execucao termina com falha
               if ws-carga-file-status <> "00" then
                   if ws-contador-rejeitos < 100 then
                       add 1 to ws-contador-rejeitos
                       move spaces to ws-rej-nome(ws-contador-rejeitos)
                       string "*LOJA* " ws-carga-loja " " ws-carga-data
                              delimited by size
                         into ws-rej-nome(ws-contador-rejeitos)
                       end-string
                       move ws-msn to ws-rej-motivo(ws-contador-rejeitos)
                   end-if

                   move "CARGAS.DAT"         to ws-exe-arq-nome
                   move ws-carga-file-status to ws-exe-arq-status
                   perform registrar-falha-execucao
               end-if
           end-if

           move "N" to ws-carga-aberta

           .
       fechar-carga-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   aplica uma linha de ENTVENDAS.DAT com as mesmas validacoes da
      *>   tela de vendas, registrando rejeicoes para o relatorio
       aplicar-venda-batch section.

           move fd-env-nome       to ws-venda-nome
           move fd-env-tamanho    to ws-venda-tamanho
           move fd-env-data       to ws-venda-data
           move fd-env-quantidade to ws-venda-qtd
           move fd-env-nome2      to ws-venda-nome2
           move ws-carga-loja     to ws-venda-loja

           move space to ws-msn

      *>       dentro do bloco da loja, venda de outro dia escaparia do
      *>       controle de CARGAS.DAT (loja e data da abertura)
           if  ws-carga-aberta = "S"
           and fd-env-data <> ws-carga-data then
               move "Data da venda difere da abertura da carga" to ws-msn
           else
               perform gravar-venda
           end-if

           if ws-msn <> "Venda registrada com sucesso"
           and ws-msn <> space then
               add 1 to ws-exe-rejeitados
           else
               add 1 to ws-exe-aplicados
           end-if

           if ws-msn <> "Venda registrada com sucesso"
           and ws-msn <> space
           and ws-contador-rejeitos < 100 then
               add 1 to ws-contador-rejeitos
               move ws-venda-nome to ws-rej-nome(ws-contador-rejeitos)
               move ws-msn        to ws-rej-motivo(ws-contador-rejeitos)
           end-if

           .
       aplicar-venda-batch-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   carga da tabela de reajustes do fornecedor: guarda o retrato
      *>   de custo e margem de cada pizza, aplica os novos custos
      *>   unitarios com checkpoint e emite o relatorio de impacto
       carga-reajustes-batch section.

           move 0 to ws-registros-lidos

           open input reajuste-file

           if ws-reajuste-file-status = "00" then

      *>           lado "antes": custo por receita e margem vigentes
               perform atualizar-custos-receita
               perform calculo
               perform guardar-impacto-antes

               move space to ws-fim-reajustes

               perform until ws-fim-reajustes = "S"

                   read reajuste-file
                       at end
                           move "S" to ws-fim-reajustes
                       not at end
                           add 1 to ws-registros-lidos

      *>                       em RESTART, os reajustes ate o checkpoint
      *>                       ja foram aplicados pela execucao que caiu
                           if ws-registros-lidos > ws-ckpt-reajuste then
                               perform aplicar-reajuste-batch

                               move ws-registros-lidos
                                 to ws-ctl-ckpt-reajuste
                               perform gravar-controle-batch
                           end-if
                   end-read

               end-perform

               close reajuste-file

      *>           lado "depois": recalcula com os custos reajustados
               perform atualizar-custos-receita
               perform calculo

               perform gravar-relatorio-impacto

           end-if

           .
       carga-reajustes-batch-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   aplica uma linha de REAJUSTE.DAT no custo unitario do
      *>   ingrediente, registrando rejeicoes para o relatorio
       aplicar-reajuste-batch section.

           move fd-rea-nome to fd-ing-nome

           read ingrediente-file record

           if ws-ingrediente-file-status <> "00" then

               add 1 to ws-exe-rejeitados

               if ws-contador-rejeitos < 100 then
                   add 1 to ws-contador-rejeitos
                   move fd-rea-nome to ws-rej-nome(ws-contador-rejeitos)
                   move "Ingrediente nao cadastrado para reajuste"
                     to ws-rej-motivo(ws-contador-rejeitos)
               end-if

           else
               if fd-rea-custo-unit = 0 then

                   add 1 to ws-exe-rejeitados

                   if ws-contador-rejeitos < 100 then
                       add 1 to ws-contador-rejeitos
                       move fd-rea-nome to ws-rej-nome(ws-contador-rejeitos)
                       move "Custo unitario nao pode ser zero"
                         to ws-rej-motivo(ws-contador-rejeitos)
                   end-if

               else
                   move fd-rea-custo-unit to fd-ing-custo-unit

                   rewrite fd-registro-ingrediente
                       invalid key
                           continue
                   end-rewrite

                   add 1 to ws-exe-aplicados
               end-if
           end-if

           .
       aplicar-reajuste-batch-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   retrato do custo e da margem por cm2 de cada pizza ativa antes
      *>   de aplicar os reajustes
       guardar-impacto-antes section.

           move 0 to ws-imp-qtd

           perform varying ind from 1 by 1
                       until ind > 100
                          or ws-nome(ind) = spaces

               add 1 to ws-imp-qtd
               move ws-nome(ind)       to ws-imp-nome(ws-imp-qtd)
               move ws-tamanho(ind)    to ws-imp-tamanho(ws-imp-qtd)
               move ws-custo(ind)      to ws-imp-custo-antes(ws-imp-qtd)
               move ws-margem_cm2(ind) to ws-imp-mgcm2-antes(ws-imp-qtd)
               move ws-custo(ind)      to ws-imp-custo-depois(ws-imp-qtd)
               move ws-margem_cm2(ind) to ws-imp-mgcm2-depois(ws-imp-qtd)

           end-perform

           .
       guardar-impacto-antes-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   completa o retrato com os valores recalculados, ordena pelas
      *>   maiores perdas de margem por cm2 e grava IMPACTO.TXT so com as
      *>   pizzas cujo custo mudou
       gravar-relatorio-impacto section.

      *>       lado "depois" de cada pizza do retrato
           perform varying ind_aux from 1 by 1
                       until ind_aux > ws-imp-qtd

               perform varying ind from 1 by 1
                           until ind > 100
                              or ws-nome(ind) = spaces

                   if  ws-nome(ind) = ws-imp-nome(ind_aux)
                   and ws-tamanho(ind) = ws-imp-tamanho(ind_aux) then
                       move ws-custo(ind)
                         to ws-imp-custo-depois(ind_aux)
                       move ws-margem_cm2(ind)
                         to ws-imp-mgcm2-depois(ind_aux)
                       exit perform
                   end-if

               end-perform

           end-perform

      *>       ordena pela maior perda de margem (antes - depois)
           move "trocou" to controle

           perform until controle <> "trocou"

               move 1            to ind
               move "nao_trocou" to controle

               perform until ind >= ws-imp-qtd

                   compute ws-imp-perda-a =
                           ws-imp-mgcm2-antes(ind) -
                           ws-imp-mgcm2-depois(ind)
                   compute ws-imp-perda-b =
                           ws-imp-mgcm2-antes(ind + 1) -
                           ws-imp-mgcm2-depois(ind + 1)

                   if ws-imp-perda-a < ws-imp-perda-b then
                       move ws-impacto(ind + 1) to ws-impacto-aux
                       move ws-impacto(ind)     to ws-impacto(ind + 1)
                       move ws-impacto-aux      to ws-impacto(ind)
                       move "trocou"            to controle
                   end-if

                   add 1 to ind
               end-perform
           end-perform

           accept ws-data-sistema from date yyyymmdd

           move ws-data-sis-dd   to ws-imp-cab-dd
           move ws-data-sis-mm   to ws-imp-cab-mm
           move ws-data-sis-aaaa to ws-imp-cab-aaaa

           open output impacto-file

           if ws-impacto-file-status = "00" then

               write fd-linha-impacto from ws-impacto-cabecalho
               write fd-linha-impacto from ws-impacto-titulo

               perform varying ind_aux from 1 by 1
                           until ind_aux > ws-imp-qtd

      *>               so as pizzas atingidas pelo reajuste via receita
                   if ws-imp-custo-depois(ind_aux) <>
                      ws-imp-custo-antes(ind_aux) then

                       compute ws-imp-perda-a =
                               ws-imp-mgcm2-antes(ind_aux) -
                               ws-imp-mgcm2-depois(ind_aux)

                       move ws-imp-nome(ind_aux)    to ws-imp-det-nome
                       move ws-imp-tamanho(ind_aux) to ws-imp-det-tamanho
                       move ws-imp-custo-antes(ind_aux)
                         to ws-imp-det-custo-ant
                       move ws-imp-custo-depois(ind_aux)
                         to ws-imp-det-custo-dep
                       move ws-imp-mgcm2-antes(ind_aux)
                         to ws-imp-det-mg-ant
                       move ws-imp-mgcm2-depois(ind_aux)
                         to ws-imp-det-mg-dep
                       move ws-imp-perda-a          to ws-imp-det-perda

                       write fd-linha-impacto from ws-impacto-detalhe
                   end-if

               end-perform

               close impacto-file
           end-if

           .
       gravar-relatorio-impacto-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   soma as vendas acumuladas de uma pizza (todas as datas) a partir
      *>   do arquivo de vendas, para o resumo de vendas do relatorio:
      *>   unidades e os valores gravados em cada venda, so da loja
      *>   ws-vnd-loja-busca (zero: todas)
       somar-vendas-pizza section.

           move 0 to ws-vnd-unidades
           move 0 to ws-vnd-receita
           move 0 to ws-vnd-margem-total

           move ws-vnd-nome-busca to fd-vnd-nome
           move ws-vnd-tam-busca  to fd-vnd-tamanho
           move 0                 to fd-vnd-data
           move 0                 to fd-vnd-loja

           start vendas-file key >= fd-vnd-chave
               invalid key
                   move "10" to ws-vendas-file-status
           end-start

           perform until ws-vendas-file-status <> "00"

               read vendas-file next record
                   at end
                       move "10" to ws-vendas-file-status
                   not at end
                       if  fd-vnd-nome = ws-vnd-nome-busca
                       and fd-vnd-tamanho = ws-vnd-tam-busca then
                           if ws-vnd-loja-busca = 0
                           or fd-vnd-loja = ws-vnd-loja-busca then
                               compute ws-vnd-unidades =
                                       ws-vnd-unidades + fd-vnd-quantidade
                                     + fd-vnd-meias / 2
                               add fd-vnd-receita    to ws-vnd-receita
                               compute ws-vnd-margem-total =
                                       ws-vnd-margem-total +
                                       fd-vnd-receita - fd-vnd-custo
                           end-if
                       else
                           move "10" to ws-vendas-file-status
                       end-if
               end-read

           end-perform

           .
       somar-vendas-pizza-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   fechamento mensal: consolida no resumo mensal o detalhe de
      *>   VENDAS.DAT anterior ao mes corrente, pelos valores gravados
      *>   em cada venda, expurga o detalhe consolidado para o historico
      *>   e emite o comparativo dos meses fechados
       fechar-mes section.

           accept ws-data-sistema from date yyyymmdd
           compute ws-anomes-corrente =
                  (ws-data-sis-aaaa * 100) + ws-data-sis-mm

           open i-o resumo-mensal

           if ws-resumo-mensal-status = "35" then
               open output resumo-mensal
               close       resumo-mensal
               open i-o    resumo-mensal
           end-if

      *>       RESMES.DAT anterior as unidades fracionadas: consolidar
      *>       nele gravaria lixo
           if ws-resumo-mensal-status <> "00" then
               display "Erro ao abrir RESMES.DAT - status "
                       ws-resumo-mensal-status
               display "Arquivo em layout antigo: execute com o "
                       "parametro CONVERTE"

               move "RESMES.DAT"            to ws-exe-arq-nome
               move ws-resumo-mensal-status to ws-exe-arq-status
               perform anotar-saida-execucao
               perform encerrar-execucao
               stop run
           end-if

           open extend vendhist-file

           if ws-vendhist-file-status = "35" then
               open output vendhist-file
           end-if

           move 0 to ws-qtd-expurgadas
           move 0 to ws-exe-lidos

      *>       varre o detalhe reposicionando a cada registro, porque o
      *>       expurgo apaga o registro corrente e invalidaria a posicao
      *>       da leitura (mesma cautela de excluir-receitas)
           move low-values to ws-ultima-chave-venda
           move space      to ws-fim-expurgo

           perform until ws-fim-expurgo = "S"

               move ws-ultima-chave-venda to fd-vnd-chave

               start vendas-file key > fd-vnd-chave
                   invalid key
                       move "S" to ws-fim-expurgo
               end-start

               if ws-fim-expurgo <> "S" then

                   read vendas-file next record
                       at end
                           move "S" to ws-fim-expurgo
                       not at end
                           add 1 to ws-exe-lidos
                           move fd-vnd-chave to ws-ultima-chave-venda

                           compute ws-vnd-anomes = fd-vnd-data / 100

                           if ws-vnd-anomes < ws-anomes-corrente then
                               perform consolidar-venda-mes
                           end-if
                   end-read
               end-if

           end-perform

           close vendhist-file

           display "Fechamento mensal concluido - "
                   "registros expurgados: " ws-qtd-expurgadas

      *>       no diario, aplicado e o registro consolidado e expurgado
           move "VENDAS.DAT"      to ws-exe-arq-nome
           move "00"              to ws-exe-arq-status
           move ws-qtd-expurgadas to ws-exe-aplicados
           perform anotar-entrada-execucao

           move "VENDHIST.DAT"          to ws-exe-arq-nome
           move ws-vendhist-file-status to ws-exe-arq-status
           perform anotar-saida-execucao

           perform gravar-tendencia-mensal

           move "TENDMES.TXT"          to ws-exe-arq-nome
           move ws-tendmes-file-status to ws-exe-arq-status
           perform anotar-saida-execucao

           close resumo-mensal

           move "RESMES.DAT"            to ws-exe-arq-nome
           move ws-resumo-mensal-status to ws-exe-arq-status
           perform anotar-saida-execucao

           .
       fechar-mes-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   consolida o registro de venda corrente no resumo mensal da
      *>   pizza na loja, copia o detalhe para o historico e o expurga de
      *>   VENDAS.DAT
       consolidar-venda-mes section.

           move fd-vnd-nome    to ws-nome-pizza
           move fd-vnd-tamanho to ws-tamanho-pizza

           perform localizar-pizza

           compute ws-fch-unidades = fd-vnd-quantidade + fd-vnd-meias / 2

      *>       receita e margem como gravadas na venda; pizza fora da
      *>       tabela de ativas (excluida/descontinuada) entra sem
      *>       categoria
           move fd-vnd-receita to ws-fch-receita
           compute ws-fch-margem = fd-vnd-receita - fd-vnd-custo

           if ws-achou-pizza = "S" then
               move ws-categoria(ind) to ws-fch-categoria
           else
               move space to ws-fch-categoria
           end-if

           move fd-vnd-nome    to fd-rsm-pizza
           move fd-vnd-tamanho to fd-rsm-tamanho
           move ws-vnd-anomes  to fd-rsm-anomes
           move fd-vnd-loja    to fd-rsm-loja

           read resumo-mensal record

           if ws-resumo-mensal-status = "00" then
               add ws-fch-unidades to fd-rsm-unidades
               add ws-fch-receita  to fd-rsm-receita
               add ws-fch-margem   to fd-rsm-margem
               add fd-vnd-meias    to fd-rsm-meias

               rewrite fd-registro-resumo-mensal
                   invalid key
                       continue
               end-rewrite
           else
               move fd-vnd-nome      to fd-rsm-pizza
               move fd-vnd-tamanho   to fd-rsm-tamanho
               move ws-vnd-anomes    to fd-rsm-anomes
               move fd-vnd-loja      to fd-rsm-loja
               move ws-fch-unidades  to fd-rsm-unidades
               move ws-fch-receita   to fd-rsm-receita
               move ws-fch-margem    to fd-rsm-margem
               move ws-fch-categoria to fd-rsm-categoria
               move fd-vnd-meias     to fd-rsm-meias

               write fd-registro-resumo-mensal
                   invalid key
                       continue
               end-write
           end-if

      *>       detalhe preservado no historico antes do expurgo
           move fd-vnd-nome       to fd-vh-nome
           move fd-vnd-tamanho    to fd-vh-tamanho
           move fd-vnd-data       to fd-vh-data
           move fd-vnd-quantidade to fd-vh-quantidade
           move fd-vnd-preco-unit to fd-vh-preco-unit
           move fd-vnd-promo      to fd-vh-promo
           move fd-vnd-custo-unit to fd-vh-custo-unit
           move fd-vnd-receita    to fd-vh-receita
           move fd-vnd-custo      to fd-vh-custo
           move fd-vnd-meias      to fd-vh-meias
           move fd-vnd-loja       to fd-vh-loja

           write fd-registro-vendhist

           delete vendas-file record
               invalid key
                   continue
           end-delete

           if ws-vendas-file-status = "00" then
               add 1 to ws-qtd-expurgadas
           end-if

           .
       consolidar-venda-mes-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava TENDMES.TXT: para cada pizza, os meses fechados lado a
      *>   lado com a tendencia das unidades frente ao mes anterior, e o
      *>   mesmo acumulado por categoria
       gravar-tendencia-mensal section.

           accept ws-data-sistema from date yyyymmdd

           move ws-data-sis-dd   to ws-tdm-cab-dd
           move ws-data-sis-mm   to ws-tdm-cab-mm
           move ws-data-sis-aaaa to ws-tdm-cab-aaaa

           open output tendmes-file

           if ws-tendmes-file-status = "00" then

               write fd-linha-tendmes from ws-tendmes-cabecalho

      *>           uma secao por loja e a consolidada da rede no fim
               move 0     to ws-rel-loja
               move space to ws-fim-lojas

               perform proxima-loja

               perform until ws-fim-lojas = "S"

                   move spaces to fd-linha-tendmes
                   write fd-linha-tendmes
                   write fd-linha-tendmes from ws-rel-loja-cabecalho

                   perform gravar-bloco-tendencia

                   perform proxima-loja
               end-perform

               move spaces to fd-linha-tendmes
               write fd-linha-tendmes
               write fd-linha-tendmes from ws-rel-loja-consolidado

               move 0 to ws-rel-loja
               perform gravar-bloco-tendencia

               close tendmes-file
           end-if

           .
       gravar-tendencia-mensal-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   bloco do comparativo da loja ws-rel-loja (zero: todas as
      *>   lojas somadas): por pizza e, em seguida, por categoria
       gravar-bloco-tendencia section.

           move 0 to ws-ctm-qtd

           write fd-linha-tendmes from ws-tendmes-tit-pizza

           move spaces to ws-tend-pizza-ant
           move space  to ws-tend-tam-ant
           move 0      to ws-tend-unid-ant
           move "N"    to ws-tda-pendente

           move low-values to fd-rsm-chave

           start resumo-mensal key >= fd-rsm-chave
               invalid key
                   move "10" to ws-resumo-mensal-status
           end-start

           move space to ws-fim-resumo

           if ws-resumo-mensal-status <> "00" then
               move "S" to ws-fim-resumo
           end-if

           perform until ws-fim-resumo = "S"

               read resumo-mensal next record
                   at end
                       move "S" to ws-fim-resumo
                   not at end
                       if ws-rel-loja = 0
                       or fd-rsm-loja = ws-rel-loja then
                           perform acumular-resumo-tendencia
                       end-if
               end-read

           end-perform

           if ws-tda-pendente = "S" then
               perform gravar-linha-tendencia
           end-if

      *>       acumulado por categoria, na sequencia do detalhe
           if ws-ctm-qtd > 0 then
               perform gravar-tendencia-categoria
           end-if

           .
       gravar-bloco-tendencia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   soma o registro corrente do resumo mensal na pizza/mes em
      *>   acumulacao; troca de pizza, tamanho ou mes grava a anterior
       acumular-resumo-tendencia section.

           if ws-tda-pendente = "S"
           and (   fd-rsm-pizza <> ws-tda-pizza
                or fd-rsm-tamanho <> ws-tda-tamanho
                or fd-rsm-anomes <> ws-tda-anomes) then
               perform gravar-linha-tendencia
               move "N" to ws-tda-pendente
           end-if

           if ws-tda-pendente = "S" then
               add fd-rsm-unidades to ws-tda-unidades
               add fd-rsm-receita  to ws-tda-receita
               add fd-rsm-margem   to ws-tda-margem
           else
               move fd-rsm-pizza     to ws-tda-pizza
               move fd-rsm-tamanho   to ws-tda-tamanho
               move fd-rsm-anomes    to ws-tda-anomes
               move fd-rsm-unidades  to ws-tda-unidades
               move fd-rsm-receita   to ws-tda-receita
               move fd-rsm-margem    to ws-tda-margem
               move fd-rsm-categoria to ws-tda-categoria
               move "S"              to ws-tda-pendente
           end-if

           .
       acumular-resumo-tendencia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava uma linha do comparativo por pizza e acumula a pizza/mes
      *>   de ws-tend-acumulado na tabela por categoria
       gravar-linha-tendencia section.

      *>       troca de pizza/tamanho: separa o bloco e zera a base da
      *>       tendencia
           if ws-tda-pizza <> ws-tend-pizza-ant
           or ws-tda-tamanho <> ws-tend-tam-ant then
               move spaces to fd-linha-tendmes
               write fd-linha-tendmes

               move ws-tda-pizza   to ws-tend-pizza-ant
               move ws-tda-tamanho to ws-tend-tam-ant
               move 0              to ws-tend-unid-ant
           end-if

           evaluate true
               when ws-tend-unid-ant = 0
                   move "N" to ws-tdm-det-tend
               when ws-tda-unidades > ws-tend-unid-ant
                   move "+" to ws-tdm-det-tend
               when ws-tda-unidades < ws-tend-unid-ant
                   move "-" to ws-tdm-det-tend
               when other
                   move "=" to ws-tdm-det-tend
           end-evaluate

           move ws-tda-pizza    to ws-tdm-det-nome
           move ws-tda-tamanho  to ws-tdm-det-tamanho
           move ws-tda-anomes   to ws-tdm-det-anomes
           move ws-tda-unidades to ws-tdm-det-unidades
           move ws-tda-receita  to ws-tdm-det-receita
           move ws-tda-margem   to ws-tdm-det-margem

           write fd-linha-tendmes from ws-tendmes-detalhe

           move ws-tda-unidades to ws-tend-unid-ant

      *>       acumula na tabela categoria x mes
           move "N" to ws-ctm-achou

           perform varying ind from 1 by 1
                       until ind > ws-ctm-qtd

               if  ws-ctm-categoria(ind) = ws-tda-categoria
               and ws-ctm-anomes(ind) = ws-tda-anomes then
                   add ws-tda-unidades to ws-ctm-unidades(ind)
                   add ws-tda-receita  to ws-ctm-receita(ind)
                   add ws-tda-margem   to ws-ctm-margem(ind)
                   move "S" to ws-ctm-achou
                   exit perform
               end-if

           end-perform

           if  ws-ctm-achou <> "S"
           and ws-ctm-qtd < 36 then
               add 1 to ws-ctm-qtd
               move ws-tda-categoria to ws-ctm-categoria(ws-ctm-qtd)
               move ws-tda-anomes    to ws-ctm-anomes(ws-ctm-qtd)
               move ws-tda-unidades  to ws-ctm-unidades(ws-ctm-qtd)
               move ws-tda-receita   to ws-ctm-receita(ws-ctm-qtd)
               move ws-tda-margem    to ws-ctm-margem(ws-ctm-qtd)
           end-if

           .
       gravar-linha-tendencia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   ordena a tabela categoria x mes (categoria e, dentro dela, o
      *>   mes em ordem crescente) e grava o bloco por categoria do
      *>   comparativo, com a mesma tendencia do bloco por pizza
       gravar-tendencia-categoria section.

           move "trocou" to controle

           perform until controle <> "trocou"

               move 1            to ind
               move "nao_trocou" to controle

               perform until ind >= ws-ctm-qtd

                   if ws-ctm-categoria(ind) > ws-ctm-categoria(ind + 1)
                   or (    ws-ctm-categoria(ind) = ws-ctm-categoria(ind + 1)
                       and ws-ctm-anomes(ind) > ws-ctm-anomes(ind + 1)) then
                       move ws-cat-mensal(ind + 1) to ws-cat-mensal-aux
                       move ws-cat-mensal(ind)     to ws-cat-mensal(ind + 1)
                       move ws-cat-mensal-aux      to ws-cat-mensal(ind)
                       move "trocou"               to controle
                   end-if

                   add 1 to ind
               end-perform
           end-perform

           move spaces to fd-linha-tendmes
           write fd-linha-tendmes
           write fd-linha-tendmes from ws-tendmes-tit-categ

           move space to ws-cat-atual
           move 0     to ws-tend-unid-ant

           perform varying ind from 1 by 1
                       until ind > ws-ctm-qtd

               if ind = 1
               or ws-ctm-categoria(ind) <> ws-cat-atual then
                   move ws-ctm-categoria(ind) to ws-cat-atual
                   move 0 to ws-tend-unid-ant

                   move spaces to fd-linha-tendmes
                   write fd-linha-tendmes
               end-if

               evaluate ws-ctm-categoria(ind)
                   when "S"
                       move "Salgadas"   to ws-tdm-det-nome
                   when "D"
                       move "Doces"      to ws-tdm-det-nome
                   when other
                       move "Sem categ." to ws-tdm-det-nome
               end-evaluate

               evaluate true
                   when ws-tend-unid-ant = 0
                       move "N" to ws-tdm-det-tend
                   when ws-ctm-unidades(ind) > ws-tend-unid-ant
                       move "+" to ws-tdm-det-tend
                   when ws-ctm-unidades(ind) < ws-tend-unid-ant
                       move "-" to ws-tdm-det-tend
                   when other
                       move "=" to ws-tdm-det-tend
               end-evaluate

               move space                to ws-tdm-det-tamanho
               move ws-ctm-anomes(ind)   to ws-tdm-det-anomes
               move ws-ctm-unidades(ind) to ws-tdm-det-unidades
               move ws-ctm-receita(ind)  to ws-tdm-det-receita
               move ws-ctm-margem(ind)   to ws-tdm-det-margem

               write fd-linha-tendmes from ws-tendmes-detalhe

               move ws-ctm-unidades(ind) to ws-tend-unid-ant
           end-perform

           .
       gravar-tendencia-categoria-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   engenharia de cardapio (CARDAPIO.TXT): cada pizza/tamanho dos
      *>   ultimos meses fechados de RESMES.DAT, somadas as lojas, e
      *>   classificada na sua categoria pela participacao nas unidades e
      *>   pela margem unitaria frente a media da categoria; traz a curva
      *>   ABC da receita e os candidatos a descontinuar-pizza
       engenharia-cardapio section.

           accept ws-data-sistema from date yyyymmdd

           if ws-parametro-qtd = 0 then
               move 3 to ws-eng-meses
           else
               if ws-parametro-qtd > 36 then
                   move 36 to ws-eng-meses
               else
                   move ws-parametro-qtd to ws-eng-meses
               end-if
           end-if

      *>       periodo: os ws-eng-meses meses anteriores ao corrente,
      *>       contados em meses corridos (ano * 12 + mes - 1)
           compute ws-eng-mes-calc =
                  (ws-data-sis-aaaa * 12) + ws-data-sis-mm - 2
           divide ws-eng-mes-calc by 12
               giving ws-eng-ano-calc remainder ws-eng-mes-num
           compute ws-eng-anomes-fim =
                  (ws-eng-ano-calc * 100) + ws-eng-mes-num + 1

           compute ws-eng-mes-calc = ws-eng-mes-calc - ws-eng-meses + 1
           divide ws-eng-mes-calc by 12
               giving ws-eng-ano-calc remainder ws-eng-mes-num
           compute ws-eng-anomes-ini =
                  (ws-eng-ano-calc * 100) + ws-eng-mes-num + 1

           move 0 to ws-eng-qtd
           move 0 to ws-eng-ignorados

           open input resumo-mensal

           if  ws-resumo-mensal-status <> "00"
           and ws-resumo-mensal-status <> "35" then
               display "Erro ao abrir RESMES.DAT - status "
                       ws-resumo-mensal-status
               display "Arquivo em layout antigo: execute com o "
                       "parametro CONVERTE"
               stop run
           end-if

           if ws-resumo-mensal-status = "00" then

               move low-values to fd-rsm-chave

               start resumo-mensal key >= fd-rsm-chave
                   invalid key
                       move "10" to ws-resumo-mensal-status
               end-start

               move space to ws-fim-resumo

               if ws-resumo-mensal-status <> "00" then
                   move "S" to ws-fim-resumo
               end-if

               perform until ws-fim-resumo = "S"

                   read resumo-mensal next record
                       at end
                           move "S" to ws-fim-resumo
                       not at end
                           if  fd-rsm-anomes >= ws-eng-anomes-ini
                           and fd-rsm-anomes <= ws-eng-anomes-fim then
                               perform acumular-engenharia
                           end-if
                   end-read

               end-perform

               close resumo-mensal
           end-if

           open output engcard-file

           if ws-engcard-file-status <> "00" then
               display "Erro ao abrir CARDAPIO.TXT - status "
                       ws-engcard-file-status

           else
               move ws-data-sis-dd    to ws-egd-cab-dd
               move ws-data-sis-mm    to ws-egd-cab-mm
               move ws-data-sis-aaaa  to ws-egd-cab-aaaa
               move ws-eng-anomes-ini to ws-egd-cab-ini
               move ws-eng-anomes-fim to ws-egd-cab-fim

               write fd-linha-engcard from ws-engcard-cabecalho
               write fd-linha-engcard from ws-engcard-criterio-pop
               write fd-linha-engcard from ws-engcard-criterio-mrg

               if ws-eng-qtd = 0 then
                   move spaces to fd-linha-engcard
                   write fd-linha-engcard
                   write fd-linha-engcard from ws-engcard-sem-vendas

               else
                   perform classificar-engenharia

                   move "M" to ws-eng-ordem
                   perform ordenar-engenharia

                   perform gravar-matriz-engenharia

                   perform gravar-candidatos-engenharia

                   move "A" to ws-eng-ordem
                   perform ordenar-engenharia

                   perform gravar-curva-abc
               end-if

               close engcard-file

               display "Engenharia de cardapio gravada em CARDAPIO.TXT"
                       " - periodo " ws-eng-anomes-ini " a "
                       ws-eng-anomes-fim " - itens: " ws-eng-qtd

               if ws-eng-ignorados > 0 then
                   display "Registros fora da tabela (limite de 200 "
                           "itens): " ws-eng-ignorados
               end-if
           end-if

           .
       engenharia-cardapio-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   soma o registro corrente do resumo mensal na pizza/tamanho em
      *>   acumulacao: os meses e as lojas da mesma pizza/tamanho vem em
      *>   sequencia na chave; a categoria que vale e a do mes mais recente
       acumular-engenharia section.

           if  ws-eng-qtd > 0
           and ws-eng-nome(ws-eng-qtd) = fd-rsm-pizza
           and ws-eng-tamanho(ws-eng-qtd) = fd-rsm-tamanho then
               add fd-rsm-unidades to ws-eng-unidades(ws-eng-qtd)
               add fd-rsm-receita  to ws-eng-receita(ws-eng-qtd)
               add fd-rsm-margem   to ws-eng-margem(ws-eng-qtd)

               if fd-rsm-categoria <> space then
                   move fd-rsm-categoria to ws-eng-categoria(ws-eng-qtd)
               end-if

           else
               if ws-eng-qtd < 200 then
                   add 1 to ws-eng-qtd
                   move fd-rsm-pizza     to ws-eng-nome(ws-eng-qtd)
                   move fd-rsm-tamanho   to ws-eng-tamanho(ws-eng-qtd)
                   move fd-rsm-categoria to ws-eng-categoria(ws-eng-qtd)
                   move fd-rsm-unidades  to ws-eng-unidades(ws-eng-qtd)
                   move fd-rsm-receita   to ws-eng-receita(ws-eng-qtd)
                   move fd-rsm-margem    to ws-eng-margem(ws-eng-qtd)
                   move 0                to ws-eng-margem-unit(ws-eng-qtd)
                   move 0                to ws-eng-part(ws-eng-qtd)
                   move 0                to ws-eng-grupo(ws-eng-qtd)
               else
                   add 1 to ws-eng-ignorados
               end-if
           end-if

           .
       acumular-engenharia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   totais e medias de cada categoria e classificacao de cada
      *>   pizza/tamanho: popular quando a participacao nas unidades
      *>   alcanca a media (100% / itens da categoria), rentavel quando
      *>   a margem unitaria alcanca a da categoria
       classificar-engenharia section.

           move "S"   to ws-egc-categoria(1)
           move "D"   to ws-egc-categoria(2)
           move space to ws-egc-categoria(3)

           perform varying ws-egc-ind from 1 by 1
                       until ws-egc-ind > 3
               move 0 to ws-egc-itens(ws-egc-ind)
               move 0 to ws-egc-unidades(ws-egc-ind)
               move 0 to ws-egc-margem(ws-egc-ind)
               move 0 to ws-egc-part-media(ws-egc-ind)
               move 0 to ws-egc-margem-media(ws-egc-ind)
           end-perform

           perform varying ws-eng-ind from 1 by 1
                       until ws-eng-ind > ws-eng-qtd

               evaluate ws-eng-categoria(ws-eng-ind)
                   when "S"
                       move 1 to ws-egc-ind
                   when "D"
                       move 2 to ws-egc-ind
                   when other
                       move 3 to ws-egc-ind
               end-evaluate

               move ws-egc-ind to ws-eng-cat-ind(ws-eng-ind)

               add 1 to ws-egc-itens(ws-egc-ind)
               add ws-eng-unidades(ws-eng-ind)
                to ws-egc-unidades(ws-egc-ind)
               add ws-eng-margem(ws-eng-ind)
                to ws-egc-margem(ws-egc-ind)
           end-perform

           perform varying ws-egc-ind from 1 by 1
                       until ws-egc-ind > 3

               if ws-egc-itens(ws-egc-ind) > 0 then
                   compute ws-egc-part-media(ws-egc-ind) rounded =
                           100 / ws-egc-itens(ws-egc-ind)
               end-if

               if ws-egc-unidades(ws-egc-ind) > 0 then
                   compute ws-egc-margem-media(ws-egc-ind) rounded =
                           ws-egc-margem(ws-egc-ind) /
                           ws-egc-unidades(ws-egc-ind)
               end-if
           end-perform

           perform varying ws-eng-ind from 1 by 1
                       until ws-eng-ind > ws-eng-qtd

               move ws-eng-cat-ind(ws-eng-ind) to ws-egc-ind

               if ws-egc-unidades(ws-egc-ind) > 0 then
                   compute ws-eng-part(ws-eng-ind) rounded =
                           ws-eng-unidades(ws-eng-ind) * 100 /
                           ws-egc-unidades(ws-egc-ind)
               end-if

               if ws-eng-unidades(ws-eng-ind) > 0 then
                   compute ws-eng-margem-unit(ws-eng-ind) rounded =
                           ws-eng-margem(ws-eng-ind) /
                           ws-eng-unidades(ws-eng-ind)
               end-if

      *>           popularidade comparada sem o arredondamento das
      *>           porcentagens: unidades * itens contra o total
               if ws-eng-unidades(ws-eng-ind) * ws-egc-itens(ws-egc-ind)
                  >= ws-egc-unidades(ws-egc-ind) then
                   if ws-eng-margem-unit(ws-eng-ind) >=
                      ws-egc-margem-media(ws-egc-ind) then
                       move 1 to ws-eng-grupo(ws-eng-ind)
                   else
                       move 2 to ws-eng-grupo(ws-eng-ind)
                   end-if
               else
                   if ws-eng-margem-unit(ws-eng-ind) >=
                      ws-egc-margem-media(ws-egc-ind) then
                       move 3 to ws-eng-grupo(ws-eng-ind)
                   else
                       move 4 to ws-eng-grupo(ws-eng-ind)
                   end-if
               end-if
           end-perform

           .
       classificar-engenharia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   ordena a tabela da engenharia de cardapio: "M" por categoria,
      *>   grupo e receita decrescente (matriz); "A" por receita
      *>   decrescente (curva ABC)
       ordenar-engenharia section.

           move "trocou" to controle

           perform until controle <> "trocou"

               move 1            to ws-eng-ind
               move "nao_trocou" to controle

               perform until ws-eng-ind >= ws-eng-qtd

                   move ws-engenharia(ws-eng-ind + 1)
                     to ws-engenharia-aux

                   move "N" to ws-eng-troca

                   if ws-eng-ordem = "M" then
                       if ws-eng-cat-ind(ws-eng-ind) > ws-enx-cat-ind
                       or (    ws-eng-cat-ind(ws-eng-ind) = ws-enx-cat-ind
                           and ws-eng-grupo(ws-eng-ind) > ws-enx-grupo)
                       or (    ws-eng-cat-ind(ws-eng-ind) = ws-enx-cat-ind
                           and ws-eng-grupo(ws-eng-ind) = ws-enx-grupo
                           and ws-eng-receita(ws-eng-ind) <
                               ws-enx-receita) then
                           move "S" to ws-eng-troca
                       end-if
                   else
                       if ws-eng-receita(ws-eng-ind) < ws-enx-receita then
                           move "S" to ws-eng-troca
                       end-if
                   end-if

                   if ws-eng-troca = "S" then
                       move ws-engenharia(ws-eng-ind)
                         to ws-engenharia(ws-eng-ind + 1)
                       move ws-engenharia-aux
                         to ws-engenharia(ws-eng-ind)
                       move "trocou" to controle
                   end-if

                   add 1 to ws-eng-ind
               end-perform
           end-perform

           .
       ordenar-engenharia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava a matriz popularidade x margem: um bloco por categoria
      *>   com as medias dela e as pizzas/tamanhos agrupadas
       gravar-matriz-engenharia section.

           move spaces to fd-linha-engcard
           write fd-linha-engcard
           write fd-linha-engcard from ws-engcard-tit-matriz

           move 0 to ws-egc-ind

           perform varying ws-eng-ind from 1 by 1
                       until ws-eng-ind > ws-eng-qtd

               if ws-eng-cat-ind(ws-eng-ind) <> ws-egc-ind then
                   move ws-eng-cat-ind(ws-eng-ind) to ws-egc-ind

                   evaluate ws-egc-categoria(ws-egc-ind)
                       when "S"
                           move "Salgadas"   to ws-egd-cat-nome
                       when "D"
                           move "Doces"      to ws-egd-cat-nome
                       when other
                           move "Sem categ." to ws-egd-cat-nome
                   end-evaluate

                   move ws-egc-itens(ws-egc-ind)    to ws-egd-cat-itens
                   move ws-egc-unidades(ws-egc-ind) to ws-egd-cat-unidades
                   move ws-egc-part-media(ws-egc-ind)
                     to ws-egd-cat-part
                   move ws-egc-margem-media(ws-egc-ind)
                     to ws-egd-cat-margem

                   move spaces to fd-linha-engcard
                   write fd-linha-engcard
                   write fd-linha-engcard from ws-engcard-categoria
                   write fd-linha-engcard from ws-engcard-tit-item
               end-if

               move ws-eng-nome(ws-eng-ind)        to ws-egd-det-nome
               move ws-eng-tamanho(ws-eng-ind)     to ws-egd-det-tamanho
               move ws-eng-unidades(ws-eng-ind)    to ws-egd-det-unidades
               move ws-eng-part(ws-eng-ind)        to ws-egd-det-part
               move ws-eng-margem-unit(ws-eng-ind) to ws-egd-det-mrg-unit
               move ws-eng-receita(ws-eng-ind)     to ws-egd-det-receita
               move ws-eng-margem(ws-eng-ind)      to ws-egd-det-margem

               evaluate ws-eng-grupo(ws-eng-ind)
                   when 1
                       move "Estrela"        to ws-egd-det-grupo
                   when 2
                       move "Burro de carga" to ws-egd-det-grupo
                   when 3
                       move "Quebra-cabeca"  to ws-egd-det-grupo
                   when other
                       move "Cao"            to ws-egd-det-grupo
               end-evaluate

               write fd-linha-engcard from ws-engcard-detalhe
           end-perform

           .
       gravar-matriz-engenharia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   lista os itens do grupo Cao que ainda estao ativos no catalogo:
      *>   sao os candidatos a descontinuar-pizza (a tabela ja esta na
      *>   ordem da matriz)
       gravar-candidatos-engenharia section.

           move spaces to fd-linha-engcard
           write fd-linha-engcard
           write fd-linha-engcard from ws-engcard-tit-candidatos

           move 0 to ws-eng-candidatos

           perform varying ws-eng-ind from 1 by 1
                       until ws-eng-ind > ws-eng-qtd

               if ws-eng-grupo(ws-eng-ind) = 4 then

                   move ws-eng-nome(ws-eng-ind)    to ws-nome-pizza
                   move ws-eng-tamanho(ws-eng-ind) to ws-tamanho-pizza

                   perform localizar-pizza

                   if ws-achou-pizza = "S" then

                       if ws-eng-candidatos = 0 then
                           write fd-linha-engcard
                            from ws-engcard-tit-cand-item
                       end-if

                       add 1 to ws-eng-candidatos

                       evaluate ws-eng-categoria(ws-eng-ind)
                           when "S"
                               move "Salgadas"   to ws-egd-cnd-categoria
                           when "D"
                               move "Doces"      to ws-egd-cnd-categoria
                           when other
                               move "Sem categ." to ws-egd-cnd-categoria
                       end-evaluate

                       move ws-eng-nome(ws-eng-ind)
                         to ws-egd-cnd-nome
                       move ws-eng-tamanho(ws-eng-ind)
                         to ws-egd-cnd-tamanho
                       move ws-eng-unidades(ws-eng-ind)
                         to ws-egd-cnd-unidades
                       move ws-eng-part(ws-eng-ind)
                         to ws-egd-cnd-part
                       move ws-eng-margem-unit(ws-eng-ind)
                         to ws-egd-cnd-mrg-unit

                       write fd-linha-engcard from ws-engcard-candidato
                   end-if
               end-if
           end-perform

           if ws-eng-candidatos = 0 then
               write fd-linha-engcard from ws-engcard-sem-candidatos
           end-if

           .
       gravar-candidatos-engenharia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   curva ABC da receita do periodo sobre o cardapio inteiro (a
      *>   tabela ja esta em receita decrescente): A enquanto o acumulado
      *>   anterior nao chega a 80%, B ate 95%, C o restante
       gravar-curva-abc section.

           move 0 to ws-eng-receita-total

           perform varying ws-eng-ind from 1 by 1
                       until ws-eng-ind > ws-eng-qtd
               add ws-eng-receita(ws-eng-ind) to ws-eng-receita-total
           end-perform

           move spaces to fd-linha-engcard
           write fd-linha-engcard
           write fd-linha-engcard from ws-engcard-tit-abc
           write fd-linha-engcard from ws-engcard-tit-abc-item

           move 0 to ws-eng-receita-acum
           move 0 to ws-eng-perc-acum

           perform varying ws-eng-ind from 1 by 1
                       until ws-eng-ind > ws-eng-qtd

               evaluate true
                   when ws-eng-perc-acum < 80
                       move "A" to ws-egd-abc-classe
                   when ws-eng-perc-acum < 95
                       move "B" to ws-egd-abc-classe
                   when other
                       move "C" to ws-egd-abc-classe
               end-evaluate

               add ws-eng-receita(ws-eng-ind) to ws-eng-receita-acum

               if ws-eng-receita-total > 0 then
                   compute ws-egd-abc-part rounded =
                           ws-eng-receita(ws-eng-ind) * 100 /
                           ws-eng-receita-total
                   compute ws-eng-perc-acum rounded =
                           ws-eng-receita-acum * 100 /
                           ws-eng-receita-total
               else
                   move 0 to ws-egd-abc-part
                   move 0 to ws-eng-perc-acum
               end-if

               move ws-eng-ind                 to ws-egd-abc-pos
               move ws-eng-nome(ws-eng-ind)    to ws-egd-abc-nome
               move ws-eng-tamanho(ws-eng-ind) to ws-egd-abc-tamanho
               move ws-eng-receita(ws-eng-ind) to ws-egd-abc-receita
               move ws-eng-perc-acum           to ws-egd-abc-acum

               write fd-linha-engcard from ws-engcard-abc
           end-perform

           move ws-eng-receita-total to ws-egd-abc-total

           move spaces to fd-linha-engcard
           write fd-linha-engcard
           write fd-linha-engcard from ws-engcard-abc-total

           .
       gravar-curva-abc-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   tela de manutencao do cadastro de ingredientes (I/A/E)
       cadastro-ingrediente section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move space  to ws-ing-nome
               move space  to ws-ing-unidade
               move   0    to ws-ing-custo-unit
               move   0    to ws-ing-minimo
               move   0    to ws-ing-entrada
               move   0    to ws-ing-fornecedor
               move "I"    to ws-ing-acao

      *>     deixa a tela parada no console
               display sc-tela-ingred
               accept sc-tela-ingred

               move space     to   ws-msn

      *>        nomes = spaces  são ignorados
               if ws-ing-nome <> space then

                   evaluate ws-ing-acao
                       when "A" when "a"
                           perform alterar-ingrediente

                       when "E" when "e"
                           perform excluir-ingrediente

                       when "T" when "t"
                           perform entrada-estoque-ingrediente

                       when other
                           perform inserir-ingrediente
                   end-evaluate

               end-if

           end-perform

           .
       cadastro-ingrediente-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   inclui um ingrediente novo no arquivo de ingredientes
       inserir-ingrediente section.

           move ws-ing-nome to fd-ing-nome

           read ingrediente-file record

           if ws-ingrediente-file-status = "00" then
               move "Ingrediente ja cadastrado" to ws-msn

           else
               if ws-ing-custo-unit = 0 then
                   move "Custo unitario nao pode ser zero" to ws-msn

               else
                   perform validar-fornecedor-ingrediente
               end-if

               if ws-msn = space then
                   move ws-ing-nome       to fd-ing-nome
                   move ws-ing-unidade    to fd-ing-unidade
                   move ws-ing-custo-unit to fd-ing-custo-unit
                   move ws-ing-fornecedor to fd-ing-fornecedor

                   write fd-registro-ingrediente
                       invalid key
                           move "Erro ao gravar ingrediente no arquivo" to ws-msn
                   end-write
               end-if

      *>           saldo inicial e minimo da tela valem para esta loja
               if ws-msn = space then
                   move ws-ing-nome   to ws-est-ingrediente
                   move ws-loja-atual to ws-est-loja
                   perform ler-estoque-loja

                   move ws-ing-entrada to fd-est-saldo
                   move ws-ing-minimo  to fd-est-minimo
                   perform gravar-estoque-loja
               end-if
           end-if

           .
       inserir-ingrediente-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   altera a unidade e o custo unitario de um ingrediente; o novo
      *>   custo chega as pizzas no proximo recalculo de custo por receita
       alterar-ingrediente section.

           move ws-ing-nome to fd-ing-nome

           read ingrediente-file record

           if ws-ingrediente-file-status <> "00" then
               move "Ingrediente nao encontrado para alteracao" to ws-msn

           else
               if ws-ing-custo-unit = 0 then
                   move "Custo unitario nao pode ser zero" to ws-msn

               else
                   perform validar-fornecedor-ingrediente
               end-if

               if ws-msn = space then
                   move ws-ing-unidade    to fd-ing-unidade
                   move ws-ing-custo-unit to fd-ing-custo-unit
                   move ws-ing-fornecedor to fd-ing-fornecedor

                   rewrite fd-registro-ingrediente
                       invalid key
                           move "Erro ao gravar ingrediente no arquivo" to ws-msn
                   end-rewrite
               end-if

      *>           o minimo e o desta loja; o saldo em estoque nao muda
      *>           pela alteracao: so a entrada (acao T), o inventario e
      *>           a baixa das vendas mexem nele
               if ws-msn = space then
                   move ws-ing-nome   to ws-est-ingrediente
                   move ws-loja-atual to ws-est-loja
                   perform ler-estoque-loja

                   move ws-ing-minimo to fd-est-minimo
                   perform gravar-estoque-loja
               end-if
           end-if

           .
       alterar-ingrediente-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   exclui um ingrediente, desde que nenhuma receita o utilize
       excluir-ingrediente section.

      *>       acao destrutiva: restrita ao nivel supervisor
           if  ws-modo-batch <> "S"
           and ws-nivel-atual <> "S" then
               move "Acao restrita ao supervisor" to ws-msn

           else
           move "N" to ws-ing-em-uso

           move low-values to fd-rec-chave

           start receita-file key >= fd-rec-chave
               invalid key
                   move "10" to ws-receita-file-status
           end-start

           perform until ws-receita-file-status <> "00"
                      or ws-ing-em-uso = "S"

               read receita-file next record
                   at end
                       move "10" to ws-receita-file-status
                   not at end
                       if fd-rec-ingrediente = ws-ing-nome then
                           move "S" to ws-ing-em-uso
                       end-if
               end-read

           end-perform

           if ws-ing-em-uso = "S" then
               move "Ingrediente em uso em receita, nao excluido" to ws-msn

           else
               move ws-ing-nome to fd-ing-nome

               delete ingrediente-file record
                   invalid key
                       move "Ingrediente nao encontrado para exclusao" to ws-msn
               end-delete

      *>           o estoque do ingrediente sai de todas as lojas,
      *>           reposicionando a cada exclusao (mesma cautela de
      *>           excluir-receitas)
               if ws-msn = space then
                   move "00" to ws-estoque-file-status

                   perform until ws-estoque-file-status <> "00"

                       move ws-ing-nome to fd-est-ingrediente
                       move 0           to fd-est-loja

                       start estoque-file key >= fd-est-chave
                           invalid key
                               move "10" to ws-estoque-file-status
                       end-start

                       if ws-estoque-file-status = "00" then
                           read estoque-file next record
                               at end
                                   move "10" to ws-estoque-file-status
                               not at end
                                   if fd-est-ingrediente = ws-ing-nome then
                                       delete estoque-file record
                                           invalid key
                                               move "10"
                                                 to ws-estoque-file-status
                                       end-delete
                                   else
                                       move "10" to ws-estoque-file-status
                                   end-if
                           end-read
                       end-if

                   end-perform
               end-if
           end-if
           end-if

           .
       excluir-ingrediente-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   fornecedor preferencial informado tem de estar cadastrado
       validar-fornecedor-ingrediente section.

           if ws-ing-fornecedor <> 0 then
               move ws-ing-fornecedor to fd-for-codigo

               read fornecedor-file record

               if ws-fornecedor-file-status <> "00" then
                   move "Fornecedor preferencial nao cadastrado" to ws-msn
               end-if
           end-if

           .
       validar-fornecedor-ingrediente-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   lanca uma entrada de estoque (compra recebida) somando a
      *>   quantidade informada ao saldo do ingrediente nesta loja
       entrada-estoque-ingrediente section.

           move ws-ing-nome to fd-ing-nome

           read ingrediente-file record

           if ws-ingrediente-file-status <> "00" then
               move "Ingrediente nao encontrado para entrada" to ws-msn

           else
               if ws-ing-entrada = 0 then
                   move "Entrada de estoque nao pode ser zero" to ws-msn

               else
                   move ws-ing-nome   to ws-est-ingrediente
                   move ws-loja-atual to ws-est-loja
                   perform ler-estoque-loja

                   move fd-est-saldo to ws-aju-saldo-ant

                   add ws-ing-entrada to fd-est-saldo

                   move "E"            to ws-aju-motivo
                   move ws-ing-entrada to ws-aju-quantidade
                   perform gravar-ajuste-estoque

                   if ws-msn = space then
                       perform gravar-estoque-loja
                   end-if

                   if ws-msn = space then
                       move "Entrada de estoque registrada" to ws-msn
                   end-if
               end-if
           end-if

           .
       entrada-estoque-ingrediente-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   baixa automatica de estoque de uma venda recem gravada: explode
      *>   a receita da pizza (mesma varredura de calcular-custo-pizza)
      *>   multiplicando a quantidade de cada ingrediente pela quantidade
      *>   vendida e abatendo do saldo da loja da venda
       baixar-estoque-venda section.

           move ws-venda-sabor   to fd-rec-pizza
           move ws-venda-tamanho to fd-rec-tamanho
           move low-values       to fd-rec-ingrediente

           start receita-file key >= fd-rec-chave
               invalid key
                   move "10" to ws-receita-file-status
           end-start

           perform until ws-receita-file-status <> "00"

               read receita-file next record
                   at end
                       move "10" to ws-receita-file-status
                   not at end
                       if  fd-rec-pizza = ws-venda-sabor
                       and fd-rec-tamanho = ws-venda-tamanho then

                           move fd-rec-ingrediente to fd-ing-nome

                           read ingrediente-file record

                           if ws-ingrediente-file-status = "00" then
                               move fd-rec-ingrediente to ws-est-ingrediente
                               move ws-venda-loja      to ws-est-loja
                               perform ler-estoque-loja

                               compute fd-est-saldo =
                                       fd-est-saldo -
                                      (fd-rec-quantidade * ws-baixa-qtd)

                               perform gravar-estoque-loja
                           end-if
                       else
                           move "10" to ws-receita-file-status
                       end-if
               end-read

           end-perform

           .
       baixar-estoque-venda-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   le o estoque de ws-est-ingrediente na loja ws-est-loja; sem
      *>   registro ainda, deixa um zerado pronto para gravar-estoque-loja
       ler-estoque-loja section.

           move ws-est-ingrediente to fd-est-ingrediente
           move ws-est-loja        to fd-est-loja

           read estoque-file record

           if ws-estoque-file-status = "00" then
               move "S" to ws-est-existe

           else
               move "N"                to ws-est-existe
               move ws-est-ingrediente to fd-est-ingrediente
               move ws-est-loja        to fd-est-loja
               move 0                  to fd-est-saldo
               move 0                  to fd-est-minimo
               move 0                  to fd-est-pedido
           end-if

           .
       ler-estoque-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava o estoque lido por ler-estoque-loja; erro so vai para a
      *>   mensagem da tela (no batch ws-msn nao e exibido)
       gravar-estoque-loja section.

           if ws-est-existe = "S" then
               rewrite fd-registro-estoque
                   invalid key
                       move "Erro ao gravar estoque no arquivo" to ws-msn
               end-rewrite

           else
               write fd-registro-estoque
                   invalid key
                       move "Erro ao gravar estoque no arquivo" to ws-msn
                   not invalid key
                       move "S" to ws-est-existe
               end-write
           end-if

           .
       gravar-estoque-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   saldo de ws-est-ingrediente somado em todas as lojas; o custo
      *>   unitario e da rede, entao a media ponderada pesa o estoque todo
       somar-estoque-rede section.

           move 0 to ws-est-saldo-rede

           move ws-est-ingrediente to fd-est-ingrediente
           move 0                  to fd-est-loja

           start estoque-file key >= fd-est-chave
               invalid key
                   move "10" to ws-estoque-file-status
           end-start

           perform until ws-estoque-file-status <> "00"

               read estoque-file next record
                   at end
                       move "10" to ws-estoque-file-status
                   not at end
                       if fd-est-ingrediente = ws-est-ingrediente then
                           add fd-est-saldo to ws-est-saldo-rede
                       else
                           move "10" to ws-estoque-file-status
                       end-if
               end-read

           end-perform

           .
       somar-estoque-rede-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava em COMPRAS.TXT os ingredientes com saldo abaixo do
      *>   minimo, com a quantidade que falta e o custo estimado da
      *>   reposicao; emitida na janela do batch
       gerar-lista-compras section.

           accept ws-data-sistema from date yyyymmdd

           move ws-data-sis-dd   to ws-cmp-cab-dd
           move ws-data-sis-mm   to ws-cmp-cab-mm
           move ws-data-sis-aaaa to ws-cmp-cab-aaaa

           open output compras-file

           if ws-compras-file-status = "00" then

               write fd-linha-compras from ws-compras-cabecalho

               perform apurar-faltas-compra

               move "L" to ws-flt-ordem
               perform ordenar-faltas-compra

      *>           um pedido de compra por loja e fornecedor, na ordem da
      *>           tabela, sob o cabecalho de cada loja
               move 0 to ws-pc-numero

               perform varying ws-flt-ind from 1 by 1
                           until ws-flt-ind > ws-flt-qtd

                   if ws-flt-ind = 1
                   or ws-flt-loja(ws-flt-ind) <> ws-flt-loja-atual
                   or ws-flt-fornecedor(ws-flt-ind) <> ws-flt-forn-atual then

                       if ws-flt-ind > 1 then
                           perform fechar-pedido-compra
                       end-if

                       if ws-flt-ind = 1
                       or ws-flt-loja(ws-flt-ind) <> ws-flt-loja-atual then
                           move ws-flt-loja(ws-flt-ind) to ws-flt-loja-atual
                           move ws-flt-loja-atual       to ws-rel-loja
                           perform montar-cabecalho-loja

                           move spaces to fd-linha-compras
                           write fd-linha-compras
                           write fd-linha-compras from ws-rel-loja-cabecalho
                       end-if

                       move ws-flt-fornecedor(ws-flt-ind) to ws-flt-forn-atual
                       perform abrir-pedido-compra
                   end-if

                   perform incluir-item-compra

               end-perform

               if ws-flt-qtd > 0 then
                   perform fechar-pedido-compra

                   move "I" to ws-flt-ordem
                   perform ordenar-faltas-compra
                   perform gravar-compras-consolidado
               end-if

               close compras-file
           end-if

           .
       gerar-lista-compras-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   ingredientes abaixo do minimo em cada loja, descontado o que
      *>   ja esta pedido e ainda nao chegou, para o mesmo ingrediente
      *>   nao ser pedido de novo a cada noite
       apurar-faltas-compra section.

           move 0 to ws-flt-qtd

           move low-values to fd-est-chave

           start estoque-file key >= fd-est-chave
               invalid key
                   move "10" to ws-estoque-file-status
           end-start

           perform until ws-estoque-file-status <> "00"
                      or ws-flt-qtd >= 300

               read estoque-file next record
                   at end
                       move "10" to ws-estoque-file-status
                   not at end
                       if fd-est-saldo + fd-est-pedido < fd-est-minimo then
                           move fd-est-ingrediente to fd-ing-nome

                           read ingrediente-file record

                           if ws-ingrediente-file-status = "00" then
                               add 1 to ws-flt-qtd

                               move fd-est-loja
                                 to ws-flt-loja(ws-flt-qtd)
                               move fd-ing-nome
                                 to ws-flt-ingrediente(ws-flt-qtd)
                               move fd-est-saldo
                                 to ws-flt-estoque(ws-flt-qtd)
                               move fd-est-minimo
                                 to ws-flt-minimo(ws-flt-qtd)
                               move fd-est-pedido
                                 to ws-flt-pedido(ws-flt-qtd)
                               move fd-ing-custo-unit
                                 to ws-flt-custo(ws-flt-qtd)
                               move fd-ing-fornecedor
                                 to ws-flt-fornecedor(ws-flt-qtd)

                               compute ws-flt-falta(ws-flt-qtd) =
                                       fd-est-minimo - fd-est-saldo
                                     - fd-est-pedido
                           end-if
                       end-if
               end-read

           end-perform

      *>       fornecedor que saiu do cadastro conta como sem fornecedor
           perform varying ws-flt-ind from 1 by 1
                       until ws-flt-ind > ws-flt-qtd

               if ws-flt-fornecedor(ws-flt-ind) <> 0 then
                   move ws-flt-fornecedor(ws-flt-ind) to fd-for-codigo

                   read fornecedor-file record

                   if ws-fornecedor-file-status <> "00" then
                       move 0 to ws-flt-fornecedor(ws-flt-ind)
                   end-if
               end-if

           end-perform

           .
       apurar-faltas-compra-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   ordena as faltas por loja, fornecedor e ingrediente (ordem L,
      *>   a dos pedidos de compra) ou por ingrediente e loja (ordem I,
      *>   a do consolidado), com a mesma troca de vizinhos da ordenacao
      *>   do relatorio
       ordenar-faltas-compra section.

           move "trocou" to controle

           perform until controle <> "trocou"

               move 1            to ws-flt-ind
               move "nao_trocou" to controle

               perform until ws-flt-ind >= ws-flt-qtd

                   move ws-faltas-compra(ws-flt-ind + 1)
                     to ws-falta-compra-aux

                   if ws-flt-ordem = "I" then
                       move "N" to ws-flt-troca
                       if ws-flt-ingrediente(ws-flt-ind) > ws-flx-ingrediente
                       or (    ws-flt-ingrediente(ws-flt-ind) =
                               ws-flx-ingrediente
                           and ws-flt-loja(ws-flt-ind) > ws-flx-loja) then
                           move "S" to ws-flt-troca
                       end-if
                   else
                       move "N" to ws-flt-troca
                       if ws-flt-loja(ws-flt-ind) > ws-flx-loja
                       or (    ws-flt-loja(ws-flt-ind) = ws-flx-loja
                           and ws-flt-fornecedor(ws-flt-ind) >
                               ws-flx-fornecedor)
                       or (    ws-flt-loja(ws-flt-ind) = ws-flx-loja
                           and ws-flt-fornecedor(ws-flt-ind) =
                               ws-flx-fornecedor
                           and ws-flt-ingrediente(ws-flt-ind) >
                               ws-flx-ingrediente) then
                           move "S" to ws-flt-troca
                       end-if
                   end-if

                   if ws-flt-troca = "S" then
                       move ws-faltas-compra(ws-flt-ind)
                         to ws-faltas-compra(ws-flt-ind + 1)
                       move ws-falta-compra-aux
                         to ws-faltas-compra(ws-flt-ind)
                       move "trocou" to controle
                   end-if

                   add 1 to ws-flt-ind
               end-perform
           end-perform

           .
       ordenar-faltas-compra-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   abre o bloco do fornecedor em ws-flt-forn-atual na lista:
      *>   com fornecedor, reserva o numero do pedido de compra
       abrir-pedido-compra section.

           move 0 to ws-pc-qtd-itens
           move 0 to ws-pc-valor

           move spaces to fd-linha-compras
           write fd-linha-compras

           if ws-flt-forn-atual = 0 then
               move 0 to ws-pc-numero
               write fd-linha-compras from ws-compras-sem-forn

           else
               perform descobrir-prox-pedido-compra

               move ws-flt-forn-atual to fd-for-codigo

               read fornecedor-file record

               move ws-pc-numero      to ws-cmp-ped-numero
               move ws-flt-forn-atual to ws-cmp-ped-forn
               move fd-for-nome       to ws-cmp-ped-nome
               write fd-linha-compras from ws-compras-pedido
           end-if

           write fd-linha-compras from ws-compras-titulo

           .
       abrir-pedido-compra-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   proximo numero de pedido de compra: o ultimo mais um
       descobrir-prox-pedido-compra section.

           move 1 to ws-pc-numero

           move 999999 to fd-pc-numero

           start pedcompra-file key <= fd-pc-numero
               invalid key
                   move "10" to ws-pedcompra-file-status
           end-start

           if ws-pedcompra-file-status = "00" then
               read pedcompra-file previous record
                   at end
                       continue
                   not at end
                       compute ws-pc-numero = fd-pc-numero + 1
               end-read
           end-if

           .
       descobrir-prox-pedido-compra-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   lista a falta corrente e, com pedido de compra aberto, grava
      *>   o item e soma a quantidade pedida ao estoque da loja
       incluir-item-compra section.

           compute ws-est-custo-repos =
                   ws-flt-falta(ws-flt-ind) * ws-flt-custo(ws-flt-ind)

           move ws-flt-ingrediente(ws-flt-ind) to ws-cmp-det-nome
           move ws-flt-estoque(ws-flt-ind)     to ws-cmp-det-estoque
           move ws-flt-minimo(ws-flt-ind)      to ws-cmp-det-minimo
           move ws-flt-pedido(ws-flt-ind)      to ws-cmp-det-pedido
           move ws-flt-falta(ws-flt-ind)       to ws-cmp-det-falta
           move ws-est-custo-repos             to ws-cmp-det-custo
           write fd-linha-compras from ws-compras-detalhe

           if ws-pc-numero <> 0 then
               move ws-pc-numero                   to fd-ic-numero
               move ws-flt-ingrediente(ws-flt-ind) to fd-ic-ingrediente
               move ws-flt-falta(ws-flt-ind)       to fd-ic-quantidade
               move ws-flt-custo(ws-flt-ind)       to fd-ic-custo-unit
               move "A"                            to fd-ic-situacao
               move 0                              to fd-ic-qtd-recebida
               move 0                              to fd-ic-custo-pago
               move 0                              to fd-ic-data-receb
               move 0                              to fd-ic-operador

               write fd-registro-itemcompra
                   invalid key
                       continue
               end-write

               if ws-itemcompra-file-status = "00" then
                   add 1                  to ws-pc-qtd-itens
                   add ws-est-custo-repos to ws-pc-valor

                   move ws-flt-ingrediente(ws-flt-ind) to ws-est-ingrediente
                   move ws-flt-loja(ws-flt-ind)        to ws-est-loja
                   perform ler-estoque-loja

                   add ws-flt-falta(ws-flt-ind) to fd-est-pedido

                   perform gravar-estoque-loja
               end-if
           end-if

           .
       incluir-item-compra-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava o cabecalho do pedido de compra do bloco corrente,
      *>   com a quantidade de itens e o valor estimado
       fechar-pedido-compra section.

           if  ws-pc-numero <> 0
           and ws-pc-qtd-itens > 0 then
               accept ws-data-sistema from date yyyymmdd

               move ws-pc-numero        to fd-pc-numero
               move ws-flt-forn-atual   to fd-pc-fornecedor
               move ws-data-sistema-num to fd-pc-data
               move "A"                 to fd-pc-situacao
               move 0                   to fd-pc-data-receb
               move ws-pc-qtd-itens     to fd-pc-qtd-itens
               move ws-pc-valor         to fd-pc-valor
               move ws-flt-loja-atual   to fd-pc-loja

               write fd-registro-pedcompra
                   invalid key
                       continue
               end-write

      *>           itens sem cabecalho nao seriam recebidos nem listados
      *>           como pedido aberto: sai do ITENSCOMPRA e do pedido
      *>           do estoque, para a falta voltar na proxima lista
               if ws-pedcompra-file-status = "00" then
                   move ws-pc-valor to ws-cmp-tot-valor
                   write fd-linha-compras from ws-compras-total
               else
                   move ws-pedcompra-file-status to ws-cmp-falha-status
                   write fd-linha-compras from ws-compras-falha-pedido

                   move "PEDCOMPRA.DAT"          to ws-exe-arq-nome
                   move ws-pedcompra-file-status to ws-exe-arq-status
                   perform registrar-falha-execucao

                   perform desfazer-pedido-compra
               end-if
           end-if

           .
       fechar-pedido-compra-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   cabecalho do pedido ws-pc-numero nao gravado: apaga os itens ja
      *>   gravados e devolve as quantidades somadas ao pedido do estoque
      *>   da loja
       desfazer-pedido-compra section.

           move ws-pc-numero to fd-ic-numero
           move low-values   to fd-ic-ingrediente

           start itemcompra-file key >= fd-ic-chave
               invalid key
                   move "10" to ws-itemcompra-file-status
           end-start

           perform until ws-itemcompra-file-status <> "00"

               read itemcompra-file next record
                   at end
                       move "10" to ws-itemcompra-file-status
                   not at end
                       if fd-ic-numero <> ws-pc-numero then
                           move "10" to ws-itemcompra-file-status
                       else
                           move fd-ic-ingrediente to ws-est-ingrediente
                           move ws-flt-loja-atual to ws-est-loja
                           perform ler-estoque-loja

                           if fd-est-pedido > fd-ic-quantidade then
                               subtract fd-ic-quantidade from fd-est-pedido
                           else
                               move 0 to fd-est-pedido
                           end-if

                           perform gravar-estoque-loja

                           delete itemcompra-file record
                               invalid key
                                   continue
                           end-delete
                       end-if
               end-read

           end-perform

           .
       desfazer-pedido-compra-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   visao consolidada da lista: as faltas de todas as lojas
      *>   somadas por ingrediente (tabela ja na ordem I), com o custo
      *>   estimado da reposicao da rede
       gravar-compras-consolidado section.

           move spaces to fd-linha-compras
           write fd-linha-compras
           write fd-linha-compras from ws-rel-loja-consolidado
           write fd-linha-compras from ws-compras-titulo

           move 0 to ws-pc-valor

           perform varying ws-flt-ind from 1 by 1
                       until ws-flt-ind > ws-flt-qtd

               if ws-flt-ind = 1
               or ws-flt-ingrediente(ws-flt-ind) <>
                  ws-flt-ingrediente(ws-flt-ind - 1) then
                   move 0 to ws-flt-soma-estoque
                   move 0 to ws-flt-soma-minimo
                   move 0 to ws-flt-soma-pedido
                   move 0 to ws-flt-soma-falta
                   move 0 to ws-flt-soma-valor
               end-if

               add ws-flt-estoque(ws-flt-ind) to ws-flt-soma-estoque
               add ws-flt-minimo(ws-flt-ind)  to ws-flt-soma-minimo
               add ws-flt-pedido(ws-flt-ind)  to ws-flt-soma-pedido
               add ws-flt-falta(ws-flt-ind)   to ws-flt-soma-falta
               compute ws-flt-soma-valor = ws-flt-soma-valor
                     + ws-flt-falta(ws-flt-ind) * ws-flt-custo(ws-flt-ind)

               if ws-flt-ind = ws-flt-qtd
               or ws-flt-ingrediente(ws-flt-ind) <>
                  ws-flt-ingrediente(ws-flt-ind + 1) then
                   move ws-flt-ingrediente(ws-flt-ind) to ws-cmp-det-nome
                   move ws-flt-soma-estoque to ws-cmp-det-estoque
                   move ws-flt-soma-minimo  to ws-cmp-det-minimo
                   move ws-flt-soma-pedido  to ws-cmp-det-pedido
                   move ws-flt-soma-falta   to ws-cmp-det-falta
                   move ws-flt-soma-valor   to ws-cmp-det-custo
                   write fd-linha-compras from ws-compras-detalhe

                   add ws-flt-soma-valor to ws-pc-valor
               end-if

           end-perform

           move ws-pc-valor to ws-cmp-rede-valor
           write fd-linha-compras from ws-compras-total-rede

           .
       gravar-compras-consolidado-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   cabecalho de secao da loja ws-rel-loja nos relatorios da rede
       montar-cabecalho-loja section.

           move ws-rel-loja to ws-rlj-codigo
           move spaces      to ws-rlj-nome

           move ws-rel-loja to fd-loj-codigo

           read loja-file record

           if ws-loja-file-status = "00" then
               move fd-loj-nome to ws-rlj-nome
           end-if

           .
       montar-cabecalho-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   proxima loja do cadastro depois de ws-rel-loja (comecar com
      *>   zero), ja com o cabecalho de secao montado; sem mais lojas,
      *>   ws-fim-lojas = "S". Reposiciona a cada chamada, para o
      *>   chamador poder ler o cadastro entre uma loja e outra
       proxima-loja section.

           move ws-rel-loja to fd-loj-codigo

           start loja-file key > fd-loj-codigo
               invalid key
                   move "S" to ws-fim-lojas
           end-start

           if ws-fim-lojas <> "S" then
               read loja-file next record
                   at end
                       move "S" to ws-fim-lojas
                   not at end
                       move fd-loj-codigo to ws-rel-loja
                       move fd-loj-codigo to ws-rlj-codigo
                       move fd-loj-nome   to ws-rlj-nome
               end-read
           end-if

           .
       proxima-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   tela de manutencao da receita das pizzas (I/A/E)
       cadastro-receita section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

               move space  to ws-rec-pizza
               move space  to ws-rec-tamanho
               move space  to ws-rec-ingrediente
               move   0    to ws-rec-quantidade
               move "I"    to ws-rec-acao

      *>           pizza escolhida na consulta entra preenchida na
      *>           primeira volta da tela
               if ws-consulta-prefill = "S" then
                   move ws-pref-nome    to ws-rec-pizza
                   move ws-pref-tamanho to ws-rec-tamanho
                   move space           to ws-consulta-prefill
               end-if

      *>           o outro terminal pode ter mexido no catalogo desde a
      *>           ultima volta da tela
               perform carregar-tabela

      *>     deixa a tela parada no console
               display sc-tela-receita
               accept sc-tela-receita

               move space     to   ws-msn

      *>        nomes = spaces  são ignorados
               if ws-rec-pizza <> space
               and ws-rec-ingrediente <> space then

                   move ws-rec-pizza   to ws-nome-pizza
                   move ws-rec-tamanho to ws-tamanho-pizza

                   perform localizar-pizza

      *>               tamanho normalizado pela busca (branco vale M)
      *>               volta para a chave da receita
                   move ws-tamanho-pizza to ws-rec-tamanho

                   if ws-achou-pizza <> "S" then
                       move "Pizza nao cadastrada" to ws-msn

                   else
                       move ws-rec-ingrediente to fd-ing-nome

                       read ingrediente-file record

                       if ws-ingrediente-file-status <> "00" then
                           move "Ingrediente nao cadastrado" to ws-msn

                       else
                           evaluate ws-rec-acao
                               when "A" when "a"
                                   perform alterar-item-receita

                               when "E" when "e"
                                   perform excluir-item-receita

                               when other
                                   perform inserir-item-receita
                           end-evaluate
                       end-if
                   end-if

               end-if

           end-perform

           .
       cadastro-receita-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   inclui um item na receita da pizza
       inserir-item-receita section.

           if ws-rec-quantidade = 0 then
               move "Quantidade nao pode ser zero" to ws-msn

           else
               move ws-rec-pizza       to fd-rec-pizza
               move ws-rec-tamanho     to fd-rec-tamanho
               move ws-rec-ingrediente to fd-rec-ingrediente

               read receita-file record

               if ws-receita-file-status = "00" then
                   move "Ingrediente ja consta na receita" to ws-msn

               else
                   move ws-rec-pizza       to fd-rec-pizza
                   move ws-rec-tamanho     to fd-rec-tamanho
                   move ws-rec-ingrediente to fd-rec-ingrediente
                   move ws-rec-quantidade  to fd-rec-quantidade

                   write fd-registro-receita
                       invalid key
                           move "Erro ao gravar receita no arquivo" to ws-msn
                   end-write
               end-if
           end-if

           .
       inserir-item-receita-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   altera a quantidade de um item da receita da pizza
       alterar-item-receita section.

           if ws-rec-quantidade = 0 then
               move "Quantidade nao pode ser zero" to ws-msn

           else
               move ws-rec-pizza       to fd-rec-pizza
               move ws-rec-tamanho     to fd-rec-tamanho
               move ws-rec-ingrediente to fd-rec-ingrediente

               read receita-file record

               if ws-receita-file-status <> "00" then
                   move "Item nao encontrado na receita" to ws-msn

               else
                   move ws-rec-quantidade to fd-rec-quantidade

                   rewrite fd-registro-receita
                       invalid key
                           move "Erro ao gravar receita no arquivo" to ws-msn
                   end-rewrite
               end-if
           end-if

           .
       alterar-item-receita-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   exclui um item da receita da pizza
       excluir-item-receita section.

           move ws-rec-pizza       to fd-rec-pizza
           move ws-rec-tamanho     to fd-rec-tamanho
           move ws-rec-ingrediente to fd-rec-ingrediente

           delete receita-file record
               invalid key
                   move "Item nao encontrado na receita" to ws-msn
           end-delete

           .
       excluir-item-receita-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   deriva o custo de producao de cada pizza a partir da receita e
      *>   do custo unitario dos ingredientes; pizzas sem receita mantem o
      *>   custo digitado na tela
       atualizar-custos-receita section.

           move 1 to ind

           perform until  ind > 100
                       or ws-nome(ind) = spaces

               perform calcular-custo-pizza

               move ws-custo-calculado to ws-custo-novo

               if ws-tem-receita = "S"
               and ws-custo-novo <> ws-custo(ind) then
                   move ws-custo-novo to ws-custo(ind)
                   perform gravar-pizza-arquivo
               end-if

               add 1 to ind
           end-perform

           .
       atualizar-custos-receita-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   soma quantidade x custo unitario dos itens da receita da pizza
      *>   apontada por ind; ingrediente que saiu do cadastro nao soma
       calcular-custo-pizza section.

           move "N" to ws-tem-receita
           move 0   to ws-custo-calculado

           move ws-nome(ind)    to fd-rec-pizza
           move ws-tamanho(ind) to fd-rec-tamanho
           move low-values      to fd-rec-ingrediente

           start receita-file key >= fd-rec-chave
               invalid key
                   move "10" to ws-receita-file-status
           end-start

           perform until ws-receita-file-status <> "00"

               read receita-file next record
                   at end
                       move "10" to ws-receita-file-status
                   not at end
                       if  fd-rec-pizza = ws-nome(ind)
                       and fd-rec-tamanho = ws-tamanho(ind) then
                           move "S" to ws-tem-receita

                           move fd-rec-ingrediente to fd-ing-nome

                           read ingrediente-file record

                           if ws-ingrediente-file-status = "00" then
                               compute ws-custo-calculado =
                                       ws-custo-calculado +
                                      (fd-rec-quantidade * fd-ing-custo-unit)
                           end-if
                       else
                           move "10" to ws-receita-file-status
                       end-if
               end-read

           end-perform

           .
       calcular-custo-pizza-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   reapontam a receita quando a pizza muda de nome ou sai do
      *>   cadastro, para nao deixar itens orfaos em RECEITAS.DAT
       renomear-receitas section.

           move "S" to ws-rec-tem-mais

           perform until ws-rec-tem-mais <> "S"

               move ws-rec-pizza-aux to fd-rec-pizza
               move ws-rec-tam-aux   to fd-rec-tamanho
               move low-values       to fd-rec-ingrediente

               start receita-file key >= fd-rec-chave
                   invalid key
                       move "10" to ws-receita-file-status
               end-start

               if ws-receita-file-status = "00" then
                   read receita-file next record
                       at end
                           move "10" to ws-receita-file-status
                   end-read
               end-if

               if  ws-receita-file-status = "00"
               and fd-rec-pizza = ws-rec-pizza-aux
               and fd-rec-tamanho = ws-rec-tam-aux then

                   move fd-rec-ingrediente to ws-rec-ing-aux
                   move fd-rec-quantidade  to ws-rec-qtd-aux

                   delete receita-file record
                       invalid key
                           move "N" to ws-rec-tem-mais
                   end-delete

      *>               so regrava sob o nome novo se o item realmente saiu
      *>               da chave antiga; senao o proximo START releria o
      *>               mesmo registro para sempre
                   if ws-rec-tem-mais = "S" then
                       move ws-rec-pizza-novo-aux to fd-rec-pizza
                       move ws-rec-tam-aux        to fd-rec-tamanho
                       move ws-rec-ing-aux        to fd-rec-ingrediente
                       move ws-rec-qtd-aux        to fd-rec-quantidade

                       write fd-registro-receita
                           invalid key
                               continue
                       end-write
                   end-if
               else
                   move "N" to ws-rec-tem-mais
               end-if

           end-perform

           .
       renomear-receitas-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
       excluir-receitas section.

           move "S" to ws-rec-tem-mais

           perform until ws-rec-tem-mais <> "S"

               move ws-rec-pizza-aux to fd-rec-pizza
               move ws-rec-tam-aux   to fd-rec-tamanho
               move low-values       to fd-rec-ingrediente

               start receita-file key >= fd-rec-chave
                   invalid key
                       move "10" to ws-receita-file-status
               end-start

               if ws-receita-file-status = "00" then
                   read receita-file next record
                       at end
                           move "10" to ws-receita-file-status
                   end-read
               end-if

               if  ws-receita-file-status = "00"
               and fd-rec-pizza = ws-rec-pizza-aux
               and fd-rec-tamanho = ws-rec-tam-aux then

                   delete receita-file record
                       invalid key
                           move "N" to ws-rec-tem-mais
                   end-delete
               else
                   move "N" to ws-rec-tem-mais
               end-if

           end-perform

           .
       excluir-receitas-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   acrescenta um movimento do catalogo a MOVIMENTOS.DAT; o chamador
      *>   preenche acao e valores antes/depois, aqui entram data, hora e
      *>   origem; abre e fecha a cada evento para nao perder registro em
      *>   caso de queda no meio da execucao
       registrar-movimento section.

           accept ws-mov-data from date yyyymmdd
           accept ws-hora-sistema from time
           move ws-hora-sis-hhmmss to ws-mov-hora

           if ws-modo-batch = "S" then
               move "B" to ws-mov-origem
      *>           a carga noturna nao tem operador identificado; preco
      *>           aprovado leva o supervisor que aprovou
               move ws-mov-aprovador to ws-mov-operador
           else
               move "T" to ws-mov-origem
               move ws-operador-atual to ws-mov-operador
           end-if

           open extend movimento-file

           if ws-movimento-file-status = "35" then
               open output movimento-file
           end-if

           if ws-movimento-file-status = "00" then
               write fd-linha-movimento from ws-registro-movimento
               close movimento-file
           end-if

           .
       registrar-movimento-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   imprime em MOVDIA.TXT os movimentos do catalogo da data de hoje,
      *>   para reconstruir o que aconteceu com cada pizza e quando
       imprimir-movimentos-dia section.

           accept ws-data-sistema from date yyyymmdd

           move ws-data-sis-dd   to ws-movdia-cab-dd
           move ws-data-sis-mm   to ws-movdia-cab-mm
           move ws-data-sis-aaaa to ws-movdia-cab-aaaa

           move space to ws-msn

           open input movimento-file

           if ws-movimento-file-status <> "00" then
               move "Nao ha movimentos registrados" to ws-msn

           else
               open output movdia-file

               if ws-movdia-file-status <> "00" then
                   move "Erro ao abrir arquivo de movimentos do dia" to ws-msn

               else
                   write fd-linha-movdia from ws-movdia-cabecalho

                   move space to ws-fim-movimentos

                   perform until ws-fim-movimentos = "S"

                       read movimento-file
                           at end
                               move "S" to ws-fim-movimentos
                           not at end
                               move fd-linha-movimento to ws-registro-movimento

                               if ws-mov-data = ws-data-sistema then
                                   write fd-linha-movdia from ws-registro-movimento
                               end-if
                       end-read

                   end-perform

                   close movdia-file

                   move "Movimentos do dia gravados em MOVDIA.TXT" to ws-msn
               end-if

               close movimento-file
           end-if

           if ws-modo-batch <> "S" then
               display sc-tela-movdia
               accept sc-tela-movdia
           end-if

           .
       imprimir-movimentos-dia-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava o catalogo completo em CATALOGO.CSV, com cabecalho e
      *>   campos separados por ponto-e-virgula; o separador nao conflita
      *>   com a virgula decimal dos valores
       exportar-catalogo section.

           move space to ws-msn

           open output exporta-file

           if ws-exporta-file-status <> "00" then
               move "Erro ao abrir arquivo de exportacao" to ws-msn

           else
               move "nome;tamanho;diametro;preco;custo;preco_cm2;data_cadastro;margem;promo"
                 to fd-linha-exporta
               write fd-linha-exporta

               move 1 to ind_aux

               perform until  ind_aux > 100
                           or ws-nome(ind_aux) = spaces

      *>               tamanho util do nome, para nao exportar os espacos
      *>               que completam o pic x(25)
                   move 25 to ws-exp-tamanho
                   perform until ws-exp-tamanho = 1
                              or ws-nome(ind_aux)(ws-exp-tamanho:1) <> space
                       subtract 1 from ws-exp-tamanho
                   end-perform

                   move ws-diametro(ind_aux)      to ws-exp-diametro
      *>               o preco exportado e o que o PDV desta loja cobra,
      *>               na ordem de apurar-valor-venda: promocao vigente
      *>               (coluna promo marcada), preco proprio da loja em
      *>               PRECOLOJA.DAT, preco do catalogo
                   if ws-promo(ind_aux) = "S" then
                       move ws-preco-vig(ind_aux) to ws-exp-preco
                       move ws-preco_cm2(ind_aux) to ws-exp-preco-cm2
                       move ws-margem(ind_aux)    to ws-exp-margem
                   else
                       move ind_aux       to ind
                       move ws-loja-atual to ws-preco-loja-cod
                       perform apurar-preco-loja

                       move ws-preco-loja to ws-exp-preco

                       compute raio = ws-diametro(ind_aux) / 2
                       compute pizza_area = 3,14 * (raio * raio)

                       if pizza_area > 0 then
                           compute ws-exp-preco-cm2 =
                                   ws-preco-loja / pizza_area
                       else
                           move 0 to ws-exp-preco-cm2
                       end-if

                       compute ws-exp-margem =
                               ws-preco-loja - ws-custo(ind_aux)
                   end-if

                   move ws-custo(ind_aux)         to ws-exp-custo
                   move ws-data-cadastro(ind_aux) to ws-exp-data
                   move ws-promo(ind_aux)         to ws-exp-promo

                   move spaces to fd-linha-exporta

                   string ws-nome(ind_aux)(1:ws-exp-tamanho) ";"
                          ws-tamanho(ind_aux)                ";"
                          ws-exp-diametro                    ";"
                          ws-exp-preco                       ";"
                          ws-exp-custo                       ";"
                          ws-exp-preco-cm2                   ";"
                          ws-exp-data                        ";"
                          ws-exp-margem                      ";"
                          ws-exp-promo
                          delimited by size
                          into fd-linha-exporta
                   end-string

                   write fd-linha-exporta

                   if ws-exporta-file-status <> "00" then
                       move "Erro ao gravar exportacao em arquivo" to ws-msn
                   end-if

                   add 1 to ind_aux
               end-perform

               close exporta-file

               if ws-msn = space then
                   move "Catalogo exportado em CATALOGO.CSV" to ws-msn
               end-if
           end-if

           if ws-modo-batch <> "S" then
               display sc-tela-exporta
               accept sc-tela-exporta
           end-if

           .
       exportar-catalogo-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   localiza uma pizza cadastrada pelo nome e tamanho informados;
      *>   normaliza o tamanho antes da busca (branco vale M)
       localizar-pizza section.

           perform validar-tamanho

           move "N" to ws-achou-pizza

           perform varying ind from 1 by 1 until ind > 100
                                              or ws-nome(ind) = space

               if  ws-nome(ind) = ws-nome-pizza
               and ws-tamanho(ind) = ws-tamanho-pizza then
                   move "S" to ws-achou-pizza
               end-if

               if ws-achou-pizza = "S" then
                   exit perform
               end-if

           end-perform

           .
       localizar-pizza-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   inclui uma nova pizza na tabela e no arquivo
       inserir-pizza section.

           if ws-achou-pizza = "S" then
               move "Pizza ja cadastrada" to ws-msn

           else
      *>       o nome/tamanho pode estar em uma pizza descontinuada: o
      *>       registro e o historico existem no arquivo e devem ser
      *>       reativados, nao sobrepostos por uma inclusao
               move ws-nome-pizza    to ws-nome-inativa-busca
               move ws-tamanho-pizza to ws-tam-inativa-busca
               perform localizar-inativa

               if ws-achou-inativa = "S" then
                   move "Pizza descontinuada - reative pela acao R" to ws-msn

               else
               if ws-tamanho-valido <> "S" then
                   move "Tamanho deve ser B, M ou G" to ws-msn

               else
               if ws-diametro-pizza = 0 then
                   move "Diametro da pizza nao pode ser zero" to ws-msn

               else
                   if ws-preco-pizza = 0 then
                       move "Preco da pizza nao pode ser zero" to ws-msn

                   else
                       perform validar-categoria

                       if ws-categoria-valida <> "S" then
                           move "Categoria deve ser S ou D" to ws-msn

                       else
      *>               preco abaixo do piso de margem da categoria nao
      *>               grava calado: a tela pede confirmacao e a carga
      *>               noturna rejeita a linha
                       perform validar-piso-margem

                       if  ws-abaixo-piso = "S"
                       and (ws-modo-batch = "S"
                            or (    ws-confirma-piso <> "S"
                                and ws-confirma-piso <> "s")) then

                           if ws-modo-batch = "S" then
                               move "Margem abaixo do piso da categoria"
                                 to ws-msn
                           else
                               move "Abaixo do piso - confirme com S para gravar"
                                 to ws-msn
                           end-if

                       else
                       perform descobrir-prox-ind-piz

                       if ind <= 100 then
      *>                       salvar pizza na tabela de cadastro
                           move ws-nome-pizza       to  ws-nome(ind)
                           move ws-tamanho-pizza    to  ws-tamanho(ind)
                           move ws-diametro-pizza   to  ws-diametro(ind)
                           move ws-preco-pizza      to  ws-preco(ind)
                           move ws-custo-pizza      to  ws-custo(ind)
                           move ws-categoria-pizza  to  ws-categoria(ind)

      *>                       pizza nova, ainda sem historico de preco
      *>                       nem porcentagem: o slot pode ter sido de
      *>                       uma pizza excluida e a gravacao nao pode
      *>                       herdar o "% vs melhor" dela
                           move 0                   to  ws-preco_cm2-anterior(ind)
                           move 0                   to  ws-diferenca_rel(ind)
                           move 0                   to  ws-diferenca-cheia(ind)
                           accept ws-data-cadastro(ind) from date yyyymmdd

      *>                       calculo avança o ind ate a proxima pizza em branco
      *>                       como efeito colateral: guarda e restaura a pizza
      *>                       recem-incluida antes de gravar
                           move ind to ind_salvo
                           perform calculo
                           move ind_salvo to ind
                           perform gravar-pizza-arquivo

      *>                       grava falhou: a pizza nunca foi persistida, entao
      *>                       nao pode continuar ocupando um slot na tabela, ou
      *>                       ela "sobreviveria" na tela so ate o proximo STOP RUN
                           if ws-file-status <> "00" then
                               move spaces to ws-nome(ind)
                               move space  to ws-tamanho(ind)
                               move 0      to ws-diametro(ind)
                               move 0      to ws-preco(ind)
                               move 0      to ws-preco_cm2(ind)
                               move 0      to ws-diferenca_rel(ind)

                           else
      *>                       inclusao persistida: registra no log de
      *>                       movimentos (nao havia valores anteriores)
                               move "I"              to ws-mov-acao
                               move ws-tamanho(ind)  to ws-mov-tamanho
                               move spaces           to ws-mov-nome-ant
                               move 0                to ws-mov-diametro-ant
                               move 0                to ws-mov-preco-ant
                               move 0                to ws-mov-custo-ant
                               move ws-nome(ind)     to ws-mov-nome-novo
                               move ws-diametro(ind) to ws-mov-diametro-novo
                               move ws-preco(ind)    to ws-mov-preco-novo
                               move ws-custo(ind)    to ws-mov-custo-novo
                               move space            to ws-mov-categoria-ant
                               move ws-categoria(ind) to ws-mov-categoria-novo
                               perform registrar-movimento
                           end-if
                       else
                           move "Quantidade de pizzas completa" to ws-msn
                       end-if
                       end-if
                       end-if
                   end-if
               end-if
               end-if
               end-if
           end-if

           .
       inserir-pizza-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   altera o diametro e o preco de uma pizza ja cadastrada
       alterar-pizza section.

           if ws-achou-pizza <> "S" then
               move "Pizza nao encontrada para alteracao" to ws-msn

           else
      *>       trava a pizza contra o outro terminal enquanto dura a
      *>       alteracao
               move ws-nome(ind) to ws-trava-nome
               perform travar-pizza

               if ws-trava-ok <> "S" then
                   move "Registro em uso no outro terminal" to ws-msn

               else
      *>           confere o registro direto no arquivo: o outro terminal
      *>           pode ter mexido na pizza depois da recarga da tabela
               perform reler-pizza-tabela

               if ws-pizza-no-arquivo <> "S" then
                   move "Pizza nao esta mais no arquivo" to ws-msn

               else
               if ws-diametro-pizza = 0 then
                   move "Diametro da pizza nao pode ser zero" to ws-msn

               else
                   if ws-preco-pizza = 0 then
                       move "Preco da pizza nao pode ser zero" to ws-msn

                   else
      *>               categoria em branco na alteracao mantem a atual,
      *>               para nao obrigar a redigitacao (tela e batch)
                       if ws-categoria-pizza = space then
                           move ws-categoria(ind) to ws-categoria-pizza
                       end-if

                       perform validar-categoria

      *>               registro anterior a categoria pode seguir sem ela:
      *>               a critica so barra um valor informado invalido, e o
      *>               relatorio agrupa os em branco sob "Sem categ."; sem
      *>               isso a carga noturna rejeitaria todo reajuste de
      *>               preco das pizzas ainda nao classificadas
                       if  ws-categoria-valida <> "S"
                       and ws-categoria-pizza <> space then
                           move "Categoria deve ser S ou D" to ws-msn

                       else
      *>               preco abaixo do piso de margem da categoria nao
      *>               grava calado: a tela pede confirmacao e a carga
      *>               noturna rejeita a linha
                       perform validar-piso-margem

                       if  ws-abaixo-piso = "S"
                       and (ws-modo-batch = "S"
                            or (    ws-confirma-piso <> "S"
                                and ws-confirma-piso <> "s")) then

                           if ws-modo-batch = "S" then
                               move "Margem abaixo do piso da categoria"
                                 to ws-msn
                           else
                               move "Abaixo do piso - confirme com S para gravar"
                                 to ws-msn
                           end-if

                       else
                       move "N" to ws-achou-novo-nome

                       if ws-novo-nome-pizza <> space then
                           perform varying ind_aux from 1 by 1
                                       until ind_aux > 100
                                          or ws-nome(ind_aux) = space

                               if ind_aux <> ind
                               and ws-nome(ind_aux) = ws-novo-nome-pizza
                               and ws-tamanho(ind_aux) = ws-tamanho(ind) then
                                   move "S" to ws-achou-novo-nome
                               end-if

                           end-perform

      *>                   o novo nome tambem nao pode ser o de uma pizza
      *>                   descontinuada, cujo registro segue no arquivo
                           if ws-achou-novo-nome <> "S" then
                               move ws-novo-nome-pizza
                                 to ws-nome-inativa-busca
                               move ws-tamanho(ind)
                                 to ws-tam-inativa-busca
                               perform localizar-inativa

                               if ws-achou-inativa = "S" then
                                   move "S" to ws-achou-novo-nome
                               end-if
                           end-if
                       end-if

      *>               mudanca de preco que precisa de aprovacao ou tem
      *>               vigencia futura nao entra agora: o restante da
      *>               alteracao grava com o preco atual e o novo preco
      *>               fica pendente
                       perform verificar-aprovacao-preco

                       if ws-msn <> space then
                           continue

                       else
                       if ws-novo-nome-pizza <> space
                       and ws-achou-novo-nome = "S" then
                           move "Novo nome ja cadastrado para outra pizza" to ws-msn

                       else
                           move "S" to ws-renomear-ok

                           if ws-apv-reter = "S" then
                               move ws-preco(ind) to ws-preco-pizza
                           end-if

      *>                       guarda a linha original, para o caso de a
      *>                       alteracao nao poder ser persistida no arquivo
                           move ws-relatorio(ind) to relatorio-aux

      *>                       guarda o preco cm2 do preco cheio como base
      *>                       para a tendencia antes de recalcular: preco
      *>                       promocional nao entra no historico
                           move ws-preco_cm2-cheio(ind)
                             to ws-preco_cm2-anterior(ind)
                           accept ws-data-cadastro(ind) from date yyyymmdd

                           move ws-diametro-pizza   to  ws-diametro(ind)
                           move ws-preco-pizza      to  ws-preco(ind)
                           move ws-custo-pizza      to  ws-custo(ind)
                           move ws-categoria-pizza  to  ws-categoria(ind)

      *>                       corrige o nome da pizza (ex.: erro de digitacao)
      *>                       removendo o registro antigo, que usa o nome como chave
                           if ws-novo-nome-pizza <> space then
                               move ws-nome(ind)    to fd-nome
                               move ws-tamanho(ind) to fd-tamanho

                               delete pizza-file record
                                   invalid key
                                       move "Erro ao renomear pizza no arquivo" to ws-msn
                                       move "N" to ws-renomear-ok
                               end-delete

      *>                           so atualiza o nome na tabela se o registro
      *>                           antigo realmente saiu do arquivo; senao o
      *>                           arquivo ficaria com o registro velho e um novo,
      *>                           duplicando a pizza na proxima recarga
                               if ws-renomear-ok = "S" then
                                   move ws-novo-nome-pizza to ws-nome(ind)
                               end-if
                           end-if

      *>                       calculo avança o ind ate a proxima pizza em branco
      *>                       como efeito colateral: guarda e restaura a pizza
      *>                       recem-alterada antes de gravar
                           if ws-renomear-ok = "S" then
                               move ind to ind_salvo
                               perform calculo
                               move ind_salvo to ind
                               perform gravar-pizza-arquivo

                               if ws-file-status <> "00" then
                                   move "N" to ws-renomear-ok
                               end-if
                           end-if

      *>                       pizza mudou de nome: reaponta a receita, que
      *>                       usa o nome da pizza como parte da chave
                           if ws-renomear-ok = "S"
                           and ws-novo-nome-pizza <> space then
                               move nome-aux        to ws-rec-pizza-aux
                               move ws-tamanho(ind) to ws-rec-tam-aux
                               move ws-nome(ind)    to ws-rec-pizza-novo-aux
                               perform renomear-receitas
                               perform renomear-precos-pendentes
                           end-if

      *>                       alteracao nao persistida (rename ou grava falhou):
      *>                       desfaz a mudanca em memoria para nao mostrar na
      *>                       tela/relatorio dados que nao estao no arquivo
                           if ws-renomear-ok <> "S" then
                               move relatorio-aux to ws-relatorio(ind)

                           else
      *>                       alteracao persistida (incluindo renomeacao):
      *>                       registra antes/depois no log de movimentos
                               move "A"              to ws-mov-acao
                               move ws-tamanho(ind)  to ws-mov-tamanho
                               move nome-aux         to ws-mov-nome-ant
                               move diametro-aux     to ws-mov-diametro-ant
                               move preco-aux        to ws-mov-preco-ant
                               move custo-aux        to ws-mov-custo-ant
                               move ws-nome(ind)     to ws-mov-nome-novo
                               move ws-diametro(ind) to ws-mov-diametro-novo
                               move ws-preco(ind)    to ws-mov-preco-novo
                               move ws-custo(ind)    to ws-mov-custo-novo
                               move categoria-aux    to ws-mov-categoria-ant
                               move ws-categoria(ind) to ws-mov-categoria-novo
                               perform registrar-movimento

                               if ws-apv-reter = "S" then
                                   perform gravar-preco-pendente
                               end-if
                           end-if
                       end-if
                       end-if
                       end-if
                       end-if
                   end-if
               end-if
               end-if

      *>           devolve a trava da pizza, com ou sem alteracao gravada
               perform destravar-pizza
               end-if
           end-if

           .
       alterar-pizza-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   decide se o preco novo de uma alteracao entra direto ou vai para
      *>   PRECOPEND.DAT: pedido do operador (nivel O), da carga noturna
      *>   (ENTRADA.DAT nao identifica quem digitou) ou com variacao acima
      *>   do limite de APROVACAO.CFG fica pendente para o supervisor;
      *>   o supervisor dentro do limite, com vigencia futura, ja grava
      *>   aprovado para o batch aplicar na data
       verificar-aprovacao-preco section.

           move "N" to ws-apv-reter

           if ws-preco-pizza <> ws-preco(ind) then

               accept ws-data-sistema from date yyyymmdd

               move ws-data-sistema-num to ws-apv-data-vigencia

               if ws-vigencia-pizza <> 0 then
                   move ws-vigencia-pizza to ws-data-testada
                   perform validar-data

                   if ws-data-valida <> "S" then
                       move "Data de vigencia do preco invalida" to ws-msn

                   else
      *>                   na carga noturna, vigencia ja passada vale a
      *>                   partir da aprovacao; na tela e erro de digitacao
                       if ws-vigencia-pizza < ws-data-sistema-num then
                           if ws-modo-batch <> "S" then
                               move "Vigencia do preco anterior a hoje"
                                 to ws-msn
                           end-if
                       else
                           move ws-vigencia-pizza to ws-apv-data-vigencia
                       end-if
                   end-if
               end-if

               if ws-msn = space then
                   perform ler-limite-aprovacao

                   if ws-preco(ind) = 0 then
                       move 999 to ws-apv-variacao
                   else
                       compute ws-apv-variacao rounded =
                               (ws-preco-pizza - ws-preco(ind)) * 100
                               / ws-preco(ind)
                   end-if

                   if ws-apv-variacao < 0 then
                       compute ws-apv-variacao = ws-apv-variacao * -1
                   end-if

                   evaluate true
                       when ws-modo-batch = "S"
                       when ws-nivel-atual <> "S"
                       when ws-apv-variacao > ws-apv-limite
                           move "S" to ws-apv-reter
                           move "P" to ws-apv-situacao-nova

                       when ws-apv-data-vigencia > ws-data-sistema-num
                           move "S" to ws-apv-reter
                           move "A" to ws-apv-situacao-nova

                       when other
                           continue
                   end-evaluate

                   move ws-preco-pizza to ws-apv-preco-pedido
                   move ws-preco(ind)  to ws-apv-preco-atual
               end-if
           end-if

           .
       verificar-aprovacao-preco-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   le o percentual de variacao aceito sem aprovacao; sem arquivo
      *>   vale 10%
       ler-limite-aprovacao section.

           move 10 to ws-apv-limite

           open input aprovacfg-file

           if ws-aprovacfg-status = "00" then

               read aprovacfg-file
                   at end
                       continue
                   not at end
                       if fd-apc-limite is numeric then
                           move fd-apc-limite to ws-apv-limite
                       end-if
               end-read

               close aprovacfg-file
           end-if

           .
       ler-limite-aprovacao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava em PRECOPEND.DAT o preco retido pela alteracao da pizza
      *>   apontada por ind; pedido ainda pendente da mesma pizza fica
      *>   cancelado, substituido pelo novo
       gravar-preco-pendente section.

           accept ws-data-sistema from date yyyymmdd

           if ws-apv-situacao-nova = "P" then
               move ws-nome(ind)    to ws-rec-pizza-aux
               move ws-tamanho(ind) to ws-rec-tam-aux
               perform cancelar-precos-pendentes
           end-if

           perform descobrir-prox-preco-pendente

           move ws-apv-prox-numero   to fd-ppd-numero
           move ws-nome(ind)         to fd-ppd-nome
           move ws-tamanho(ind)      to fd-ppd-tamanho
           move ws-apv-preco-atual   to fd-ppd-preco-ant
           move ws-apv-preco-pedido  to fd-ppd-preco-novo
           move ws-apv-data-vigencia to fd-ppd-vigencia
           move ws-data-sistema-num  to fd-ppd-data-pedido
           move ws-apv-situacao-nova to fd-ppd-situacao
           move 0                    to fd-ppd-data-efetiva

           if ws-modo-batch = "S" then
               move "B"               to fd-ppd-origem
               move 0                 to fd-ppd-operador
           else
               move "T"               to fd-ppd-origem
               move ws-operador-atual to fd-ppd-operador
           end-if

      *>       vigencia futura do proprio supervisor ja nasce aprovada
           if ws-apv-situacao-nova = "A" then
               move ws-operador-atual   to fd-ppd-supervisor
               move ws-data-sistema-num to fd-ppd-data-decisao
           else
               move 0                   to fd-ppd-supervisor
               move 0                   to fd-ppd-data-decisao
           end-if

           write fd-registro-precopend
               invalid key
                   move "Erro ao gravar alteracao de preco pendente"
                     to ws-msn
           end-write

           if ws-precopend-file-status = "00" then
               if ws-modo-batch = "S" then
                   add 1 to ws-apv-retidos
               else
                   if ws-apv-situacao-nova = "A" then
                       move "Novo preco agendado para a data de vigencia"
                         to ws-msn
                   else
                       move "Novo preco enviado para aprovacao do supervisor"
                         to ws-msn
                   end-if
               end-if
           end-if

           .
       gravar-preco-pendente-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   proximo numero de PRECOPEND.DAT: o ultimo mais um
       descobrir-prox-preco-pendente section.

           move 1 to ws-apv-prox-numero

           move 999999 to fd-ppd-numero

           start precopend-file key <= fd-ppd-numero
               invalid key
                   move "10" to ws-precopend-file-status
           end-start

           if ws-precopend-file-status = "00" then
               read precopend-file previous record
                   at end
                       continue
                   not at end
                       compute ws-apv-prox-numero = fd-ppd-numero + 1
               end-read
           end-if

           .
       descobrir-prox-preco-pendente-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   cancela os pedidos de preco ainda pendentes (P) da pizza e
      *>   tamanho em ws-rec-pizza-aux / ws-rec-tam-aux
       cancelar-precos-pendentes section.

           move 0 to fd-ppd-numero

           start precopend-file key >= fd-ppd-numero
               invalid key
                   move "10" to ws-precopend-file-status
           end-start

           perform until ws-precopend-file-status <> "00"

               read precopend-file next record
                   at end
                       move "10" to ws-precopend-file-status
                   not at end
                       if  fd-ppd-situacao = "P"
                       and fd-ppd-nome     = ws-rec-pizza-aux
                       and fd-ppd-tamanho  = ws-rec-tam-aux then
                           move "C"                 to fd-ppd-situacao
                           move ws-data-sistema-num to fd-ppd-data-decisao

                           rewrite fd-registro-precopend
                               invalid key
                                   continue
                           end-rewrite
                       end-if
               end-read

           end-perform

           .
       cancelar-precos-pendentes-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   pizza renomeada: reaponta os pedidos de preco ainda nao
      *>   efetivados, como renomear-receitas faz com a receita
       renomear-precos-pendentes section.

           move 0 to fd-ppd-numero

           start precopend-file key >= fd-ppd-numero
               invalid key
                   move "10" to ws-precopend-file-status
           end-start

           perform until ws-precopend-file-status <> "00"

               read precopend-file next record
                   at end
                       move "10" to ws-precopend-file-status
                   not at end
                       if (fd-ppd-situacao = "P" or fd-ppd-situacao = "A")
                       and fd-ppd-nome    = ws-rec-pizza-aux
                       and fd-ppd-tamanho = ws-rec-tam-aux then
                           move ws-rec-pizza-novo-aux to fd-ppd-nome

                           rewrite fd-registro-precopend
                               invalid key
                                   continue
                           end-rewrite
                       end-if
               end-read

           end-perform

           .
       renomear-precos-pendentes-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   carga noturna: aplica os precos aprovados cuja vigencia chegou,
      *>   com o log de movimentos em nome do supervisor que aprovou (acao
      *>   P). Pizza que saiu do catalogo cancela o pedido; pizza presa no
      *>   outro terminal fica para a proxima execucao
       aplicar-precos-aprovados section.

           accept ws-data-sistema from date yyyymmdd

           move 0 to ws-apv-vencidas
           move 0 to ws-apv-efetivadas
           move 0 to ws-apv-canceladas
           move 0 to ws-apv-adiadas

           move 0 to fd-ppd-numero

           start precopend-file key >= fd-ppd-numero
               invalid key
                   move "10" to ws-precopend-file-status
           end-start

           perform until ws-precopend-file-status <> "00"

               read precopend-file next record
                   at end
                       move "10" to ws-precopend-file-status
                   not at end
                       if  fd-ppd-situacao = "A"
                       and fd-ppd-vigencia <= ws-data-sistema-num then
                           add 1 to ws-apv-vencidas
                           perform efetivar-preco-aprovado
                       end-if
               end-read

           end-perform

      *>       fim da varredura deixa o status em 10: volta ao normal
      *>       para o diario da execucao
           if ws-precopend-file-status = "10" then
               move "00" to ws-precopend-file-status
           end-if

           if ws-apv-vencidas > 0 then
               display "Precos aprovados aplicados: " ws-apv-efetivadas
                       " - cancelados: " ws-apv-canceladas
                       " - adiados: " ws-apv-adiadas
           end-if

           .
       aplicar-precos-aprovados-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   aplica o preco do pedido corrente de PRECOPEND.DAT a pizza do
      *>   catalogo e marca o pedido como efetivado (ou cancelado)
       efetivar-preco-aprovado section.

           move fd-ppd-nome    to ws-nome-pizza
           move fd-ppd-tamanho to ws-tamanho-pizza

           perform localizar-pizza

           move space to ws-apv-ppd-status

           if ws-achou-pizza <> "S" then
               move "C" to ws-apv-ppd-status

           else
               move ws-nome(ind) to ws-trava-nome
               perform travar-pizza

               if ws-trava-ok <> "S" then
                   add 1 to ws-apv-adiadas

               else
                   perform reler-pizza-tabela

                   if ws-pizza-no-arquivo <> "S" then
                       move "C" to ws-apv-ppd-status

                   else
                       move ws-relatorio(ind) to relatorio-aux

      *>                   mesma base da tendencia da alteracao pela tela
                       move ws-preco_cm2-cheio(ind)
                         to ws-preco_cm2-anterior(ind)
                       accept ws-data-cadastro(ind) from date yyyymmdd

                       move fd-ppd-preco-novo to ws-preco(ind)

                       move ind to ind_salvo
                       perform calculo
                       move ind_salvo to ind
                       perform gravar-pizza-arquivo

                       if ws-file-status <> "00" then
                           move relatorio-aux to ws-relatorio(ind)
                           add 1 to ws-apv-adiadas

                       else
                           move "E" to ws-apv-ppd-status

                           move "P"               to ws-mov-acao
                           move ws-tamanho(ind)   to ws-mov-tamanho
                           move ws-nome(ind)      to ws-mov-nome-ant
                           move diametro-aux      to ws-mov-diametro-ant
                           move preco-aux         to ws-mov-preco-ant
                           move custo-aux         to ws-mov-custo-ant
                           move ws-nome(ind)      to ws-mov-nome-novo
                           move ws-diametro(ind)  to ws-mov-diametro-novo
                           move ws-preco(ind)     to ws-mov-preco-novo
                           move ws-custo(ind)     to ws-mov-custo-novo
                           move ws-categoria(ind) to ws-mov-categoria-ant
                           move ws-categoria(ind) to ws-mov-categoria-novo
                           move fd-ppd-supervisor to ws-mov-aprovador
                           perform registrar-movimento
                           move 0                 to ws-mov-aprovador
                       end-if
                   end-if

                   perform destravar-pizza
               end-if
           end-if

           if ws-apv-ppd-status <> space then
               if ws-apv-ppd-status = "E" then
                   add 1 to ws-apv-efetivadas
                   move ws-data-sistema-num to fd-ppd-data-efetiva
               else
                   add 1 to ws-apv-canceladas
               end-if

               move ws-apv-ppd-status to fd-ppd-situacao

               rewrite fd-registro-precopend
                   invalid key
                       continue
               end-rewrite
           end-if

           .
       efetivar-preco-aprovado-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   tela do supervisor: lista as alteracoes de preco pendentes, 8
      *>   por pagina, e aprova ou rejeita a selecionada
       aprovacao-precos section.

           move 0     to ws-apv-inicio
           move space to ws-msn

           perform ler-limite-aprovacao

           perform until ws-sair = "V"
                      or ws-sair = "v"

               perform montar-pagina-aprovacao

               move 0     to ws-apv-selecao
               move space to ws-apv-decisao
               move space to ws-apv-comando

               if  ws-apv-qtd = 0
               and ws-msn = space then
                   move "Nenhuma alteracao de preco pendente" to ws-msn
               end-if

      *>     deixa a tela parada no console
               display sc-tela-aprovapreco
               perform exibir-pagina-aprovacao
               accept sc-tela-aprovapreco

               move space to ws-msn

               if  ws-sair <> "V"
               and ws-sair <> "v" then

                   if  ws-apv-selecao >= 1
                   and ws-apv-selecao <= ws-apv-qtd then

                       evaluate ws-apv-decisao
                           when "A" when "a"
                               move "A" to ws-apv-situacao-nova
                               perform decidir-preco-pendente

                           when "R" when "r"
                               move "R" to ws-apv-situacao-nova
                               perform decidir-preco-pendente

                           when other
                               move "Decisao deve ser A ou R" to ws-msn
                       end-evaluate

                   else
      *>               P avanca para a proxima pagina; qualquer outro
      *>               comando volta ao inicio da lista
                       if  (ws-apv-comando = "P" or ws-apv-comando = "p")
                       and ws-apv-qtd > 0 then
                           compute ws-apv-inicio = ws-apv-ultimo + 1
                       else
                           move 0 to ws-apv-inicio
                       end-if
                   end-if
               end-if

           end-perform

           .
       aprovacao-precos-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   monta uma pagina da tela de aprovacao a partir do numero em
      *>   ws-apv-inicio: ate 8 pedidos pendentes, com o preco por cm2 e a
      *>   margem do preco novo sobre o diametro e o custo atuais da pizza
       montar-pagina-aprovacao section.

           move 0     to ws-apv-qtd
           move space to ws-apv-fim-pagina

           move ws-apv-inicio to fd-ppd-numero

           start precopend-file key >= fd-ppd-numero
               invalid key
                   move "S" to ws-apv-fim-pagina
           end-start

           perform until ws-apv-fim-pagina = "S"

               read precopend-file next record
                   at end
                       move "S" to ws-apv-fim-pagina
                   not at end
                       if fd-ppd-situacao = "P" then
                           add 1 to ws-apv-qtd
                           move fd-ppd-numero     to ws-apv-numero(ws-apv-qtd)
                           move fd-ppd-nome       to ws-apv-nome(ws-apv-qtd)
                           move fd-ppd-tamanho    to ws-apv-tam(ws-apv-qtd)
                           move fd-ppd-preco-ant  to ws-apv-preco-ant(ws-apv-qtd)
                           move fd-ppd-preco-novo to ws-apv-preco-novo(ws-apv-qtd)
                           move fd-ppd-vigencia   to ws-apv-vigencia(ws-apv-qtd)
                           move fd-ppd-operador   to ws-apv-operador(ws-apv-qtd)
                           move 0 to ws-apv-cm2(ws-apv-qtd)
                           move 0 to ws-apv-margem(ws-apv-qtd)

                           move fd-ppd-nome    to fd-nome
                           move fd-ppd-tamanho to fd-tamanho

                           read pizza-file record

                           if ws-file-status = "00" then
                               compute raio = fd-diametro / 2
                               compute pizza_area = 3,14 * (raio * raio)

                               if pizza_area > 0 then
                                   compute ws-apv-cm2(ws-apv-qtd) =
                                           fd-ppd-preco-novo / pizza_area
                               end-if

                               compute ws-apv-margem(ws-apv-qtd) =
                                       fd-ppd-preco-novo - fd-custo
                           end-if

                           move fd-ppd-numero to ws-apv-ultimo

                           if ws-apv-qtd >= 8 then
                               move "S" to ws-apv-fim-pagina
                           end-if
                       end-if
               end-read

               if  ws-precopend-file-status <> "00"
               and ws-apv-fim-pagina <> "S" then
                   move "S" to ws-apv-fim-pagina
               end-if

           end-perform

           .
       montar-pagina-aprovacao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   exibe as linhas da pagina corrente da aprovacao, uma a uma
       exibir-pagina-aprovacao section.

           perform varying ind from 1 by 1
                       until ind > ws-apv-qtd

               compute linha_conteudo = 3 + ind

               move ind                    to ws-apv-lin-num
               move ws-apv-nome(ind)       to ws-apv-lin-nome
               move ws-apv-tam(ind)        to ws-apv-lin-tam
               move ws-apv-preco-ant(ind)  to ws-apv-lin-preco-ant
               move ws-apv-preco-novo(ind) to ws-apv-lin-preco-novo
               move ws-apv-cm2(ind)        to ws-apv-lin-cm2
               move ws-apv-margem(ind)     to ws-apv-lin-margem
               move ws-apv-vigencia(ind)   to ws-apv-lin-vigencia
               move ws-apv-operador(ind)   to ws-apv-lin-operador

               display sc-aprovacao-linha
           end-perform

           .
       exibir-pagina-aprovacao-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   grava a decisao do supervisor (A ou R em ws-apv-situacao-nova)
      *>   no pedido selecionado; o pedido aprovado entra pelo batch na
      *>   data de vigencia
       decidir-preco-pendente section.

           move ws-apv-numero(ws-apv-selecao) to fd-ppd-numero

           read precopend-file record

           if ws-precopend-file-status <> "00"
           or fd-ppd-situacao <> "P" then
               move "Alteracao de preco ja decidida" to ws-msn

           else
               accept ws-data-sistema from date yyyymmdd

               move ws-apv-situacao-nova to fd-ppd-situacao
               move ws-operador-atual    to fd-ppd-supervisor
               move ws-data-sistema-num  to fd-ppd-data-decisao

               rewrite fd-registro-precopend
                   invalid key
                       move "Erro ao gravar a decisao" to ws-msn
               end-rewrite

               if ws-msn = space then
                   if ws-apv-situacao-nova = "A" then
                       move "Preco aprovado - o batch aplica na vigencia"
                         to ws-msn
                   else
                       move "Alteracao de preco rejeitada" to ws-msn
                   end-if
               end-if
           end-if

           .
       decidir-preco-pendente-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
           if ws-relatorio-file-status = "00" then

               write fd-linha-relatorio from ws-relatorio-cabecalho
               write fd-linha-relatorio from ws-rel-loja-consolidado
               write fd-linha-relatorio from ws-relatorio-titulo

               move 1 to ind_aux

                       move ws-nome(ind_aux)    to ws-vnd-nome-busca
                       move ws-tamanho(ind_aux) to ws-vnd-tam-busca
                       move 0                   to ws-vnd-loja-busca
                       perform somar-vendas-pizza

                       move ws-nome(ind_aux)    to ws-rel-ven-nome
                       move ws-tamanho(ind_aux) to ws-rel-ven-tamanho
                       move ws-vnd-unidades     to ws-rel-ven-unidades

                   end-perform

      *>           o mesmo ranking em cada loja, pelo preco que ela cobra
                   perform gravar-ranking-lojas

      *>           em modo batch nao ha tela para avisar o operador de uma
      *>           linha de entrada rejeitada: registra no proprio relatorio
      *>           para que a carga noturna nao falhe em silencio
       gravar-total-geral-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   secao do relatorio para cada loja do cadastro: o ranking pelo
      *>   preco cm2 que a loja cobra (promocao vigente, senao o preco da
      *>   loja) e as vendas da loja, na mesma ordem do ranking da rede
       gravar-ranking-lojas section.

           move 0     to ws-rel-loja
           move space to ws-fim-lojas

           perform proxima-loja

           perform until ws-fim-lojas = "S"

               move spaces to fd-linha-relatorio
               write fd-linha-relatorio
               write fd-linha-relatorio from ws-rel-loja-cabecalho
               write fd-linha-relatorio from ws-ranking-loja-titulo

               perform montar-ranking-loja

               perform varying ws-rkl-ind from 1 by 1
                           until ws-rkl-ind > ws-rkl-qtd

                   move ws-rkl-nome(ws-rkl-ind)      to ws-rkd-nome
                   move ws-rkl-tamanho(ws-rkl-ind)   to ws-rkd-tamanho
                   move ws-rkl-preco(ws-rkl-ind)     to ws-rkd-preco
                   move ws-rkl-preco-cm2(ws-rkl-ind) to ws-rkd-preco-cm2
                   move ws-rkl-unidades(ws-rkl-ind)  to ws-rkd-unidades
                   move ws-rkl-receita(ws-rkl-ind)   to ws-rkd-receita
                   move ws-rkl-margem(ws-rkl-ind)    to ws-rkd-margem
                   write fd-linha-relatorio from ws-ranking-loja-detalhe

               end-perform

               perform proxima-loja
           end-perform

           .
       gravar-ranking-lojas-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *>   monta a tabela do ranking da loja ws-rel-loja a partir da
      *>   tabela da rede (ja agrupada por categoria e tamanho) e reordena
      *>   o preco cm2 dentro de cada grupo, em decrescente
       montar-ranking-loja section.

           move 0 to ws-rkl-qtd

           perform varying ind from 1 by 1
                       until ind > 100
                          or ws-nome(ind) = spaces

               add 1 to ws-rkl-qtd

               move ws-nome(ind)      to ws-rkl-nome(ws-rkl-qtd)
               move ws-tamanho(ind)   to ws-rkl-tamanho(ws-rkl-qtd)
               move ws-categoria(ind) to ws-rkl-categoria(ws-rkl-qtd)

               if ws-promo(ind) = "S" then
                   move ws-preco-vig(ind) to ws-rkl-preco(ws-rkl-qtd)
               else
                   move ws-rel-loja to ws-preco-loja-cod
                   perform apurar-preco-loja
                   move ws-preco-loja to ws-rkl-preco(ws-rkl-qtd)
               end-if

               compute raio = ws-diametro(ind) / 2
               compute pizza_area = 3,14 * (raio * raio)

               if pizza_area > 0 then
                   compute ws-rkl-preco-cm2(ws-rkl-qtd) =
                           ws-rkl-preco(ws-rkl-qtd) / pizza_area
               else
                   move 0 to ws-rkl-preco-cm2(ws-rkl-qtd)
               end-if

               move ws-nome(ind)    to ws-vnd-nome-busca
               move ws-tamanho(ind) to ws-vnd-tam-busca
               move ws-rel-loja     to ws-vnd-loja-busca
               perform somar-vendas-pizza

               move ws-vnd-unidades     to ws-rkl-unidades(ws-rkl-qtd)
               move ws-vnd-receita      to ws-rkl-receita(ws-rkl-qtd)
               move ws-vnd-margem-total to ws-rkl-margem(ws-rkl-qtd)

           end-perform

           move "trocou" to controle

           perform until controle <> "trocou"

               move 1            to ws-rkl-ind
               move "nao_trocou" to controle

               perform until ws-rkl-ind >= ws-rkl-qtd

                   if  ws-rkl-categoria(ws-rkl-ind) =
                       ws-rkl-categoria(ws-rkl-ind + 1)
                   and ws-rkl-tamanho(ws-rkl-ind) =
                       ws-rkl-tamanho(ws-rkl-ind + 1)
                   and ws-rkl-preco-cm2(ws-rkl-ind) <
                       ws-rkl-preco-cm2(ws-rkl-ind + 1) then
                       move ws-ranking-loja(ws-rkl-ind + 1)
                         to ws-ranking-loja-aux
                       move ws-ranking-loja(ws-rkl-ind)
                         to ws-ranking-loja(ws-rkl-ind + 1)
                       move ws-ranking-loja-aux
                         to ws-ranking-loja(ws-rkl-ind)
                       move "trocou" to controle
                   end-if

                   add 1 to ws-rkl-ind
               end-perform
           end-perform

           .
       montar-ranking-loja-exit.
           exit.

      *>---------------------------------------------------------------------------------------------------------------
      *> finaliza o programa
       finaliza section.
