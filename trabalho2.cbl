              access mode is dynamic
              record key is reg-preco-chave
              file status is fs-precos.
      *parte das receitas (ingredientes e embalagens de cada produto
      *acabado, em quantidades por lote de fabrico)
           select optional receitas
              assign to "receitas12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-receita-produto-id
              file status is fs-receitas.
      *parte das ordens de producao (fabrico de um produto acabado a
      *partir da receita, com os ingredientes consumidos)
           select optional ordens-producao
              assign to "producao12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-ordem-id
              alternate key is reg-ordem-produto-id with duplicates
              file status is fs-ordens-producao.
      *parte das encomendas a fornecedores (o que foi pedido e ainda
      *falta receber, linha a linha)
           select optional pedidos-compra
              assign to "pedidoscompra12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-ped-id
              alternate key is reg-ped-id-fornecedor with duplicates
              file status is fs-pedidos-compra.
      *ligacao de cada documento de compra a encomenda que recebeu
           select optional compras-pedido
              assign to "compraspedido12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-cpd-id-compra
              alternate key is reg-cpd-id-pedido with duplicates
              file status is fs-compras-pedido.
      *parte das faturas de fornecedores (contas a pagar: cada
      *fatura cobre um ou mais documentos de compra)
           select optional faturas-forn
              assign to "faturasforn12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-ffo-id
              alternate key is reg-ffo-id-fornecedor with duplicates
              file status is fs-faturas-forn.
      *parte dos pagamentos a fornecedores
           select optional pagamentos-forn
              assign to "pagamentosforn12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-pgf-id
              alternate key is reg-pgf-id-fatura with duplicates
              file status is fs-pagamentos-forn.
      *parte do inventario fisico (quantidades do sistema congeladas
      *por produto e lote e as quantidades contadas)
           select optional inventario
              assign to "inventario12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-inv-chave
              file status is fs-inventario.
      *parte dos armazens (o armazem 1 e o armazem principal; o
      *stock que nao esta registado noutro armazem esta nele)
           select optional armazens
              assign to "armazens12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-arm-id
              file status is fs-armazens.
      *stock por produto, lote e armazem (so os armazens que nao
      *sao o principal; lote em branco para stock sem lote)
           select optional stock-armazem
              assign to "stockarmazem12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-sta-chave
              file status is fs-stock-armazem.
      *parte das transferencias entre armazens
           select optional transferencias
              assign to "transferencias12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-trf-id
              file status is fs-transferencias.
      *armazem de onde saiu cada fatura, guia ou encomenda
           select optional documentos-armazem
              assign to "docarmazem12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-dar-chave
              file status is fs-documentos-armazem.
      *codigos de validacao das series comunicadas a AT (para o
      *ATCUD dos documentos)
           select optional series-at
              assign to "seriesat12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-sat-chave
              file status is fs-series-at.
      *dados fiscais da empresa (um so registo)
           select optional empresa
              assign to "empresa12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-emp-chave
              file status is fs-empresa.
      *mandatos de debito directo SEPA (um por cliente)
           select optional mandatos
              assign to "mandatos12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-man-cliente
              file status is fs-mandatos.
      *faturas geradas das avencas (para a cobranca por debito)
           select optional faturas-avenca
              assign to "fatavenca12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-fav-id-fatura
              file status is fs-faturas-avenca.
      *dados do credor para os ficheiros de cobranca (um so registo)
           select optional credor-sepa
              assign to "credorsepa12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-csp-chave
              file status is fs-credor-sepa.
      *debitos enviados ao banco, por lote de cobranca
           select optional debitos
              assign to "debitos12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-deb-chave
              alternate key is reg-deb-id-fatura with duplicates
              file status is fs-debitos.
      *vendas ao balcao (fatura-recibo e fatura simplificada)
           select optional faturas-balcao
              assign to "fatbalcao12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-fbl-id-fatura
              alternate key is reg-fbl-nif with duplicates
              file status is fs-faturas-balcao.
      *escaloes de rappel (desconto de volume anual) por cliente
           select optional rappel
              assign to "rappel12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-rap-chave
              file status is fs-rappel.
      *rappel ja emitido por cliente e ano (nota de credito gerada)
           select optional rappelproc
              assign to "rappelproc12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-rpp-chave
              alternate key is reg-rpp-nc-id
              file status is fs-rappelproc.
      *vendedores (comerciais) com a percentagem de comissao
           select optional vendedores
              assign to "vendedores12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-ven-id
              file status is fs-vendedores.
      *vendedor habitual de cada cliente
           select optional clientes-vendedor
              assign to "cliven12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-clv-cliente
              file status is fs-clientes-vendedor.
      *vendedor que fez cada fatura
           select optional faturas-vendedor
              assign to "fatven12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-ftv-id-fatura
              alternate key is reg-ftv-vendedor with duplicates
              file status is fs-faturas-vendedor.
      *orcamento de vendas por ano, mes, tipo de produto ou produto
           select optional orcamento
              assign to "orcamento12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-orc-chave
              file status is fs-orcamento.
      *planeamento das entregas de encomendas e guias (dia e rota)
           select optional entregas
              assign to "entregas12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-ent-chave
              alternate key is reg-ent-plano with duplicates
              file status is fs-entregas.
      *notas de debito (juros de mora de faturas vencidas); o id sai
      *do contador das faturas para o item aberto e os recibos se
      *ligarem ao documento sem se confundirem com uma fatura
           select optional notas-debito
              assign to "notasdebito12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-nd-id
              alternate key is reg-nd-id-fatura with duplicates
              alternate key is reg-nd-id-cliente with duplicates
              file status is fs-notas-debito.
      *taxas de juro de mora, cada uma em vigor a partir de uma data
           select optional taxas-juro
              assign to "taxasjuro12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-tjr-data-inicio
              file status is fs-taxas-juro.
      *propostas de notas de debito a espera do supervisor
           select optional propostas-nd
              assign to "propnd12.dat"
              organization is indexed
              access mode is dynamic
              record key is reg-pnd-id-fatura
              file status is fs-propostas-nd.
      *parte do index/ids automaticos
           select OPTIONAL arquivo-index_ids
           assign to "index_ids.dat"
              88 reg-recibo-numerario value "n" "N".
              88 reg-recibo-multibanco value "m" "M".
              88 reg-recibo-transferencia value "t" "T".
              88 reg-recibo-debito-directo value "d" "D".
           10 reg-recibos-serie-num pic 9(6).
      *parte das notas de credito
       FD  notas-credito.
              88 reg-mov-quebra value "q" "Q".
              88 reg-mov-acerto value "a" "A".
              88 reg-mov-venda value "v" "V".
              88 reg-mov-producao value "p" "P".
              88 reg-mov-transferencia value "t" "T".
           10 reg-stockmov-sinal pic x(1).
           10 reg-stockmov-quantidade pic 9(5).
      *parte das encomendas (linhas com a mesma estrutura das linhas
              20 reg-preco-data-inicio pic 9(8).
              20 reg-preco-qtd-minima pic 9(5).
           10 reg-preco-preco pic 9(6)v99.
      *parte das receitas
       FD  receitas.
       01  reg-receita.
           10 reg-receita-produto-id pic 9(6).
           10 reg-receita-qtd-lote pic 9(5).
           10 reg-receita-n-ingredientes pic 99.
           10 reg-receita-linhas occurs 20 times.
              20 reg-receita-linha-produto-id pic 9(6).
              20 reg-receita-linha-quantidade pic 9(5).
      *parte das ordens de producao
       FD  ordens-producao.
       01  reg-ordem.
           10 reg-ordem-id pic 9(6).
           10 reg-ordem-data.
              20 reg-ordem-ano pic 9(004).
              20 reg-ordem-mes pic 9(002).
              20 reg-ordem-dia pic 9(002).
           10 reg-ordem-produto-id pic 9(6).
           10 reg-ordem-n-lotes pic 9(3).
           10 reg-ordem-quantidade pic 9(5).
           10 reg-ordem-lote pic x(10).
           10 reg-ordem-custo-total pic 9(9)v99.
           10 reg-ordem-custo-unitario pic 9(6)v99.
           10 reg-ordem-n-ingredientes pic 99.
           10 reg-ordem-linhas occurs 20 times.
              20 reg-ordem-linha-produto-id pic 9(6).
              20 reg-ordem-linha-quantidade pic 9(5).
              20 reg-ordem-linha-lote pic x(10).
              20 reg-ordem-linha-custo pic 9(6)v99.
      *parte das encomendas a fornecedores
       FD  pedidos-compra.
       01  reg-ped.
           10 reg-ped-id pic 9(6).
           10 reg-ped-id-fornecedor pic 9(6).
           10 reg-ped-data.
              20 reg-ped-ano pic 9(004).
              20 reg-ped-mes pic 9(002).
              20 reg-ped-dia pic 9(002).
           10 reg-ped-estado pic x(1).
              88 reg-ped-aberto value "a" "A".
              88 reg-ped-fechado value "f" "F".
           10 reg-ped-n-produtos pic 99.
           10 reg-ped-linhas occurs 20 times.
              20 reg-ped-linha-produto-id pic 9(6).
              20 reg-ped-linha-quantidade pic 9(5).
              20 reg-ped-linha-recebida pic 9(5).
              20 reg-ped-linha-custo pic 9(6)v99.
       FD  compras-pedido.
       01  reg-cpd.
           10 reg-cpd-id-compra pic 9(6).
           10 reg-cpd-id-pedido pic 9(6).
      *parte das faturas de fornecedores
       FD  faturas-forn.
       01  reg-ffo.
           10 reg-ffo-id pic 9(6).
           10 reg-ffo-id-fornecedor pic 9(6).
           10 reg-ffo-numero pic x(20).
           10 reg-ffo-data.
              20 reg-ffo-ano pic 9(004).
              20 reg-ffo-mes pic 9(002).
              20 reg-ffo-dia pic 9(002).
           10 reg-ffo-vencimento.
              20 reg-ffo-venc-ano pic 9(004).
              20 reg-ffo-venc-mes pic 9(002).
              20 reg-ffo-venc-dia pic 9(002).
           10 reg-ffo-n-compras pic 99.
           10 reg-ffo-compra-id pic 9(6) occurs 10 times.
           10 reg-ffo-base pic 9(9)v99.
           10 reg-ffo-iva pic 9(9)v99.
           10 reg-ffo-total pic 9(9)v99.
           10 reg-ffo-pago pic 9(9)v99.
           10 reg-ffo-estado pic x(1).
              88 reg-ffo-aberta value "a" "A".
              88 reg-ffo-paga value "p" "P".
      *parte dos pagamentos a fornecedores
       FD  pagamentos-forn.
       01  reg-pgf.
           10 reg-pgf-id pic 9(6).
           10 reg-pgf-id-fatura pic 9(6).
           10 reg-pgf-data.
              20 reg-pgf-ano pic 9(004).
              20 reg-pgf-mes pic 9(002).
              20 reg-pgf-dia pic 9(002).
           10 reg-pgf-valor pic 9(7)v99.
           10 reg-pgf-metodo pic x(1).
              88 reg-pgf-numerario value "n" "N".
              88 reg-pgf-multibanco value "m" "M".
              88 reg-pgf-transferencia value "t" "T".
      *parte do inventario fisico
       FD  inventario.
       01  reg-inv.
           10 reg-inv-chave.
              20 reg-inv-produto-id pic 9(6).
              20 reg-inv-lote pic x(10).
           10 reg-inv-data pic 9(8).
           10 reg-inv-validade pic 9(8).
           10 reg-inv-qtd-sistema pic 9(5).
           10 reg-inv-qtd-contada pic 9(5).
           10 reg-inv-contado pic x(1).
              88 reg-inv-foi-contado value "s" "S".
           10 reg-inv-estado pic x(1).
              88 reg-inv-aberto value "a" "A".
              88 reg-inv-lancado value "l" "L".
           10 reg-inv-custo pic 9(6)v99.
      *parte dos armazens
       FD  armazens.
       01  reg-arm.
           10 reg-arm-id pic 9(2).
           10 reg-arm-nome pic x(30).
           10 reg-arm-morada pic x(50).
       FD  stock-armazem.
       01  reg-sta.
           10 reg-sta-chave.
              20 reg-sta-produto-id pic 9(6).
              20 reg-sta-lote pic x(10).
              20 reg-sta-armazem pic 9(2).
           10 reg-sta-quantidade pic 9(5).
       FD  transferencias.
       01  reg-trf.
           10 reg-trf-id pic 9(6).
           10 reg-trf-data.
              20 reg-trf-ano pic 9(004).
              20 reg-trf-mes pic 9(002).
              20 reg-trf-dia pic 9(002).
           10 reg-trf-origem pic 9(2).
           10 reg-trf-destino pic 9(2).
           10 reg-trf-n-linhas pic 99.
           10 reg-trf-linhas occurs 20 times.
              20 reg-trf-linha-produto-id pic 9(6).
              20 reg-trf-linha-lote pic x(10).
              20 reg-trf-linha-quantidade pic 9(5).
       FD  documentos-armazem.
       01  reg-dar.
           10 reg-dar-chave.
              20 reg-dar-tipo pic x(1).
              20 reg-dar-id pic 9(6).
           10 reg-dar-armazem pic 9(2).
      *parte dos codigos de validacao das series
       FD  series-at.
       01  reg-sat.
           10 reg-sat-chave.
              20 reg-sat-tipo pic x(2).
              20 reg-sat-ano pic 9(4).
           10 reg-sat-codigo pic x(10).
           10 reg-sat-data pic 9(8).
      *parte dos dados da empresa
       FD  empresa.
       01  reg-emp.
           10 reg-emp-chave pic 9(1).
           10 reg-emp-nome pic x(50).
           10 reg-emp-nif pic 9(9).
           10 reg-emp-certificado pic x(4).
      *parte dos debitos directos SEPA
       FD  mandatos.
       01  reg-man.
           10 reg-man-cliente pic 9(6).
           10 reg-man-referencia pic x(35).
           10 reg-man-iban pic x(34).
           10 reg-man-data-assinatura pic 9(8).
           10 reg-man-estado pic x(1).
              88 reg-man-activo value "a" "A".
              88 reg-man-cancelado value "c" "C".
           10 reg-man-sequencia pic x(1).
              88 reg-man-primeiro value "f" "F".
              88 reg-man-recorrente value "r" "R".
       FD  faturas-avenca.
       01  reg-fav.
           10 reg-fav-id-fatura pic 9(6).
           10 reg-fav-avenca pic 9(6).
           10 reg-fav-cliente pic 9(6).
       FD  credor-sepa.
       01  reg-csp.
           10 reg-csp-chave pic 9(1).
           10 reg-csp-nome pic x(50).
           10 reg-csp-iban pic x(34).
           10 reg-csp-bic pic x(11).
           10 reg-csp-identificador pic x(35).
       FD  debitos.
       01  reg-deb.
           10 reg-deb-chave.
              20 reg-deb-lote pic 9(6).
              20 reg-deb-id-fatura pic 9(6).
           10 reg-deb-cliente pic 9(6).
           10 reg-deb-valor pic 9(9)v99.
           10 reg-deb-sequencia pic x(4).
           10 reg-deb-data-cobranca pic 9(8).
           10 reg-deb-estado pic x(1).
              88 reg-deb-enviado value "e" "E".
              88 reg-deb-cobrado value "c" "C".
              88 reg-deb-rejeitado value "r" "R".
           10 reg-deb-motivo pic x(4).
           10 reg-deb-data-retorno pic 9(8).
           10 reg-deb-recibo pic 9(6).
      *parte das vendas ao balcao
       FD  faturas-balcao.
       01  reg-fbl.
           10 reg-fbl-id-fatura pic 9(6).
           10 reg-fbl-tipo pic x(2).
              88 reg-fbl-fatura-recibo value "FR".
              88 reg-fbl-simplificada value "FS".
           10 reg-fbl-nif pic 9(9).
           10 reg-fbl-metodo pic x(1).
              88 reg-fbl-numerario value "n" "N".
              88 reg-fbl-multibanco value "m" "M".
           10 reg-fbl-entregue pic 9(7)v99.
           10 reg-fbl-troco pic 9(7)v99.
      *parte do rappel
       FD  rappel.
       01  reg-rap.
           10 reg-rap-chave.
              20 reg-rap-cliente pic 9(6).
              20 reg-rap-limite pic 9(9)v99.
           10 reg-rap-percentagem pic 99v99.
       FD  rappelproc.
       01  reg-rpp.
           10 reg-rpp-chave.
              20 reg-rpp-cliente pic 9(6).
              20 reg-rpp-ano pic 9(4).
           10 reg-rpp-nc-id pic 9(6).
           10 reg-rpp-compras pic s9(9)v99.
           10 reg-rpp-percentagem pic 99v99.
           10 reg-rpp-valor pic 9(9)v99.
           10 reg-rpp-data pic 9(8).
      *parte dos vendedores
       FD  vendedores.
       01  reg-ven.
           10 reg-ven-id pic 9(6).
           10 reg-ven-nome pic x(30).
           10 reg-ven-comissao pic 99v99.
           10 reg-ven-estado pic x(1).
              88 reg-ven-activo value "a" "A".
              88 reg-ven-inactivo value "i" "I".
       FD  clientes-vendedor.
       01  reg-clv.
           10 reg-clv-cliente pic 9(6).
           10 reg-clv-vendedor pic 9(6).
       FD  faturas-vendedor.
       01  reg-ftv.
           10 reg-ftv-id-fatura pic 9(6).
           10 reg-ftv-vendedor pic 9(6).
      *parte do orcamento de vendas (tipo c/m/l com produto a zeros,
      *ou tipo p para o orcamento de um produto)
       FD  orcamento.
       01  reg-orc.
           10 reg-orc-chave.
              20 reg-orc-ano pic 9(4).
              20 reg-orc-mes pic 9(2).
              20 reg-orc-tipo pic x(1).
                 88 reg-orc-compota value "c".
                 88 reg-orc-marmelada value "m".
                 88 reg-orc-licor value "l".
                 88 reg-orc-produto value "p".
              20 reg-orc-produto-id pic 9(6).
           10 reg-orc-qtd pic 9(7).
           10 reg-orc-valor pic 9(9)v99.
      *parte das entregas (tipo e encomenda ou g guia)
       FD  entregas.
       01  reg-ent.
           10 reg-ent-chave.
              20 reg-ent-tipo pic x(1).
                 88 reg-ent-encomenda value "e".
                 88 reg-ent-guia value "g".
              20 reg-ent-doc-id pic 9(6).
           10 reg-ent-plano.
              20 reg-ent-data pic 9(8).
              20 reg-ent-rota pic x(10).
           10 reg-ent-ordem pic 9(3).
      *parte das notas de debito (juros de mora)
       FD  notas-debito.
       01  reg-nd.
           10 reg-nd-id pic 9(6).
           10 reg-nd-data.
              20 reg-nd-ano pic 9(004).
              20 reg-nd-mes pic 9(002).
              20 reg-nd-dia pic 9(002).
           10 reg-nd-id-fatura pic 9(6).
           10 reg-nd-id-cliente pic 9(6).
           10 reg-nd-saldo pic 9(9)v99.
           10 reg-nd-dias pic 9(5).
           10 reg-nd-taxa pic 99v99.
           10 reg-nd-valor pic 9(7)v99.
           10 reg-nd-serie-num pic 9(6).
      *parte das taxas de juro de mora (percentagem anual)
       FD  taxas-juro.
       01  reg-tjr.
           10 reg-tjr-data-inicio pic 9(8).
           10 reg-tjr-taxa pic 99v99.
      *parte das propostas de notas de debito
       FD  propostas-nd.
       01  reg-pnd.
           10 reg-pnd-id-fatura pic 9(6).
           10 reg-pnd-id-cliente pic 9(6).
           10 reg-pnd-data pic 9(8).
           10 reg-pnd-saldo pic 9(9)v99.
           10 reg-pnd-dias pic 9(5).
           10 reg-pnd-taxa pic 99v99.
           10 reg-pnd-valor pic 9(7)v99.
      *parte do index/id automatico
       01  arquivo pic x.
       FD  arquivo-index_ids.
           05 registo-index_ids_compras pic 9(6).
           05 registo-index_ids_guias pic 9(6).
           05 registo-index_ids_avencas pic 9(6).
           05 registo-index_ids_producao pic 9(6).
           05 registo-index_ids_pedidos pic 9(6).
           05 registo-index_ids_fatforn pic 9(6).
           05 registo-index_ids_pagforn pic 9(6).
           05 registo-index_ids_transf pic 9(6).
           05 registo-index_ids_sepa pic 9(6).
           05 registo-index_ids_vendedores pic 9(6).
       FD  arquivo-index_ids-bak.
       01  registo-index_ids-bak.
           05 registo-index_ids_clientes-bak pic 9(6).
           05 registo-index_ids_compras-bak pic 9(6).
           05 registo-index_ids_guias-bak pic 9(6).
           05 registo-index_ids_avencas-bak pic 9(6).
           05 registo-index_ids_producao-bak pic 9(6).
           05 registo-index_ids_pedidos-bak pic 9(6).
           05 registo-index_ids_fatforn-bak pic 9(6).
           05 registo-index_ids_pagforn-bak pic 9(6).
           05 registo-index_ids_transf-bak pic 9(6).
           05 registo-index_ids_sepa-bak pic 9(6).
           05 registo-index_ids_vendedores-bak pic 9(6).
      *formatos antigos, so para a conversao unica
       FD  clientes-old.
       01  reg-clientes-old.
           02 index_ids_compras pic 9(6) value zeros.
           02 index_ids_guias pic 9(6) value zeros.
           02 index_ids_avencas pic 9(6) value zeros.
           02 index_ids_producao pic 9(6) value zeros.
           02 index_ids_pedidos pic 9(6) value zeros.
           02 index_ids_fatforn pic 9(6) value zeros.
           02 index_ids_pagforn pic 9(6) value zeros.
           02 index_ids_transf pic 9(6) value zeros.
           02 index_ids_sepa pic 9(6) value zeros.
           02 index_ids_vendedores pic 9(6) value zeros.
      *variaveis para procura de dados
       77  registo_encontrado pic x(001) value "n".
       77  codigo_encontrado pic 9(004).
       01  fs-compras.
           10 fs-compras-1 pic x(001).
           10 fs-compras-2 pic x(001).
      *receitas e ordens de producao
       01  fs-receitas.
           10 fs-receitas-1 pic x(001).
           10 fs-receitas-2 pic x(001).
       01  fs-ordens-producao.
           10 fs-ordens-producao-1 pic x(001).
           10 fs-ordens-producao-2 pic x(001).
      *encomendas a fornecedores
       01  fs-pedidos-compra.
           10 fs-pedidos-compra-1 pic x(001).
           10 fs-pedidos-compra-2 pic x(001).
       01  fs-compras-pedido.
           10 fs-compras-pedido-1 pic x(001).
           10 fs-compras-pedido-2 pic x(001).
      *faturas e pagamentos de fornecedores
       01  fs-faturas-forn.
           10 fs-faturas-forn-1 pic x(001).
           10 fs-faturas-forn-2 pic x(001).
       01  fs-pagamentos-forn.
           10 fs-pagamentos-forn-1 pic x(001).
           10 fs-pagamentos-forn-2 pic x(001).
      *inventario fisico
       01  fs-inventario.
           10 fs-inventario-1 pic x(001).
           10 fs-inventario-2 pic x(001).
      *armazens, stock por armazem e transferencias
       01  fs-armazens.
           10 fs-armazens-1 pic x(001).
           10 fs-armazens-2 pic x(001).
       01  fs-stock-armazem.
           10 fs-stock-armazem-1 pic x(001).
           10 fs-stock-armazem-2 pic x(001).
       01  fs-transferencias.
           10 fs-transferencias-1 pic x(001).
           10 fs-transferencias-2 pic x(001).
       01  fs-documentos-armazem.
           10 fs-documentos-armazem-1 pic x(001).
           10 fs-documentos-armazem-2 pic x(001).
      *codigos de validacao das series e dados da empresa
       01  fs-series-at.
           10 fs-series-at-1 pic x(001).
           10 fs-series-at-2 pic x(001).
       01  fs-empresa.
           10 fs-empresa-1 pic x(001).
           10 fs-empresa-2 pic x(001).
      *debitos directos SEPA
       01  fs-mandatos.
           10 fs-mandatos-1 pic x(001).
           10 fs-mandatos-2 pic x(001).
       01  fs-faturas-avenca.
           10 fs-faturas-avenca-1 pic x(001).
           10 fs-faturas-avenca-2 pic x(001).
       01  fs-credor-sepa.
           10 fs-credor-sepa-1 pic x(001).
           10 fs-credor-sepa-2 pic x(001).
       01  fs-debitos.
           10 fs-debitos-1 pic x(001).
           10 fs-debitos-2 pic x(001).
      *vendas ao balcao
       01  fs-faturas-balcao.
           10 fs-faturas-balcao-1 pic x(001).
           10 fs-faturas-balcao-2 pic x(001).
      *rappel
       01  fs-rappel.
           10 fs-rappel-1 pic x(001).
           10 fs-rappel-2 pic x(001).
       01  fs-rappelproc.
           10 fs-rappelproc-1 pic x(001).
           10 fs-rappelproc-2 pic x(001).
      *vendedores
       01  fs-vendedores.
           10 fs-vendedores-1 pic x(001).
           10 fs-vendedores-2 pic x(001).
       01  fs-clientes-vendedor.
           10 fs-clientes-vendedor-1 pic x(001).
           10 fs-clientes-vendedor-2 pic x(001).
       01  fs-faturas-vendedor.
           10 fs-faturas-vendedor-1 pic x(001).
           10 fs-faturas-vendedor-2 pic x(001).
      *orcamento
       01  fs-orcamento.
           10 fs-orcamento-1 pic x(001).
           10 fs-orcamento-2 pic x(001).
      *entregas
       01  fs-entregas.
           10 fs-entregas-1 pic x(001).
           10 fs-entregas-2 pic x(001).
      *notas de debito
       01  fs-notas-debito.
           10 fs-notas-debito-1 pic x(001).
           10 fs-notas-debito-2 pic x(001).
      *taxas de juro
       01  fs-taxas-juro.
           10 fs-taxas-juro-1 pic x(001).
           10 fs-taxas-juro-2 pic x(001).
      *propostas de notas de debito
       01  fs-propostas-nd.
           10 fs-propostas-nd-1 pic x(001).
           10 fs-propostas-nd-2 pic x(001).
      *impressao em csv
       77  ws-ficheiro-csv pic x(030) value spaces.
       01  fs-impressao-csv.
      *layouts da impressao de uma fatura individual (documento para
      *entregar ao cliente)
       01  ws-imp-fatura-titulo.
           10 imp-fta-designacao pic x(023) value "FATURA FT ".
           10 imp-fta-serie-ano pic 9(004).
           10 filler pic x(001) value "/".
           10 imp-fta-serie-num pic 9(006).
       77  ws-fdd-num-qtd pic 9(5) value zeros.
       77  ws-fdd-mb-qtd pic 9(5) value zeros.
       77  ws-fdd-tr-qtd pic 9(5) value zeros.
       77  ws-fdd-dd pic 9(9)v99 value zeros.
       77  ws-fdd-dd-qtd pic 9(5) value zeros.
       77  ws-fdd-fat-qtd pic 9(5) value zeros.
       77  ws-fdd-fat-total pic 9(9)v99 value zeros.
       77  ws-fdd-nc-qtd pic 9(5) value zeros.
       77  ws-mrg-custo-total pic 9(009)v99 value zeros.
       77  ws-mrg-custo-medio pic 9(006)v99 value zeros.
       77  ws-mrg-margem pic s9(007)v99 value zeros.
      *variaveis da producao (receitas, ordens de producao e custo
      *de um produto acabado a partir dos ingredientes)
       77  ws-prd-produto pic 9(6) value zeros.
       77  ws-prd-n-lotes pic 9(3) value zeros.
       77  ws-prd-quantidade pic 9(7) value zeros.
       77  ws-prd-necessario pic 9(8) value zeros.
       77  ws-prd-k pic 99 value zeros.
       77  ws-prd-stock-ok pic x(001) value "s".
       77  ws-prd-tem-receita pic x(001) value "n".
       77  ws-prd-repetido pic x(001) value "n".
       77  ws-prd-lote pic x(10) value spaces.
       77  ws-prd-validade pic 9(8) value zeros.
       77  ws-prd-custo-total pic 9(9)v99 value zeros.
       77  ws-prd-custo-unit pic 9(6)v99 value zeros.
       77  ws-prd-custo-conhecido pic x(001) value "s".
       77  ws-rct-ingrediente pic 9(6) value zeros.
       77  ws-rct-qtd-compra pic 9(7) value zeros.
       77  ws-rct-custo-compras pic 9(9)v99 value zeros.
       77  ws-rct-custo-medio pic 9(6)v99 value zeros.
       77  ws-rct-custo-linha pic 9(9)v99 value zeros.
      *variaveis das encomendas a fornecedores (recepcoes parciais e
      *relatorio do que ainda falta receber)
       77  ws-ped-id pic 9(6) value zeros.
       77  ws-ped-k pic 99 value zeros.
       77  ws-ped-pendente pic 9(5) value zeros.
       77  ws-ped-dias pic s9(5) value zeros.
       77  ws-ped-cab pic x(001) value "n".
       77  ws-ped-completo pic x(001) value "s".
       77  ws-ped-valor-linha pic 9(9)v99 value zeros.
       77  ws-ped-total-forn pic 9(9)v99 value zeros.
       77  ws-ped-qtd-produto pic 9(7) value zeros.
       77  ws-ped-n-pedidos pic 9(4) value zeros.
      *variaveis das contas a pagar (faturas de fornecedores, os
      *pagamentos e a antiguidade do que se deve)
       77  ws-ffo-fornecedor pic 9(6) value zeros.
       77  ws-ffo-numero pic x(20) value spaces.
       77  ws-ffo-data pic 9(8) value zeros.
       77  ws-ffo-vencimento pic 9(8) value zeros.
       77  ws-ffo-compra pic 9(6) value zeros.
       77  ws-ffo-n pic 99 value zeros.
       77  ws-ffo-k pic 99 value zeros.
       77  ws-ffo-valida pic x(001) value "s".
       01  ws-ffo-tabela.
           05 ws-ffo-tab-compra pic 9(6) occurs 10 times.
       77  ws-ffo-base pic 9(9)v99 value zeros.
       77  ws-ffo-iva pic 9(9)v99 value zeros.
       77  ws-ffo-iva-linha pic 9(9)v99 value zeros.
       77  ws-ffo-saldo pic s9(9)v99 value zeros.
       77  ws-ffo-valor pic 9(7)v99 value zeros.
       77  ws-ffo-dias pic s9(5) value zeros.
       77  ws-ffo-cab pic x(001) value "n".
       77  ws-ffo-total-forn pic 9(9)v99 value zeros.
       77  ws-ffo-total-geral pic 9(9)v99 value zeros.
       77  ws-ffo-por-vencer pic 9(9)v99 value zeros.
       77  ws-ffo-ate30 pic 9(9)v99 value zeros.
       77  ws-ffo-ate60 pic 9(9)v99 value zeros.
       77  ws-ffo-ate90 pic 9(9)v99 value zeros.
       77  ws-ffo-mais90 pic 9(9)v99 value zeros.
      *variaveis do inventario fisico (congelamento, contagem e
      *lancamento das diferencas)
       77  ws-inv-data pic 9(8) value zeros.
       77  ws-inv-existe pic x(001) value "n".
       77  ws-inv-linhas pic 9(5) value zeros.
       77  ws-inv-soma-lotes pic 9(7) value zeros.
       77  ws-inv-resto pic s9(7) value zeros.
       77  ws-inv-lote pic x(10) value spaces.
       77  ws-inv-qtd pic 9(5) value zeros.
       77  ws-inv-validade pic 9(8) value zeros.
       77  ws-inv-custo pic 9(6)v99 value zeros.
       77  ws-inv-produto pic 9(6) value zeros.
       77  ws-inv-dif pic s9(6) value zeros.
       77  ws-inv-dif-produto pic s9(7) value zeros.
       77  ws-inv-novo-stock pic s9(7) value zeros.
       77  ws-inv-valor pic s9(9)v99 value zeros.
       77  ws-inv-val-positivo pic 9(9)v99 value zeros.
       77  ws-inv-val-negativo pic 9(9)v99 value zeros.
       77  ws-inv-nao-contadas pic 9(5) value zeros.
       77  ws-inv-lancados pic 9(5) value zeros.
      *variaveis dos armazens (armazem de saida dos documentos,
      *stock por armazem e transferencias)
       77  ws-arm-id pic 9(2) value zeros.
       77  ws-arm-corrente pic 9(2) value 1.
       77  ws-arm-valido pic x(001) value "n".
       77  ws-arm-nome pic x(30) value spaces.
       77  ws-arm-pergunta pic x(40) value spaces.
       77  ws-arm-produto pic 9(6) value zeros.
       77  ws-arm-lote pic x(10) value spaces.
       77  ws-arm-total pic 9(7) value zeros.
       77  ws-arm-outros pic 9(7) value zeros.
       77  ws-arm-stock pic s9(7) value zeros.
       77  ws-arm-disp pic s9(7) value zeros.
       77  ws-arm-qtd pic 9(5) value zeros.
       77  ws-arm-origem pic 9(2) value zeros.
       77  ws-arm-destino pic 9(2) value zeros.
       77  ws-arm-j pic 99 value zeros.
       77  ws-arm-k pic 99 value zeros.
       77  ws-arm-linha-ok pic x(001) value "s".
       01  ws-arm-tabela.
           05 ws-arm-tab-qtd pic 9(7) occurs 99 times.
       77  ws-dar-tipo pic x(1) value space.
       77  ws-dar-id pic 9(6) value zeros.
       77  ws-fefo-melhor-disp pic s9(7) value zeros.
      *variaveis do ATCUD e do codigo QR dos documentos
       77  ws-atc-tipo pic x(2) value spaces.
       77  ws-atc-ano pic 9(4) value zeros.
       77  ws-atc-numero pic 9(6) value zeros.
       77  ws-atc-num-ed pic z(5)9 value zeros.
       77  ws-atc-brancos pic 9(3) value zeros.
       77  ws-atc-sem-codigo pic x(001) value "n".
       77  ws-atcud pic x(30) value spaces.
       77  ws-atc-qr pic x(288) value spaces.
       77  ws-emp-nome pic x(50) value spaces.
       77  ws-emp-nif pic 9(9) value zeros.
       77  ws-emp-certificado pic x(4) value spaces.
       77  ws-qr-nif-cliente pic 9(9) value zeros.
       77  ws-qr-data pic 9(8) value zeros.
       77  ws-qr-estado pic x(1) value "N".
       77  ws-qr-base-normal pic 9(9)v99 value zeros.
       77  ws-qr-iva-normal pic 9(9)v99 value zeros.
       77  ws-qr-base-red pic 9(9)v99 value zeros.
       77  ws-qr-base-isenta pic 9(9)v99 value zeros.
       77  ws-qr-iva-red pic 9(9)v99 value zeros.
       77  ws-qr-tot-iva pic 9(9)v99 value zeros.
       77  ws-qr-total pic 9(9)v99 value zeros.
       77  ws-qr-linha-taxa pic 99 value zeros.
       77  ws-qr-linha-base pic 9(7)v99 value zeros.
       77  ws-qr-linha-iva pic 9(7)v99 value zeros.
       77  ws-qr-valor pic 9(9)v99 value zeros.
       77  ws-qr-valor-ed pic z(8)9.99 value zeros.
       77  ws-qr-valor-txt pic x(12) value spaces.
       77  ws-qr-brancos pic 9(3) value zeros.
       77  ws-qr-ptr pic 9(3) value zeros.
       77  ws-qr-k pic 9(3) value zeros.
       01  ws-imp-atcud.
           10 filler pic x(007) value "ATCUD: ".
           10 imp-atcud pic x(030).
       01  ws-imp-qr.
           10 filler pic x(004) value "QR: ".
           10 imp-qr pic x(096).
       01  ws-imp-nc-titulo.
           10 filler pic x(019) value "NOTA DE CREDITO NC ".
           10 imp-nc-serie-ano pic 9(004).
           10 filler pic x(001) value "/".
           10 imp-nc-serie-num pic 9(006).
           10 filler pic x(006) value spaces.
           10 filler pic x(006) value "Data: ".
           10 imp-nc-data.
              20 imp-nc-dia pic 9(002).
              20 filler pic x(001) value "/".
              20 imp-nc-mes pic 9(002).
              20 filler pic x(001) value "/".
              20 imp-nc-ano pic 9(004).
       01  ws-imp-doc-referencia.
           10 filler pic x(022) value "Referente a fatura:   ".
           10 imp-ref-fatura pic z(005)9.
       01  ws-imp-recibo-titulo.
           10 filler pic x(010) value "RECIBO RC ".
           10 imp-rec-serie-ano pic 9(004).
           10 filler pic x(001) value "/".
           10 imp-rec-serie-num pic 9(006).
           10 filler pic x(006) value spaces.
           10 filler pic x(006) value "Data: ".
           10 imp-rec-data.
              20 imp-rec-dia pic 9(002).
              20 filler pic x(001) value "/".
              20 imp-rec-mes pic 9(002).
              20 filler pic x(001) value "/".
              20 imp-rec-ano pic 9(004).
       01  ws-imp-recibo-valor.
           10 filler pic x(022) value "Valor recebido:       ".
           10 imp-rec-valor pic z(006)9.99.
       01  ws-imp-recibo-metodo.
           10 filler pic x(022) value "Meio de pagamento:    ".
           10 imp-rec-metodo pic x(020).
      *variaveis dos debitos directos SEPA
       77  ws-dd-lote pic 9(6) value zeros.
       77  ws-dd-data-limite pic 9(8) value zeros.
       77  ws-dd-data-cobranca pic 9(8) value zeros.
       77  ws-dd-qtd pic 9(5) value zeros.
       77  ws-dd-total pic 9(9)v99 value zeros.
       77  ws-dd-qtd-frst pic 9(5) value zeros.
       77  ws-dd-total-frst pic 9(9)v99 value zeros.
       77  ws-dd-qtd-rcur pic 9(5) value zeros.
       77  ws-dd-total-rcur pic 9(9)v99 value zeros.
       77  ws-dd-qtd-bloco pic 9(5) value zeros.
       77  ws-dd-total-bloco pic 9(9)v99 value zeros.
       77  ws-dd-seq pic x(4) value spaces.
       77  ws-dd-elegivel pic x(001) value "n".
       77  ws-dd-fatura pic 9(6) value zeros.
       77  ws-dd-motivo pic x(4) value spaces.
       77  ws-dd-cobrados pic 9(5) value zeros.
       77  ws-dd-rejeitados pic 9(5) value zeros.
       77  ws-dd-valor pic 9(9)v99 value zeros.
       77  ws-dd-ref-antiga pic x(35) value spaces.
       01  ws-dd-data.
           02 ws-dd-data-ano pic 9(004).
           02 ws-dd-data-mes pic 9(002).
           02 ws-dd-data-dia pic 9(002).
       77  ws-dd-ini pic 9(8) value zeros.
       77  ws-dd-fim pic 9(8) value zeros.
       77  ws-iban pic x(34) value spaces.
       77  ws-iban-aux pic x(34) value spaces.
       77  ws-iban-valido pic x(001) value "n".
       77  ws-iban-tam pic 9(2) value zeros.
       77  ws-iban-k pic 9(2) value zeros.
       77  ws-iban-l pic 9(2) value zeros.
       77  ws-iban-resto pic 9(4) value zeros.
       77  ws-iban-quoc pic 9(6) value zeros.
       77  ws-iban-num pic 9(4) value zeros.
       77  ws-iban-digito pic 9(1) value zeros.
       77  ws-iban-letras pic x(26)
              value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  ws-imp-ddr-titulo.
           10 filler pic x(034) value
              "DEBITOS DIRECTOS REJEITADOS       ".
           10 filler pic x(004) value "de  ".
           10 imp-ddr-ini pic 9(008).
           10 filler pic x(004) value " a  ".
           10 imp-ddr-fim pic 9(008).
       01  ws-imp-ddr-cabecalho.
           10 filler pic x(008) value "Lote    ".
           10 filler pic x(008) value "Fatura  ".
           10 filler pic x(032) value "Cliente".
           10 filler pic x(013) value "        Valor".
           10 filler pic x(008) value "  Motivo".
           10 filler pic x(012) value "    Retorno".
       01  ws-imp-ddr-linha.
           10 imp-ddr-lote pic z(005)9.
           10 filler pic x(002) value spaces.
           10 imp-ddr-fatura pic z(005)9.
           10 filler pic x(002) value spaces.
           10 imp-ddr-nome pic x(030).
           10 filler pic x(002) value spaces.
           10 imp-ddr-valor pic z(009)9.99.
           10 filler pic x(002) value spaces.
           10 imp-ddr-motivo pic x(004).
           10 filler pic x(006) value spaces.
           10 imp-ddr-retorno pic 9(008).
       01  ws-imp-ddr-total.
           10 filler pic x(047) value "Total rejeitado".
           10 imp-ddr-total pic z(010)9.99.
      *variaveis das vendas ao balcao (o cliente das vendas sem
      *ficha e sempre o consumidor final)
       77  ws-vb-consumidor-final pic 9(6) value 999999.
       77  ws-vb-limite-fs pic 9(7)v99 value 1000.
       77  ws-vb-tipo pic x(1) value spaces.
       77  ws-vb-nif pic 9(9) value zeros.
       77  ws-vb-metodo pic x(1) value spaces.
           88 ws-vb-numerario value "n" "N".
           88 ws-vb-multibanco value "m" "M".
       77  ws-vb-entregue pic 9(7)v99 value zeros.
       77  ws-vb-troco pic 9(7)v99 value zeros.
       77  ws-vb-ultimo-nif pic 9(9) value zeros.
       77  ws-fbl-balcao pic x(001) value "n".
       77  ws-fbl-tipo pic x(2) value "FT".
       77  ws-fbl-nif pic 9(9) value zeros.
       77  ws-fbl-metodo pic x(1) value spaces.
       77  ws-fbl-entregue pic 9(7)v99 value zeros.
       77  ws-fbl-troco pic 9(7)v99 value zeros.
       77  ws-iva-ft-base pic s9(9)v99 value zeros.
       77  ws-iva-ft-iva pic s9(9)v99 value zeros.
       77  ws-iva-fr-base pic s9(9)v99 value zeros.
       77  ws-iva-fr-iva pic s9(9)v99 value zeros.
       77  ws-iva-fs-base pic s9(9)v99 value zeros.
       77  ws-iva-fs-iva pic s9(9)v99 value zeros.
       77  ws-fdd-bal-num pic 9(9)v99 value zeros.
       77  ws-fdd-bal-num-qtd pic 9(5) value zeros.
       77  ws-fdd-bal-mb pic 9(9)v99 value zeros.
       77  ws-fdd-bal-mb-qtd pic 9(5) value zeros.
       01  ws-imp-fatura-pagamento.
           10 imp-fta-pag-metodo pic x(022).
           10 imp-fta-pag-valor pic z(006)9.99.
           10 filler pic x(013) value "   Entregue: ".
           10 imp-fta-pag-entregue pic z(006)9.99.
           10 filler pic x(010) value "   Troco: ".
           10 imp-fta-pag-troco pic z(006)9.99.
      *variaveis do rappel (as linhas financeiras das notas de
      *credito levam o produto 999999, que nao mexe no stock)
       77  ws-rap-produto pic 9(6) value 999999.
       77  ws-rap-ano pic 9(4) value zeros.
       77  ws-rap-cliente pic 9(6) value zeros.
       77  ws-rap-activo pic x(001) value "n".
       77  ws-rap-emitir pic x(001) value "n".
       77  ws-rap-compras pic s9(9)v99 value zeros.
       77  ws-rap-pct pic 99v99 value zeros.
       77  ws-rap-limite pic 9(9)v99 value zeros.
       77  ws-rap-valor pic 9(9)v99 value zeros.
       77  ws-rap-fatura pic 9(6) value zeros.
       77  ws-rap-tem-fatura pic x(001) value "n".
       77  ws-rap-melhor-saldo pic s9(9)v99 value zeros.
       77  ws-rap-nc-rappel pic x(001) value "n".
       77  ws-rap-elegiveis pic 9(5) value zeros.
       77  ws-rap-emitidas pic 9(5) value zeros.
       77  ws-rap-total pic 9(9)v99 value zeros.
       77  ws-rap-in-taxa pic 99 value zeros.
       77  ws-rap-in-base pic s9(9)v99 value zeros.
       77  ws-rap-k pic 9(2) value zeros.
       77  ws-rap-n-esc pic 9(2) value zeros.
       01  ws-rap-escaloes.
           05 ws-rap-esc occurs 20 times.
              10 ws-rap-esc-limite pic 9(9)v99.
              10 ws-rap-esc-pct pic 99v99.
       01  ws-rap-tabela.
           05 ws-rap-entrada occurs 5 times.
              10 ws-rap-ent-usada pic x(001).
              10 ws-rap-ent-taxa pic 99.
              10 ws-rap-ent-base pic s9(9)v99.
              10 ws-rap-ent-rebate pic 9(7)v99.
      *variaveis dos clientes duplicados e da fusao de clientes
       77  ws-dup-n pic 9(4) value zeros.
       77  ws-dup-i pic 9(4) value zeros.
       77  ws-dup-j pic 9(4) value zeros.
       77  ws-dup-c pic 9(2) value zeros.
       77  ws-dup-p pic 9(2) value zeros.
       77  ws-dup-w pic 9(2) value zeros.
       77  ws-dup-pares pic 9(5) value zeros.
       77  ws-dup-cheio pic x(001) value "n".
       77  ws-dup-texto pic x(050) value spaces.
       77  ws-dup-chave pic x(050) value spaces.
       77  ws-dup-primeiro pic x(015) value spaces.
       77  ws-dup-ultimo pic x(015) value spaces.
       77  ws-dup-palavra pic x(015) value spaces.
       77  ws-dup-car pic x(001) value space.
       77  ws-dup-motivos pic x(030) value spaces.
       01  ws-dup-tabela.
           05 ws-dup-ent occurs 2000 times.
              10 ws-dup-id pic 9(6).
              10 ws-dup-nome pic x(030).
              10 ws-dup-nome-chave pic x(030).
              10 ws-dup-nome-prim pic x(015).
              10 ws-dup-nome-ult pic x(015).
              10 ws-dup-tel-chave pic x(012).
              10 ws-dup-mor-chave pic x(030).
       77  ws-fus-origem pic 9(6) value zeros.
       77  ws-fus-destino pic 9(6) value zeros.
       77  ws-fus-fim pic x(001) value "n".
       77  ws-fus-qtd pic 9(6) value zeros.
       77  ws-fus-doc pic x(012) value spaces.
       77  ws-fus-doc-id pic 9(6) value zeros.
       77  ws-fus-nif pic 9(9) value zeros.
       77  ws-fus-telefone pic x(012) value spaces.
       77  ws-fus-vendedor pic 9(6) value zeros.
       77  ws-fus-ven-acao pic x(012) value spaces.
       01  ws-fus-reg-man pic x(085) value spaces.
      *variaveis da protecao de dados (acesso e anonimizacao)
       77  ws-rgpd-cliente pic 9(6) value zeros.
       77  ws-rgpd-anos pic 9(2) value zeros.
       77  ws-rgpd-limite pic 9(8) value zeros.
       77  ws-rgpd-ultima pic 9(8) value zeros.
       77  ws-rgpd-data pic 9(8) value zeros.
       77  ws-rgpd-aplicar pic x(001) value "n".
       77  ws-rgpd-candidatos pic 9(5) value zeros.
       77  ws-rgpd-anonimizados pic 9(5) value zeros.
       77  ws-rgpd-docs pic 9(5) value zeros.
       77  ws-rgpd-activa pic x(001) value "n".
       77  ws-rgpd-nome-anonimo pic x(050)
              value "CLIENTE ANONIMIZADO".
       77  ws-rgpd-valor-ed pic z(008)9.99.
       77  ws-rgpd-qtd-ed pic z(002)9.
       77  ws-rgpd-total pic 9(9)v99 value zeros.
       01  ws-rgpd-data-ed.
           05 ws-rgpd-ed-ano pic 9(004).
           05 filler pic x(001) value "-".
           05 ws-rgpd-ed-mes pic 9(002).
           05 filler pic x(001) value "-".
           05 ws-rgpd-ed-dia pic 9(002).
       01  ws-rgpd-data-grp.
           05 ws-rgpd-g-ano pic 9(004).
           05 ws-rgpd-g-mes pic 9(002).
           05 ws-rgpd-g-dia pic 9(002).
      *variaveis dos vendedores e das comissoes
       77  ws-vnd-fat-tem pic x(001) value "n".
       77  ws-vnd-fat-id pic 9(6) value zeros.
       77  ws-vnd-id pic 9(6) value zeros.
       77  ws-vnd-ano pic 9(004) value zeros.
       77  ws-vnd-mes pic 9(002) value zeros.
       77  ws-vnd-data pic 9(008) value zeros.
       77  ws-vnd-k pic 9(002) value zeros.
       77  ws-vnd-t pic 9(001) value zeros.
       77  ws-vnd-achou pic x(001) value "n".
       77  ws-vnd-in-id pic 9(6) value zeros.
       77  ws-vnd-in-sem pic x(001) value "n".
       77  ws-vnd-fora pic 9(5) value zeros.
       77  ws-vnd-fat-base pic 9(9)v99 value zeros.
       77  ws-vnd-fat-total pic 9(9)v99 value zeros.
       77  ws-vnd-fat-encontrada pic x(001) value "n".
       77  ws-vnd-parte pic 9(9)v99 value zeros.
       77  ws-vnd-liquido pic s9(9)v99 value zeros.
       77  ws-vnd-comissao pic s9(9)v99 value zeros.
       77  ws-vnd-tot-comissao pic s9(9)v99 value zeros.
       77  ws-vnd-in-qtd pic 9(003) value zeros.
       77  ws-vnd-in-valor pic 9(7)v99 value zeros.
       01  ws-vnd-tabela.
           05 ws-vnd-entrada occurs 50 times.
              10 ws-vnd-usada pic x(001).
              10 ws-vnd-sem pic x(001).
              10 ws-vnd-ent-id pic 9(6).
              10 ws-vnd-recebido pic 9(9)v99.
              10 ws-vnd-creditado pic 9(9)v99.
              10 ws-vnd-tipo occurs 4 times.
                 15 ws-vnd-qtd pic 9(007).
                 15 ws-vnd-valor pic 9(9)v99.
      *variaveis do orcamento de vendas e do orcamento vs real
       77  ws-orc-ano pic 9(004) value zeros.
       77  ws-orc-mes pic 9(002) value zeros.
       77  ws-orc-m pic 9(002) value zeros.
       77  ws-orc-tipo pic x(001) value space.
       77  ws-orc-produto pic 9(6) value zeros.
       77  ws-orc-t pic 9(001) value zeros.
       77  ws-orc-k pic 9(003) value zeros.
       77  ws-orc-n-prod pic 9(003) value zeros.
       77  ws-orc-achou pic x(001) value "n".
       77  ws-orc-sinal pic s9(001) value zeros.
       77  ws-orc-in-mes pic 9(002) value zeros.
       77  ws-orc-in-produto pic 9(6) value zeros.
       77  ws-orc-in-qtd pic 9(003) value zeros.
       77  ws-orc-in-valor pic 9(7)v99 value zeros.
       77  ws-orc-fora pic 9(5) value zeros.
       77  ws-orc-var pic s9(5)v99 value zeros.
       77  ws-orc-var-ed pic -(5)9.99.
       77  ws-orc-descricao pic x(030) value spaces.
       01  ws-orc-valores.
           05 ws-orc-b-mes-qtd pic 9(7).
           05 ws-orc-b-mes-val pic 9(9)v99.
           05 ws-orc-b-ytd-qtd pic 9(7).
           05 ws-orc-b-ytd-val pic 9(9)v99.
           05 ws-orc-r-mes-qtd pic s9(7).
           05 ws-orc-r-mes-val pic s9(9)v99.
           05 ws-orc-r-ytd-qtd pic s9(7).
           05 ws-orc-r-ytd-val pic s9(9)v99.
      *cada entrada das tabelas guarda os oito valores acima, para
      *ser tratada com um move para ws-orc-valores e de volta
       01  ws-orc-tabela-tipos.
           05 ws-orc-tipo-ent occurs 4 times.
              10 ws-orc-tp-valores pic x(072).
       01  ws-orc-tabela-produtos.
           05 ws-orc-prod-ent occurs 100 times.
              10 ws-orc-pr-id pic 9(6).
              10 ws-orc-pr-valores pic x(072).
      *variaveis do picking e das folhas de carga
       77  ws-pck-data pic 9(8) value zeros.
       77  ws-pck-rota pic x(10) value spaces.
       77  ws-pck-activo pic x(001) value "n".
       77  ws-pck-arm-guardado pic 9(2) value 1.
       77  ws-pck-n-par pic 9(3) value zeros.
       77  ws-pck-n-lin pic 9(3) value zeros.
       77  ws-pck-n-prod pic 9(3) value zeros.
       77  ws-pck-k pic 9(3) value zeros.
       77  ws-pck-j pic 9(3) value zeros.
       77  ws-pck-fora pic 9(5) value zeros.
       77  ws-pck-trocou pic x(001) value "n".
       77  ws-pck-achou pic x(001) value "n".
       77  ws-pck-in-produto pic 9(6) value zeros.
       77  ws-pck-in-lote pic x(10) value spaces.
       77  ws-pck-in-validade pic 9(8) value zeros.
       77  ws-pck-in-qtd pic 9(7) value zeros.
       77  ws-pck-in-origem pic x(001) value space.
       77  ws-pck-resto pic 9(7) value zeros.
       77  ws-pck-toma pic 9(7) value zeros.
       77  ws-pck-paragem pic 9(3) value zeros.
       77  ws-pck-morada-ant pic x(50) value spaces.
       77  ws-pck-cliente-ant pic 9(6) value zeros.
      *as paragens ficam ordenadas pela ordem de entrega e depois
      *pela morada; as linhas de picking por produto e validade
       01  ws-pck-tabela-paragens.
           05 ws-pck-par occurs 200 times.
              10 ws-pck-par-ordem pic 9(3).
              10 ws-pck-par-morada pic x(50).
              10 ws-pck-par-cliente pic 9(6).
              10 ws-pck-par-tipo pic x(1).
              10 ws-pck-par-doc pic 9(6).
       01  ws-pck-par-troca pic x(066).
       01  ws-pck-tabela-linhas.
           05 ws-pck-lin occurs 300 times.
              10 ws-pck-lin-produto pic 9(6).
              10 ws-pck-lin-validade pic 9(8).
              10 ws-pck-lin-lote pic x(10).
              10 ws-pck-lin-qtd-enc pic 9(7).
              10 ws-pck-lin-qtd-gui pic 9(7).
       01  ws-pck-lin-troca pic x(038).
       01  ws-pck-tabela-produtos.
           05 ws-pck-prod occurs 200 times.
              10 ws-pck-prod-id pic 9(6).
              10 ws-pck-prod-qtd pic 9(7).
       01  ws-imp-pck-titulo.
           10 filler pic x(020) value "LISTA DE PICKING".
           10 filler pic x(009) value "Entrega: ".
           10 imp-pck-data pic 9(008).
           10 filler pic x(009) value "   Rota: ".
           10 imp-pck-rota pic x(010).
       01  ws-imp-pck-cabecalho.
           10 filler pic x(008) value "Produto ".
           10 filler pic x(032) value "Nome".
           10 filler pic x(012) value "Lote".
           10 filler pic x(010) value "Validade".
           10 filler pic x(010) value "Quantidade".
           10 filler pic x(011) value "   Apanhado".
       01  ws-imp-pck-linha.
           10 imp-pck-produto pic z(005)9.
           10 filler pic x(002) value spaces.
           10 imp-pck-nome pic x(030).
           10 filler pic x(002) value spaces.
           10 imp-pck-lote pic x(010).
           10 filler pic x(002) value spaces.
           10 imp-pck-validade pic 9(008).
           10 filler pic x(002) value spaces.
           10 imp-pck-qtd pic z(009)9.
           10 filler pic x(004) value spaces.
           10 filler pic x(006) value "[    ]".
       01  ws-imp-fcg-titulo.
           10 filler pic x(020) value "FOLHA DE CARGA".
           10 filler pic x(009) value "Entrega: ".
           10 imp-fcg-data pic 9(008).
           10 filler pic x(009) value "   Rota: ".
           10 imp-fcg-rota pic x(010).
       01  ws-imp-fcg-paragem.
           10 filler pic x(008) value "Paragem ".
           10 imp-fcg-paragem pic z(002)9.
           10 filler pic x(011) value "  Cliente ".
           10 imp-fcg-cliente pic z(005)9.
           10 filler pic x(001) value space.
           10 imp-fcg-nome pic x(050).
       01  ws-imp-fcg-morada.
           10 filler pic x(011) value "   Morada: ".
           10 imp-fcg-morada pic x(050).
           10 filler pic x(008) value "   Tel: ".
           10 imp-fcg-telefone pic x(012).
       01  ws-imp-fcg-documento.
           10 filler pic x(003) value spaces.
           10 imp-fcg-tipo-doc pic x(010).
           10 imp-fcg-doc pic z(005)9.
       01  ws-imp-fcg-linha.
           10 filler pic x(006) value spaces.
           10 imp-fcg-produto pic z(005)9.
           10 filler pic x(002) value spaces.
           10 imp-fcg-prod-nome pic x(030).
           10 filler pic x(002) value spaces.
           10 imp-fcg-qtd pic z(005)9.
           10 filler pic x(002) value spaces.
           10 imp-fcg-lote pic x(010).
       01  ws-imp-fcg-assinatura.
           10 filler pic x(040) value
              "   Recebido por: _______________________".
           10 filler pic x(030) value
              "   Data/hora: ________________".
      *variaveis das notas de debito (juros de mora). o prazo de
      *pagamento e o mesmo das cartas de aviso (30 dias)
       77  ws-nd-prazo pic 9(3) value 30.
       77  ws-nd-minimo pic 9(3)v99 value 1.00.
       77  ws-nd-data pic 9(8) value zeros.
       77  ws-nd-saldo pic 9(9)v99 value zeros.
       77  ws-nd-dia-ini pic 9(7) value zeros.
       77  ws-nd-dia-fim pic 9(7) value zeros.
       77  ws-nd-dia-ult pic 9(7) value zeros.
       77  ws-nd-dias pic 9(5) value zeros.
       77  ws-nd-taxa pic 99v99 value zeros.
       77  ws-nd-valor pic 9(7)v99 value zeros.
       77  ws-nd-min-dias pic 9(4) value zeros.
       77  ws-nd-propostas pic 9(5) value zeros.
       77  ws-nd-emitidas pic 9(5) value zeros.
       77  ws-nd-total pic 9(9)v99 value zeros.
       77  ws-nd-todas pic x(001) value "n".
       77  ws-nd-saft-tem pic x(001) value "n".
       01  ws-imp-pnd-titulo.
           10 filler pic x(045) value
              "PROPOSTA DE NOTAS DE DEBITO (JUROS DE MORA) ".
           10 imp-pnd-data pic 9(008).
           10 filler pic x(022) value "   faturas com mais de".
           10 imp-pnd-min-dias pic z(003)9.
           10 filler pic x(005) value " dias".
       01  ws-imp-pnd-cabecalho.
           10 filler pic x(008) value "Fatura".
           10 filler pic x(008) value "Cliente".
           10 filler pic x(032) value "Nome".
           10 filler pic x(014) value "  Saldo venc.".
           10 filler pic x(007) value "   Dias".
           10 filler pic x(007) value "   Taxa".
           10 filler pic x(012) value "       Juros".
       01  ws-imp-pnd-linha.
           10 imp-pnd-fatura pic z(005)9.
           10 filler pic x(002) value spaces.
           10 imp-pnd-cliente pic z(005)9.
           10 filler pic x(002) value spaces.
           10 imp-pnd-nome pic x(030).
           10 filler pic x(002) value spaces.
           10 imp-pnd-saldo pic z(008)9.99.
           10 filler pic x(002) value spaces.
           10 imp-pnd-dias pic z(004)9.
           10 filler pic x(002) value spaces.
           10 imp-pnd-taxa pic z9.99.
           10 filler pic x(002) value spaces.
           10 imp-pnd-valor pic z(006)9.99.
       01  ws-imp-pnd-total.
           10 filler pic x(020) value "Propostas: ".
           10 imp-pnd-qtd pic z(004)9.
           10 filler pic x(020) value "   Total de juros: ".
           10 imp-pnd-total pic z(008)9.99.
       01  ws-imp-nd-titulo.
           10 filler pic x(018) value "NOTA DE DEBITO ND ".
           10 imp-nd-serie-ano pic 9(004).
           10 filler pic x(001) value "/".
           10 imp-nd-serie-num pic 9(006).
           10 filler pic x(006) value spaces.
           10 filler pic x(006) value "Data: ".
           10 imp-nd-data.
              20 imp-nd-dia pic 9(002).
              20 filler pic x(001) value "/".
              20 imp-nd-mes pic 9(002).
              20 filler pic x(001) value "/".
              20 imp-nd-ano pic 9(004).
       01  ws-imp-nd-saldo.
           10 filler pic x(030) value
              "Juros de mora sobre o saldo: ".
           10 imp-nd-saldo pic z(008)9.99.
       01  ws-imp-nd-dias.
           10 filler pic x(030) value "Dias de atraso cobrados:".
           10 imp-nd-dias pic z(004)9.
       01  ws-imp-nd-taxa.
           10 filler pic x(030) value "Taxa de juro anual (%):".
           10 imp-nd-taxa pic z9.99.
       01  ws-imp-nd-valor.
           10 filler pic x(030) value "Total a pagar:".
           10 imp-nd-valor pic z(006)9.99.
       01  ws-imp-nd-isencao.
           10 filler pic x(048) value
              "IVA: nao sujeito (artigo 16, n. 6 do CIVA)".
       01  ws-imp-nd-referencia.
           10 filler pic x(022) value "Referente a nota deb.:".
           10 imp-ref-nd pic z(005)9.
       01  ws-imp-inv-titulo.
           10 filler pic x(034) value
              "FOLHA DE CONTAGEM - INVENTARIO DE ".
           10 imp-inv-data pic 9(008).
       01  ws-imp-inv-cabecalho.
           10 filler pic x(006) value "ID".
           10 filler pic x(001).
           10 filler pic x(050) value "Nome".
           10 filler pic x(001).
           10 filler pic x(010) value "Lote".
           10 filler pic x(001).
           10 filler pic x(020) value "Quantidade contada".
       01  ws-imp-inv-linha.
           10 imp-inv-produto pic z(006).
           10 filler pic x(001).
           10 imp-inv-nome pic x(050).
           10 filler pic x(001).
           10 imp-inv-lote pic x(010).
           10 filler pic x(001).
           10 filler pic x(020) value "____________________".
      *variaveis do ledger de movimentos de stock
       77  ws-mov-produto pic 9(6) value zeros.
       77  ws-mov-qtd pic 9(5) value zeros.
                        index_ids_guias
                     move registo-index_ids_avencas to
                        index_ids_avencas
                     move registo-index_ids_producao to
                        index_ids_producao
                     move registo-index_ids_pedidos to
                        index_ids_pedidos
                     move registo-index_ids_fatforn to
                        index_ids_fatforn
                     move registo-index_ids_pagforn to
                        index_ids_pagforn
                     move registo-index_ids_transf to
                        index_ids_transf
                     move registo-index_ids_sepa to
                        index_ids_sepa
                     move registo-index_ids_vendedores to
                        index_ids_vendedores
                     move "s" to registo_encontrado
               end-read
            end-if.
                           index_ids_guias
                        move registo-index_ids_avencas-bak to
                           index_ids_avencas
                        move registo-index_ids_producao-bak to
                           index_ids_producao
                        move registo-index_ids_pedidos-bak to
                           index_ids_pedidos
                        move registo-index_ids_fatforn-bak to
                           index_ids_fatforn
                        move registo-index_ids_pagforn-bak to
                           index_ids_pagforn
                        move registo-index_ids_transf-bak to
                           index_ids_transf
                        move registo-index_ids_sepa-bak to
                           index_ids_sepa
                        move registo-index_ids_vendedores-bak to
                           index_ids_vendedores
                  end-read
               end-if
               close arquivo-index_ids-bak
            if index_ids_avencas not numeric
               move zeros to index_ids_avencas
            end-if.
            if index_ids_producao not numeric
               move zeros to index_ids_producao
            end-if.
            if index_ids_pedidos not numeric
               move zeros to index_ids_pedidos
            end-if.
            if index_ids_fatforn not numeric
               move zeros to index_ids_fatforn
            end-if.
            if index_ids_pagforn not numeric
               move zeros to index_ids_pagforn
            end-if.
            if index_ids_transf not numeric
               move zeros to index_ids_transf
            end-if.
            if index_ids_sepa not numeric
               move zeros to index_ids_sepa
            end-if.
            if index_ids_vendedores not numeric
               move zeros to index_ids_vendedores
            end-if.
            display "Ids carregados com sucesso".
            display index_ids_clientes.
            display index_ids_produtos.
                       registo-index_ids_guias-bak
                    move registo-index_ids_avencas to
                       registo-index_ids_avencas-bak
                    move registo-index_ids_producao to
                       registo-index_ids_producao-bak
                    move registo-index_ids_pedidos to
                       registo-index_ids_pedidos-bak
                    move registo-index_ids_fatforn to
                       registo-index_ids_fatforn-bak
                    move registo-index_ids_pagforn to
                       registo-index_ids_pagforn-bak
                    move registo-index_ids_transf to
                       registo-index_ids_transf-bak
                    move registo-index_ids_sepa to
                       registo-index_ids_sepa-bak
                    move registo-index_ids_vendedores to
                       registo-index_ids_vendedores-bak
                    write registo-index_ids-bak
              end-read
           end-if.
              registo-index_ids_guias
           move index_ids_avencas to
              registo-index_ids_avencas
           move index_ids_producao to
              registo-index_ids_producao
           move index_ids_pedidos to
              registo-index_ids_pedidos
           move index_ids_fatforn to
              registo-index_ids_fatforn
           move index_ids_pagforn to
              registo-index_ids_pagforn
           move index_ids_transf to
              registo-index_ids_transf
           move index_ids_sepa to
              registo-index_ids_sepa
           move index_ids_vendedores to
              registo-index_ids_vendedores
           write registo-index_ids.
           close arquivo-index_ids.
      *calcula o intervalo de anos de nascimento aceites, com base na
           display "11. Compras".
           display "12. Guias de remessa".
           display "13. Avencas".
           display "14. Producao".
           display "15. Armazens".
           display "16. Venda ao balcao (FR/FS)".
           display "17. Vendedores e comissoes".
           display "0. Sair".
           display "**************************".
           display "Escolha a opcao que quer: ".
                   perform menu_guias
               when opcao = 13
                   perform menu_avencas
               when opcao = 14
                   perform menu_producao
               when opcao = 15
                   perform menu_armazens
               when opcao = 16
                   perform venda_balcao
               when opcao = 17
                   perform menu_vendedores
               when OPCAO = 0
                   DISPLAY "TERMINADO..."
               when OTHER
           display "4. Estatisticas de vendas".
           display "5. Consultar arquivo".
           display "6. Falhas de numeracao das series".
           display "7. Orcamento de vendas".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
                   perform menu_consultar_arquivo
               when OPCAO = 6
                   perform relatorio_series_gaps
               when OPCAO = 7
                   perform menu_orcamento
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.
           display "2. Produtos".
           display "3. Faturas".
           display "4. Exportar SAF-T (saft.xml)".
           display "5. Imprimir uma nota de credito (nota_credito.txt)".
           display "6. Imprimir um recibo (recibo.txt)".
           display "7. Imprimir uma nota de debito (nota_debito.txt)".
           display "***************".
           display "Escolha a opcao: ".
           accept opcao.
                   perform menu_imprimir_faturas
               when OPCAO = 4
                   perform exportar_saft
               when OPCAO = 5
                   perform imprimir_uma_nota_credito
               when OPCAO = 6
                   perform imprimir_um_recibo
               when OPCAO = 7
                   perform imprimir_uma_nota_debito
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.
           display "10. Gestao de operadores".
           display "11. Periodos contabilisticos".
           display "12. Reconciliacao de itens abertos".
           display "13. Inventario fisico".
           display "14. Codigos de validacao AT (ATCUD)".
           display "15. Clientes duplicados".
           display "16. Protecao de dados pessoais".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
                   perform menu_periodos
               when OPCAO = 12
                   perform reconciliacao_abertos
               when OPCAO = 13
                   perform menu_inventario
               when OPCAO = 14
                   perform menu_series_at
               when OPCAO = 15
                   perform menu_clientes_duplicados
               when OPCAO = 16
                   perform menu_protecao_dados
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.
           display "2. Listar avencas".
           display "3. Gerar faturas do periodo".
           display "4. Suspender/reactivar avenca".
           display "5. Debitos directos SEPA".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
                   perform gerar_faturas_avencas
               when OPCAO = 4
                   perform suspender_avenca
               when OPCAO = 5
                   perform menu_debitos_directos
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.
           display "2. Listar guias abertas".
           display "3. Imprimir uma guia (guia.txt)".
           display "4. Faturar guias de um cliente".
           display "5. Entregas (picking e folhas de carga)".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
                   perform imprimir_uma_guia
               when OPCAO = 4
                   perform faturar_guias
               when OPCAO = 5
                   perform menu_entregas
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.
           display "3. Registar recepcao de mercadoria".
           display "4. Compras por fornecedor".
           display "5. Margens por produto".
           display "6. Encomendar a fornecedor".
           display "7. Encomendas a fornecedores pendentes".
           display "8. Fechar encomenda a fornecedor".
           display "9. Registar fatura de fornecedor".
           display "10. Pagamento a fornecedor".
           display "11. Antiguidade de saldos de fornecedores".
           display "12. Pagamentos a fazer esta semana".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
                   perform relatorio_compras_fornecedor
               when OPCAO = 5
                   perform relatorio_margens
               when OPCAO = 6
                   perform inserir_pedidos_compra
               when OPCAO = 7
                   perform relatorio_pedidos_pendentes
               when OPCAO = 8
                   perform fechar_pedido_compra
               when OPCAO = 9
                   perform inserir_faturas_fornecedor
               when OPCAO = 10
                   perform registar_pagamento_fornecedor
               when OPCAO = 11
                   perform relatorio_aging_fornecedores
               when OPCAO = 12
                   perform relatorio_pagamentos_semana
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.
           display "3. Clientes acima do limite de credito".
           display "4. Gerar cartas de aviso (cartas_aviso.txt)".
           display "5. Importar extracto bancario".
           display "6. Rappel (descontos de volume)".
           display "7. Notas de debito (juros de mora)".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
                   perform gerar_cartas_aviso
               when OPCAO = 5
                   perform importar_extracto
               when OPCAO = 6
                   perform menu_rappel
               when OPCAO = 7
                   perform menu_notas_debito
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.

       menu_producao.
           display "1. Inserir/alterar receita".
           display "2. Listar receitas".
           display "3. Registar ordem de producao".
           display "4. Listar ordens de producao".
           display "5. Custo de um produto pela receita".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
               when OPCAO = 1
                   perform inserir_receitas
               when OPCAO = 2
                   perform listar_receitas
               when OPCAO = 3
                   perform registar_ordem_producao
               when OPCAO = 4
                   perform listar_ordens_producao
               when OPCAO = 5
                   perform custo_receita
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.
              invalid key
              display "Codigo: " reg-clientes-id " foi registado".
           close clientes.
           perform pede-vendedor-cliente.
           compute index_ids_clientes = index_ids_clientes + 1.
           perform save_ids.
           display "Quer introduzir mais algum cliente?".
              display "Fatura cancelada pelo controlo de credito"
              close faturas
           else
              perform pede-vendedor-fatura
              perform pede-armazem-saida
              perform inserir_linhas_fatura
              perform avisa-credito-apos-linhas
              move "FT" to ws-ser-tipo
                 not invalid key
                 display "Codigo: " reg-faturas-id " foi registada"
                 perform cria-item-aberto
                 perform grava-vendedor-fatura
                 move "F" to ws-dar-tipo
                 move reg-faturas-id to ws-dar-id
                 perform grava-armazem-documento
              end-write
              close faturas
              compute index_ids_faturas = index_ids_faturas + 1
              perform save_ids
              move 1 to ws-arm-corrente
           end-if.
           display "**********************************".
           display "Quer introduzir mais alguma fatura?".
           close encomendas.
           compute ws-res-livre =
              reg-produtos-stock - ws-res-reservado.
           perform limita-livre-armazem.
           display "Stock disponivel: " reg-produtos-stock
              " (reservado em encomendas: " ws-res-reservado ")".
           display "Preco da ficha: " reg-produtos-preco.
              reg-faturas-linha-lote(reg-faturas-n-produtos).
           close produtos.

      *venda ao balcao: fatura-recibo (FR) ou fatura simplificada
      *(FS) com serie propria, sem ficha de cliente (consumidor final
      *ou so o NIF) e com o pagamento feito na hora, por isso o item
      *aberto fica logo liquidado e nao ha recibo separado
       venda_balcao.
           perform verifica-periodo-hoje.
           if ws-periodo-fechado equal "s"
              display "O periodo actual esta fechado, a venda nao "
                 "pode ser registada"
           else
              perform venda-balcao-corpo
           end-if.

       venda-balcao-corpo.
           display "******VENDA AO BALCAO******".
           display "Documento (r=fatura-recibo, s=fatura "
              "simplificada): ".
           accept ws-vb-tipo.
           perform until (ws-vb-tipo = "r" or ws-vb-tipo = "R" or
                          ws-vb-tipo = "s" or ws-vb-tipo = "S")
              display "ERRO - documento invalido"
              display "Volta a introduzir o documento (r/s): "
              accept ws-vb-tipo
           end-perform.
           if ws-vb-tipo = "r" or ws-vb-tipo = "R"
              move "FR" to ws-fbl-tipo
           else
              move "FS" to ws-fbl-tipo
           end-if.
           display "NIF do cliente (0 = consumidor final): ".
           accept ws-vb-nif.
           perform valida-nif-balcao.
           perform until ws-nif-valido equal "s"
              display "ERRO - NIF invalido"
              display "NIF do cliente (0 = consumidor final): "
              accept ws-vb-nif
              perform valida-nif-balcao
           end-perform.
           open i-o faturas.
           move space to reg-faturas.
           move zeros to reg-faturas.
           move index_ids_faturas to reg-faturas-id.
           accept reg-fatura-data from date yyyymmdd.
           move ws-vb-consumidor-final to reg-faturas-id-cliente.
           perform pede-vendedor-fatura.
           move zeros to ws-prc-desc-cliente.
           perform pede-armazem-saida.
           perform inserir_linhas_fatura.
           perform calcula-total-fatura.
           if ws-fbl-tipo equal "FS" and
              ws-fat-total-doc > ws-vb-limite-fs
              display "Acima de " ws-vb-limite-fs " a fatura "
                 "simplificada nao e permitida, sai fatura-recibo"
              move "FR" to ws-fbl-tipo
           end-if.
           display "Total a pagar: " ws-fat-total-doc.
           perform pede-pagamento-balcao.
           move ws-fbl-tipo to ws-ser-tipo.
           move reg-faturas-ano to ws-ser-ano.
           perform proximo-numero-serie.
           move ws-ser-numero to reg-faturas-serie-num.
           move space to reg-faturas-estado.
           write reg-faturas
              invalid key
              display "Erro ao gravar a venda"
              not invalid key
              display ws-fbl-tipo " " reg-faturas-ano "/"
                 reg-faturas-serie-num " registada (codigo "
                 reg-faturas-id ")"
              if ws-vb-numerario
                 display "Troco: " ws-vb-troco
              end-if
              perform cria-item-aberto
              perform liquida-item-aberto
              perform grava-fatura-balcao
              perform grava-vendedor-fatura
              move "F" to ws-dar-tipo
              move reg-faturas-id to ws-dar-id
              perform grava-armazem-documento
              compute index_ids_faturas = index_ids_faturas + 1
              perform save_ids
              perform pergunta-imprime-balcao
           end-write.
           close faturas.
           move 1 to ws-arm-corrente.
           display "**********************************".
           display "Quer registar mais alguma venda?".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao: "
              accept opcao_continuar
           end-perform.
           if sim then
              perform venda-balcao-corpo
           end-if.
           display "-----------------".

      *o NIF e opcional: zero e o consumidor final
       valida-nif-balcao.
           if ws-vb-nif equal zeros
              move "s" to ws-nif-valido
           else
              move ws-vb-nif to ws-nif-validacao
              perform valida-nif-digitos
           end-if.

       pede-pagamento-balcao.
           display "Meio de pagamento (n=numerario, m=multibanco): ".
           accept ws-vb-metodo.
           perform until ws-vb-numerario or ws-vb-multibanco
              display "ERRO - meio de pagamento invalido."
              display "Volta a introduzir o meio (n/m): "
              accept ws-vb-metodo
           end-perform.
           move ws-fat-total-doc to ws-vb-entregue.
           move zeros to ws-vb-troco.
           if ws-vb-numerario
              display "Valor entregue: "
              accept ws-vb-entregue
              perform until ws-vb-entregue >= ws-fat-total-doc
                 display "ERRO - o valor entregue nao chega para "
                    "o total (" ws-fat-total-doc ")"
                 display "Valor entregue: "
                 accept ws-vb-entregue
              end-perform
              compute ws-vb-troco = ws-vb-entregue -
                 ws-fat-total-doc
           end-if.

      *o documento e pago na hora: o item aberto fica com o pago
      *igual ao total
       liquida-item-aberto.
           open i-o abertos.
           move reg-faturas-id to reg-ab-id-fatura.
           read abertos record
              invalid key
              display "Aviso - a venda " reg-faturas-id
                 " nao tem item aberto, corre a reconstrucao"
              not invalid key
              move reg-ab-total to reg-ab-pago
              rewrite reg-ab
                 invalid key
                 display "Erro ao actualizar o item aberto da "
                    "venda " reg-faturas-id
              end-rewrite
           end-read.
           close abertos.

      *uma venda ao balcao e paga na hora sem recibo: quem recalcula
      *o pago a partir dos recibos tem que a dar como liquidada, com
      *o pago igual ao total como faz liquida-item-aberto (uma nota
      *de credito posterior so mexe no creditado)
       pago-venda-balcao.
           perform le-tipo-fatura.
           if ws-fbl-balcao equal "s"
              move ws-fat-total-doc to ws-fat-pago
           end-if.

       grava-fatura-balcao.
           open i-o faturas-balcao.
           move space to reg-fbl.
           move reg-faturas-id to reg-fbl-id-fatura.
           move ws-fbl-tipo to reg-fbl-tipo.
           move ws-vb-nif to reg-fbl-nif.
           move ws-vb-metodo to reg-fbl-metodo.
           move ws-vb-entregue to reg-fbl-entregue.
           move ws-vb-troco to reg-fbl-troco.
           write reg-fbl
              invalid key
              display "Erro ao gravar os dados da venda "
                 reg-faturas-id.
           close faturas-balcao.

       pergunta-imprime-balcao.
           display "Quer imprimir o documento? (s/n)".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao: "
              accept opcao_continuar
           end-perform.
           if sim
              perform imprime-documento-fatura
           end-if.

      *tipo do documento da fatura corrente: FR/FS para as vendas ao
      *balcao (com o NIF e o pagamento), FT para as outras
       le-tipo-fatura.
           move "n" to ws-fbl-balcao.
           move "FT" to ws-fbl-tipo.
           move zeros to ws-fbl-nif.
           move spaces to ws-fbl-metodo.
           move zeros to ws-fbl-entregue.
           move zeros to ws-fbl-troco.
           open input faturas-balcao.
           move reg-faturas-id to reg-fbl-id-fatura.
           read faturas-balcao record
              invalid key
                 continue
              not invalid key
                 move "s" to ws-fbl-balcao
                 move reg-fbl-tipo to ws-fbl-tipo
                 move reg-fbl-nif to ws-fbl-nif
                 move reg-fbl-metodo to ws-fbl-metodo
                 move reg-fbl-entregue to ws-fbl-entregue
                 move reg-fbl-troco to ws-fbl-troco
           end-read.
           close faturas-balcao.

      *nota de credito: devolucao de produtos de uma fatura emitida -
      *repoe o stock devolvido e entra no extracto do cliente como
      *valor negativo
      *picking fefo: abate ws-fefo-qtd-in unidades dos lotes do
      *produto ws-fefo-produto, comecando sempre pelo lote com a
      *validade mais proxima; o primeiro lote usado fica em
      *ws-fefo-lote para ser gravado na linha do documento. so
      *conta o que o lote tem no armazem de saida ws-arm-corrente
       consome-lotes-fefo.
           move ws-fefo-qtd-in to ws-fefo-resto.
           move spaces to ws-fefo-lote.
           move "n" to ws-fefo-sem-lotes.
           open i-o lotes.
           open i-o stock-armazem.
           perform until ws-fefo-resto equal 0 or
              ws-fefo-sem-lotes equal "s"
              perform procura-lote-mais-antigo
                 perform abate-lote-escolhido
              end-if
           end-perform.
           if ws-fefo-resto > 0 and ws-arm-corrente not equal 1
              perform abate-sem-lote-armazem
           end-if.
           close stock-armazem.
           close lotes.
           if ws-fefo-resto > 0
              display "Aviso - o produto " ws-fefo-produto
                    if reg-lote-quantidade > 0 and
                       reg-lote-data-validade <
                          ws-fefo-melhor-validade
                       perform disponivel-lote-fefo
                    end-if
                    read lotes next
                 end-perform
           end-start.

      *o lote so entra na escolha se tiver quantidade no armazem
      *de saida
       disponivel-lote-fefo.
           move reg-lote-produto-id to ws-arm-produto.
           move reg-lote-codigo to ws-arm-lote.
           move reg-lote-quantidade to ws-arm-total.
           move ws-arm-corrente to ws-arm-id.
           perform le-stock-lote-armazem.
           if ws-pck-activo equal "s"
              perform desconta-lote-picking
           end-if.
           if ws-arm-disp > 0
              move "s" to ws-fefo-achou
              move reg-lote-codigo to ws-fefo-melhor-codigo
              move reg-lote-data-validade to ws-fefo-melhor-validade
              move ws-arm-disp to ws-fefo-melhor-disp
           end-if.

       abate-lote-escolhido.
           move ws-fefo-produto to reg-lote-produto-id.
           move ws-fefo-melhor-codigo to reg-lote-codigo.
              invalid key
              move "s" to ws-fefo-sem-lotes
              not invalid key
              if ws-fefo-melhor-disp < ws-fefo-resto
                 move ws-fefo-melhor-disp to ws-fefo-toma
              else
                 move ws-fefo-resto to ws-fefo-toma
              end-if
              if reg-lote-quantidade < ws-fefo-toma
                 move reg-lote-quantidade to ws-fefo-toma
              end-if
              subtract ws-fefo-toma from reg-lote-quantidade
              subtract ws-fefo-toma from ws-fefo-resto
              rewrite reg-lote
              if ws-fefo-lote equal spaces
                 move reg-lote-codigo to ws-fefo-lote
              end-if
              if ws-arm-corrente not equal 1
                 move ws-fefo-produto to ws-arm-produto
                 move ws-fefo-melhor-codigo to ws-arm-lote
                 move ws-arm-corrente to ws-arm-id
                 move ws-fefo-toma to ws-arm-qtd
                 perform abate-stock-armazem
              end-if
           end-read.

      *devolucao de um produto volta ao lote de onde saiu, quando a
           accept ws-data-sistema from date yyyymmdd.
           move zeros to ws-val-contados.
           open input lotes.
           open input stock-armazem.
           if fs-lotes equal zeros
              display "******LOTES A EXPIRAR EM " ws-val-dias
                 " DIAS******"
                       if ws-val-ate < 0
                          display "  JA EXPIRADO"
                       end-if
                       perform mostra-lote-armazens
                    end-if
                 end-if
                 read lotes next
           else
              display "Nao ha lotes registados"
           end-if.
           close stock-armazem.
           close lotes.

      *armazens: ficha dos locais de stock. o armazem 1 e sempre o
      *principal (existe mesmo sem ficha) e guarda tudo o que nao
      *esta registado noutro armazem
       menu_armazens.
           display "1. Inserir armazens".
           display "2. Listar armazens".
           display "3. Transferencia entre armazens".
           display "4. Listar transferencias".
           display "5. Stock por armazem".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
               when OPCAO = 1
                   perform inserir_armazens
               when OPCAO = 2
                   perform listar_armazens
               when OPCAO = 3
                   perform transferir_stock
               when OPCAO = 4
                   perform listar_transferencias
               when OPCAO = 5
                   perform stock_por_armazem
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.

       inserir_armazens.
           open i-o armazens.
           move space to reg-arm.
           move zeros to reg-arm-id.
           display "******INFORMACOES DO ARMAZEM******".
           display "Codigo do armazem (1 a 99, 1 = principal): ".
           accept reg-arm-id.
           move "N" to registo_encontrado.
           if reg-arm-id > 0
              move "S" to registo_encontrado
              read armazens record
                 invalid key
                 move "N" to registo_encontrado
              end-read
           end-if.
           perform until reg-arm-id > 0 and
              registo_encontrado equal "N"
              display "ERRO - codigo invalido ou ja registado"
              display "Codigo do armazem: "
              accept reg-arm-id
              move "N" to registo_encontrado
              if reg-arm-id > 0
                 move "S" to registo_encontrado
                 read armazens record
                    invalid key
                    move "N" to registo_encontrado
                 end-read
              end-if
           end-perform.
           display "Nome: ".
           accept reg-arm-nome.
           perform until reg-arm-nome not equal spaces
              display "ERRO - o nome nao pode ficar vazio"
              display "Nome: "
              accept reg-arm-nome
           end-perform.
           display "Morada: ".
           accept reg-arm-morada.
           write reg-arm
              invalid key
              display "Erro ao gravar o armazem"
              not invalid key
              display "Codigo: " reg-arm-id " foi registado"
           end-write.
           close armazens.
           display "**********************************".
           display "Quer introduzir mais algum armazem?".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao: "
              accept opcao_continuar
           end-perform.
           if sim then
              perform inserir_armazens
           end-if.
           display "-----------------".

       listar_armazens.
           open input armazens.
           display "******ARMAZENS******".
           move 1 to reg-arm-id.
           read armazens record
              invalid key
              display "Codigo: 01  Nome: Armazem principal"
           end-read.
           move zeros to reg-arm-id.
           start armazens key is not less than reg-arm-id
              invalid key
                 continue
              not invalid key
                 read armazens next
                 perform until fs-armazens equal "10"
                    display "Codigo: " reg-arm-id
                       "  Nome: " reg-arm-nome
                    display "  Morada: " reg-arm-morada
                    read armazens next
                 end-perform
           end-start.
           display "**********************************".
           close armazens.

      *pede um armazem em ws-arm-pergunta ate ser um dos registados
      *(ou o principal) e devolve-o em ws-arm-id
       pede-armazem.
           display ws-arm-pergunta.
           accept ws-arm-id.
           perform valida-armazem.
           perform until ws-arm-valido equal "s"
              display "Não encontrei nenhum armazem com esse codigo. "
                 "Volta a introduzir o armazem: "
              accept ws-arm-id
              perform valida-armazem
           end-perform.
           display "Armazem: " ws-arm-nome.

       pede-armazem-saida.
           move "Armazem de saida (1 = principal): " to
              ws-arm-pergunta.
           perform pede-armazem.
           move ws-arm-id to ws-arm-corrente.

       valida-armazem.
           move "n" to ws-arm-valido.
           move spaces to ws-arm-nome.
           if ws-arm-id > 0
              open input armazens
              move ws-arm-id to reg-arm-id
              read armazens record
                 invalid key
                    continue
                 not invalid key
                    move "s" to ws-arm-valido
                    move reg-arm-nome to ws-arm-nome
              end-read
              close armazens
              if ws-arm-id equal 1 and ws-arm-valido equal "n"
                 move "s" to ws-arm-valido
                 move "Armazem principal" to ws-arm-nome
              end-if
           end-if.

      *guarda/le o armazem de saida de um documento (ws-dar-tipo F
      *fatura, G guia, E encomenda); sem registo e o principal
       grava-armazem-documento.
           open i-o documentos-armazem.
           move ws-dar-tipo to reg-dar-tipo.
           move ws-dar-id to reg-dar-id.
           move ws-arm-corrente to reg-dar-armazem.
           write reg-dar
              invalid key
              rewrite reg-dar
                 invalid key
                 display "Erro ao gravar o armazem do documento"
              end-rewrite
           end-write.
           close documentos-armazem.

       le-armazem-documento.
           move 1 to ws-arm-corrente.
           open input documentos-armazem.
           move ws-dar-tipo to reg-dar-tipo.
           move ws-dar-id to reg-dar-id.
           read documentos-armazem record
              invalid key
                 continue
              not invalid key
                 move reg-dar-armazem to ws-arm-corrente
           end-read.
           close documentos-armazem.

      *stock do produto ws-arm-produto no armazem ws-arm-id; para o
      *principal e o stock total (ws-arm-total) menos o que esta nos
      *outros armazens
       calcula-stock-armazem.
           move zeros to ws-arm-stock.
           move zeros to ws-arm-outros.
           open input stock-armazem.
           move ws-arm-produto to reg-sta-produto-id.
           move spaces to reg-sta-lote.
           move zeros to reg-sta-armazem.
           start stock-armazem key is not less than reg-sta-chave
              invalid key
                 continue
              not invalid key
                 read stock-armazem next
                 perform until fs-stock-armazem equal "10" or
                    reg-sta-produto-id not equal ws-arm-produto
                    if reg-sta-armazem equal ws-arm-id
                       add reg-sta-quantidade to ws-arm-stock
                    end-if
                    add reg-sta-quantidade to ws-arm-outros
                    read stock-armazem next
                 end-perform
           end-start.
           close stock-armazem.
           if ws-arm-id equal 1
              compute ws-arm-stock = ws-arm-total - ws-arm-outros
           end-if.
           if ws-arm-stock < 0
              move zeros to ws-arm-stock
           end-if.

      *o stock livre de uma linha nao pode passar o que ha no
      *armazem de saida do documento (reg-produtos carregado)
       limita-livre-armazem.
           move reg-produtos-id to ws-arm-produto.
           move reg-produtos-stock to ws-arm-total.
           move ws-arm-corrente to ws-arm-id.
           perform calcula-stock-armazem.
           if ws-arm-stock < ws-res-livre
              move ws-arm-stock to ws-res-livre
              display "Stock no armazem " ws-arm-corrente ": "
                 ws-arm-stock
           end-if.

      *quantidade do lote ws-arm-lote do produto ws-arm-produto no
      *armazem ws-arm-id (ws-arm-total e a quantidade total do lote;
      *stock-armazem tem que estar aberto)
       le-stock-lote-armazem.
           move zeros to ws-arm-disp.
           move zeros to ws-arm-outros.
           move ws-arm-produto to reg-sta-produto-id.
           move ws-arm-lote to reg-sta-lote.
           move zeros to reg-sta-armazem.
           start stock-armazem key is not less than reg-sta-chave
              invalid key
                 continue
              not invalid key
                 read stock-armazem next
                 perform until fs-stock-armazem equal "10" or
                    reg-sta-produto-id not equal ws-arm-produto or
                    reg-sta-lote not equal ws-arm-lote
                    if reg-sta-armazem equal ws-arm-id
                       add reg-sta-quantidade to ws-arm-disp
                    end-if
                    add reg-sta-quantidade to ws-arm-outros
                    read stock-armazem next
                 end-perform
           end-start.
           if ws-arm-id equal 1
              compute ws-arm-disp = ws-arm-total - ws-arm-outros
           end-if.
           if ws-arm-disp < 0
              move zeros to ws-arm-disp
           end-if.

      *soma ou abate ws-arm-qtd ao registo (ws-arm-produto,
      *ws-arm-lote, ws-arm-id) de stock-armazem (aberto i-o)
       soma-stock-armazem.
           move ws-arm-produto to reg-sta-produto-id.
           move ws-arm-lote to reg-sta-lote.
           move ws-arm-id to reg-sta-armazem.
           read stock-armazem record
              invalid key
                 move ws-arm-qtd to reg-sta-quantidade
                 write reg-sta
                    invalid key
                    display "Erro ao gravar o stock do armazem"
                 end-write
              not invalid key
                 add ws-arm-qtd to reg-sta-quantidade
                 rewrite reg-sta
                    invalid key
                    display "Erro ao actualizar o stock do armazem"
                 end-rewrite
           end-read.

       abate-stock-armazem.
           move ws-arm-produto to reg-sta-produto-id.
           move ws-arm-lote to reg-sta-lote.
           move ws-arm-id to reg-sta-armazem.
           read stock-armazem record
              invalid key
                 continue
              not invalid key
                 if reg-sta-quantidade < ws-arm-qtd
                    move zeros to reg-sta-quantidade
                 else
                    subtract ws-arm-qtd from reg-sta-quantidade
                 end-if
                 rewrite reg-sta
                    invalid key
                    display "Erro ao actualizar o stock do armazem"
                 end-rewrite
           end-read.

      *a venda de um armazem que nao e o principal, depois dos lotes,
      *sai do stock sem lote desse armazem
       abate-sem-lote-armazem.
           move ws-fefo-produto to ws-arm-produto.
           move spaces to ws-arm-lote.
           move ws-arm-corrente to ws-arm-id.
           move ws-fefo-produto to reg-sta-produto-id.
           move spaces to reg-sta-lote.
           move ws-arm-corrente to reg-sta-armazem.
           read stock-armazem record
              invalid key
                 continue
              not invalid key
                 if reg-sta-quantidade < ws-fefo-resto
                    move reg-sta-quantidade to ws-arm-qtd
                 else
                    move ws-fefo-resto to ws-arm-qtd
                 end-if
                 subtract ws-arm-qtd from ws-fefo-resto
                 perform abate-stock-armazem
           end-read.

      *transferencia: cada linha sai do armazem de origem e entra no
      *de destino, com dois movimentos no ledger (o stock total do
      *produto nao muda)
       transferir_stock.
           perform verifica-periodo-hoje.
           if ws-periodo-fechado equal "s"
              display "O periodo actual esta fechado, a "
                 "transferencia nao pode ser registada"
           else
              perform transferir-stock-corpo
           end-if.

       transferir-stock-corpo.
           open i-o transferencias.
           move space to reg-trf.
           move zeros to reg-trf.
           display "******TRANSFERENCIA ENTRE ARMAZENS******".
           move index_ids_transf to reg-trf-id.
           display "ID: " index_ids_transf.
           accept reg-trf-data from date yyyymmdd.
           move "Armazem de origem (1 = principal): " to
              ws-arm-pergunta.
           perform pede-armazem.
           move ws-arm-id to ws-arm-origem.
           move "Armazem de destino (1 = principal): " to
              ws-arm-pergunta.
           perform pede-armazem.
           perform until ws-arm-id not equal ws-arm-origem
              display "ERRO - o destino tem que ser diferente da "
                 "origem"
              perform pede-armazem
           end-perform.
           move ws-arm-id to ws-arm-destino.
           move ws-arm-origem to reg-trf-origem.
           move ws-arm-destino to reg-trf-destino.
           open input produtos.
           open input lotes.
           open i-o stock-armazem.
           move "s" to opcao_continuar.
           perform until (nao or reg-trf-n-linhas equal 20)
              perform transfere-linha
              if reg-trf-n-linhas equal 20
                 display "Limite de 20 linhas por transferencia "
                    "atingido"
              else
                 display "Quer transferir outro produto?"
                 accept opcao_continuar
                 perform until (opcao_continuar = "S" or
                                opcao_continuar = "s" or
                                opcao_continuar = "N" or
                                opcao_continuar = "n" )
                    display "ERRO - opcao errada"
                    display "Volta introduzir a opcao: "
                    accept opcao_continuar
                 end-perform
              end-if
           end-perform.
           close stock-armazem.
           close lotes.
           close produtos.
           if reg-trf-n-linhas > 0
              write reg-trf
                 invalid key
                 display "Erro ao gravar a transferencia"
                 not invalid key
                 display "Codigo: " reg-trf-id " foi registada"
              end-write
              compute index_ids_transf = index_ids_transf + 1
              perform save_ids
              move spaces to ws-linha-auditoria
              string "TRANSFERENCIA INSERIR ID=" delimited by size
                 reg-trf-id delimited by size
                 " ORIGEM=" delimited by size
                 reg-trf-origem delimited by size
                 " DESTINO=" delimited by size
                 reg-trf-destino delimited by size
                 " LINHAS=" delimited by size
                 reg-trf-n-linhas delimited by size
                 into ws-linha-auditoria
              perform escreve-auditoria
           else
              display "Transferencia sem linhas, nao foi gravada"
           end-if.
           close transferencias.

       transfere-linha.
           move space to reg-produtos.
           move zeros to reg-produtos-id.
           display "ID do produto: ".
           accept x.
           move x to reg-produtos-id.
           move "S" to registo_encontrado.
           read produtos record
              invalid key
              move "N" to registo_encontrado.
           perform until registo_encontrado equal "S"
              display "Não encontrei nenhum produto com esse id. "
                 "Volta a introduzir o id do produto: "
              accept x
              move x to reg-produtos-id
              move "S" to registo_encontrado
              read produtos record
                 invalid key
                 move "N" to registo_encontrado
           end-perform.
           display "Produto: " reg-produtos-nome.
           display "Lote (em branco para stock sem lote): ".
           accept ws-arm-lote.
           move "s" to ws-arm-linha-ok.
           move reg-produtos-id to ws-arm-produto.
           if ws-arm-lote equal spaces
              perform soma-lotes-produto-armazem
              compute ws-arm-total =
                 reg-produtos-stock - ws-arm-total
           else
              move reg-produtos-id to reg-lote-produto-id
              move ws-arm-lote to reg-lote-codigo
              read lotes record
                 invalid key
                    move "n" to ws-arm-linha-ok
                    display "Não encontrei esse lote do produto"
                 not invalid key
                    move reg-lote-quantidade to ws-arm-total
              end-read
           end-if.
           if ws-arm-linha-ok equal "s"
              move ws-arm-origem to ws-arm-id
              perform le-stock-lote-armazem
              display "Disponivel no armazem de origem: "
                 ws-arm-disp
              if ws-arm-disp equal zeros
                 display "Nao ha stock para transferir"
              else
                 perform transfere-quantidade
              end-if
           end-if.

      *total dos lotes do produto ws-arm-produto em ws-arm-total
      *(o que sobra do stock da ficha e o stock sem lote)
       soma-lotes-produto-armazem.
           move zeros to ws-arm-total.
           move ws-arm-produto to reg-lote-produto-id.
           move spaces to reg-lote-codigo.
           start lotes key is not less than reg-lote-chave
              invalid key
                 continue
              not invalid key
                 read lotes next
                 perform until fs-lotes equal "10" or
                    reg-lote-produto-id not equal ws-arm-produto
                    add reg-lote-quantidade to ws-arm-total
                    read lotes next
                 end-perform
           end-start.
           if ws-arm-total > reg-produtos-stock
              move reg-produtos-stock to ws-arm-total
           end-if.

       transfere-quantidade.
           display "Quantidade a transferir: ".
           accept ws-arm-qtd.
           perform until (ws-arm-qtd > 0 and
                          ws-arm-qtd <= ws-arm-disp)
              display "ERRO - quantidade invalida, so ha "
                 ws-arm-disp " unidades no armazem de origem"
              display "Volta a introduzir a quantidade: "
              accept ws-arm-qtd
           end-perform.
           if ws-arm-origem not equal 1
              move ws-arm-origem to ws-arm-id
              perform abate-stock-armazem
           end-if.
           if ws-arm-destino not equal 1
              move ws-arm-destino to ws-arm-id
              perform soma-stock-armazem
           end-if.
           add 1 to reg-trf-n-linhas.
           move reg-produtos-id to
              reg-trf-linha-produto-id(reg-trf-n-linhas).
           move ws-arm-lote to
              reg-trf-linha-lote(reg-trf-n-linhas).
           move ws-arm-qtd to
              reg-trf-linha-quantidade(reg-trf-n-linhas).
           move reg-produtos-id to ws-mov-produto.
           move ws-arm-qtd to ws-mov-qtd.
           move "T" to ws-mov-tipo.
           move "-" to ws-mov-sinal.
           perform grava-movimento-stock.
           move "+" to ws-mov-sinal.
           perform grava-movimento-stock.

       listar_transferencias.
           open input transferencias.
           if fs-transferencias equal zeros
              display "******TRANSFERENCIAS ENTRE ARMAZENS******"
              read transferencias next
              perform until fs-transferencias equal "10"
                 display "ID: " reg-trf-id
                    "  Data: " reg-trf-dia "/" reg-trf-mes "/"
                    reg-trf-ano
                    "  De " reg-trf-origem " para " reg-trf-destino
                 move zeros to ws-arm-k
                 perform until ws-arm-k equal reg-trf-n-linhas
                    add 1 to ws-arm-k
                    display "  Produto "
                       reg-trf-linha-produto-id(ws-arm-k)
                       " lote " reg-trf-linha-lote(ws-arm-k)
                       " qtd " reg-trf-linha-quantidade(ws-arm-k)
                 end-perform
                 read transferencias next
              end-perform
              display "**********************************"
           else
              display "Não tens nenhuma transferencia registada"
           end-if.
           close transferencias.

       stock_por_armazem.
           open input produtos.
           if fs-produtos equal zeros
              display "******STOCK POR ARMAZEM******"
              read produtos next
              perform until fs-produtos equal "10"
                 if reg-produtos-stock > 0
                    display "ID: " reg-produtos-id
                       "  Nome: " reg-produtos-nome
                       "  Stock: " reg-produtos-stock
                    perform mostra-stock-armazens
                 end-if
                 read produtos next
              end-perform
              display "**********************************"
           else
              display "Não tens nenhum produto registado"
           end-if.
           close produtos.

      *reparticao do stock de reg-produtos pelos armazens (so
      *aparece quando ha stock fora do armazem principal)
       mostra-stock-armazens.
           move zeros to ws-arm-tabela.
           move zeros to ws-arm-outros.
           open input stock-armazem.
           move reg-produtos-id to reg-sta-produto-id.
           move spaces to reg-sta-lote.
           move zeros to reg-sta-armazem.
           start stock-armazem key is not less than reg-sta-chave
              invalid key
                 continue
              not invalid key
                 read stock-armazem next
                 perform until fs-stock-armazem equal "10" or
                    reg-sta-produto-id not equal reg-produtos-id
                    if reg-sta-armazem > 0
                       add reg-sta-quantidade to
                          ws-arm-tab-qtd(reg-sta-armazem)
                       add reg-sta-quantidade to ws-arm-outros
                    end-if
                    read stock-armazem next
                 end-perform
           end-start.
           close stock-armazem.
           if ws-arm-outros > 0
              compute ws-arm-stock =
                 reg-produtos-stock - ws-arm-outros
              move 1 to ws-arm-id
              perform valida-armazem
              display "    Armazem " ws-arm-id " " ws-arm-nome
                 ": " ws-arm-stock
              move 1 to ws-arm-j
              perform until ws-arm-j equal 99
                 add 1 to ws-arm-j
                 if ws-arm-tab-qtd(ws-arm-j) > 0
                    move ws-arm-j to ws-arm-id
                    perform valida-armazem
                    display "    Armazem " ws-arm-id " "
                       ws-arm-nome ": " ws-arm-tab-qtd(ws-arm-j)
                 end-if
              end-perform
           end-if.

      *reparticao de um lote pelos armazens (stock-armazem aberto)
       mostra-lote-armazens.
           move reg-lote-produto-id to ws-arm-produto.
           move reg-lote-codigo to ws-arm-lote.
           move reg-lote-quantidade to ws-arm-total.
           move 1 to ws-arm-id.
           perform le-stock-lote-armazem.
           if ws-arm-outros > 0
              display "    Armazem 01: " ws-arm-disp
              move ws-arm-produto to reg-sta-produto-id
              move ws-arm-lote to reg-sta-lote
              move zeros to reg-sta-armazem
              start stock-armazem key is not less than reg-sta-chave
                 invalid key
                    continue
                 not invalid key
                    read stock-armazem next
                    perform until fs-stock-armazem equal "10" or
                       reg-sta-produto-id not equal ws-arm-produto or
                       reg-sta-lote not equal ws-arm-lote
                       if reg-sta-quantidade > 0
                          display "    Armazem " reg-sta-armazem
                             ": " reg-sta-quantidade
                       end-if
                       read stock-armazem next
                    end-perform
              end-start
           end-if.

      *encomendas: pedido de um cliente com a mesma estrutura de
      *linhas da fatura. enquanto esta aberta reserva o stock (nao o
      *abate); a conversao em fatura e que faz a venda
       inserir_encomendas.
           open i-o encomendas.
           move space to reg-enc.
           move zeros to reg-enc.
           display "******INFORMACOES DA ENCOMENDA******".
           move index_ids_encomendas to reg-enc-id.
           display "ID: " index_ids_encomendas.
           accept reg-enc-data from date yyyymmdd.
           display "Data da encomenda: " reg-enc-dia "/"
              reg-enc-mes "/" reg-enc-ano.
           move "a" to reg-enc-estado.
           open i-o clientes.
           move space to reg-clientes.
           move zeros to reg-clientes-id.
           display "ID do cliente: ".
           accept reg-enc-id-cliente.
           move reg-enc-id-cliente to reg-clientes-id.
           perform until (registo_encontrado equal to "S")
              move "S" to registo_encontrado
              read clientes record
                invalid key
                move "N" to registo_encontrado
              display "Não encontrei nenhum cliente com esse id. "
              "Volta a introduzir um id de cliente: "
              accept reg-enc-id-cliente
              move reg-enc-id-cliente to reg-clientes-id
           end-perform.
           move reg-clientes-desconto to ws-prc-desc-cliente.
           close clientes.
           perform pede-armazem-saida.
           perform inserir_linhas_encomenda.
           if reg-enc-n-produtos > 0
              write reg-enc
                 display "Erro ao gravar a encomenda"
                 not invalid key
                 display "Codigo: " reg-enc-id " foi registada"
                 move "E" to ws-dar-tipo
                 move reg-enc-id to ws-dar-id
                 perform grava-armazem-documento
              end-write
              compute index_ids_encomendas =
                 index_ids_encomendas + 1
           else
              display "Encomenda sem linhas, nao foi gravada"
           end-if.
           move 1 to ws-arm-corrente.
           close encomendas.
           display "**********************************".
           display "Quer introduzir mais alguma encomenda?".
           move ws-reg-enc-backup to reg-enc.
           compute ws-res-livre = reg-produtos-stock -
              ws-res-reservado - ws-res-corrente.
           perform limita-livre-armazem.
           display "Stock: " reg-produtos-stock
              "  Reservado: " ws-res-reservado
              "  Livre: " ws-res-livre.
           close encomendas.

       converte-encomenda-em-fatura.
           move "E" to ws-dar-tipo.
           move reg-enc-id to ws-dar-id.
           perform le-armazem-documento.
           open i-o produtos.
           perform valida-stock-encomenda.
           if ws-enc-stock-ok equal "n"
              perform grava-fatura-da-encomenda
           end-if.
           close produtos.
           move 1 to ws-arm-corrente.

      *confirma que cada produto da encomenda cabe no stock livre de
      *hoje, descontando as reservas das outras encomendas abertas
           move ws-reg-enc-backup to reg-enc.
           compute ws-res-livre =
              reg-produtos-stock - ws-res-reservado.
           perform limita-livre-armazem.
           if ws-res-corrente > ws-res-livre
              move "n" to ws-enc-stock-ok
              display "Produto " reg-produtos-id
              not invalid key
              display "Fatura " reg-faturas-id
                 " criada da encomenda " reg-enc-id
              move "F" to ws-dar-tipo
              move reg-faturas-id to ws-dar-id
              perform grava-armazem-documento
              compute index_ids_faturas = index_ids_faturas + 1
              perform save_ids
              move "f" to reg-enc-estado
                 display "Erro ao actualizar o estado da encomenda"
              end-rewrite
              perform cria-item-aberto
              perform grava-vendedor-defeito
           end-write.
           close faturas.

                 perform calcula-stock-reservado
                 compute ws-res-livre =
                    reg-produtos-stock - ws-res-reservado
                 perform limita-livre-armazem
                 if reg-av-linha-quantidade(ws-av-k) > ws-res-livre
                    move "n" to ws-av-stock-ok
                    display "Avenca " reg-av-id ": produto "
              perform save_ids
              perform marca-avenca-gerada
              perform cria-item-aberto
              perform marca-fatura-avenca
              perform grava-vendedor-defeito
           end-write.

       marca-avenca-gerada.
              invalid key
              display "Erro ao marcar a avenca como gerada".

      *guarda a fatura como fatura de avenca, para a cobranca por
      *debito directo
       marca-fatura-avenca.
           open i-o faturas-avenca.
           move reg-faturas-id to reg-fav-id-fatura.
           move reg-av-id to reg-fav-avenca.
           move reg-av-cliente to reg-fav-cliente.
           write reg-fav
              invalid key
              display "Erro ao marcar a fatura da avenca "
                 reg-av-id.
           close faturas-avenca.

       gera-linha-avenca.
           move reg-av-linha-produto-id(ws-av-k) to reg-produtos-id.
           read produtos record
                 reg-faturas-linha-lote(reg-faturas-n-produtos)
           end-read.

      *debitos directos SEPA: mandato por cliente, ficheiro de
      *cobranca pain.008 com os itens abertos das faturas das
      *avencas e retorno do banco (recibos dos debitos cobrados e
      *relatorio dos rejeitados)
       menu_debitos_directos.
           display "1. Registar mandato de um cliente".
           display "2. Listar mandatos".
           display "3. Cancelar/reactivar mandato".
           display "4. Dados do credor (conta da empresa)".
           display "5. Gerar ficheiro de cobranca (pain008.xml)".
           display "6. Registar retorno do banco".
           display "7. Relatorio de debitos rejeitados".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
               when OPCAO = 1
                   perform inserir_mandato
               when OPCAO = 2
                   perform listar_mandatos
               when OPCAO = 3
                   perform cancelar_mandato
               when OPCAO = 4
                   perform dados_credor_sepa
               when OPCAO = 5
                   perform gerar_cobranca_sepa
               when OPCAO = 6
                   perform registar_retorno_sepa
               when OPCAO = 7
                   perform relatorio_debitos_rejeitados
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.

       inserir_mandato.
           open i-o mandatos.
           open input clientes.
           move space to reg-clientes.
           move zeros to reg-clientes-id.
           display "ID do cliente: ".
           accept x.
           move x to reg-clientes-id.
           move "S" to registo_encontrado.
           read clientes record
              invalid key
              move "N" to registo_encontrado.
           perform until registo_encontrado equal "S"
              display "Não encontrei nenhum cliente com esse id. "
                 "Volta a introduzir um id de cliente: "
              accept x
              move x to reg-clientes-id
              move "S" to registo_encontrado
              read clientes record
                 invalid key
                 move "N" to registo_encontrado
           end-perform.
           display "Cliente: " reg-clientes-nome.
           move space to reg-man.
           move reg-clientes-id to reg-man-cliente.
           move "S" to registo_encontrado.
           read mandatos record
              invalid key
              move "N" to registo_encontrado.
           move "s" to opcao_continuar.
           if registo_encontrado equal "S"
              display "O cliente ja tem o mandato "
                 reg-man-referencia
              display "IBAN: " reg-man-iban
              display "Quer substitui-lo? (s/n)"
              accept opcao_continuar
              perform until (opcao_continuar = "S" or
                             opcao_continuar = "s" or
                             opcao_continuar = "N" or
                             opcao_continuar = "n" )
                 display "ERRO - opcao errada"
                 display "Volta introduzir a opcao: "
                 accept opcao_continuar
              end-perform
           end-if.
           if sim
              perform grava-mandato
           end-if.
           close clientes.
           close mandatos.

       grava-mandato.
           move reg-man-referencia to ws-dd-ref-antiga.
           display "Referencia do mandato: ".
           accept reg-man-referencia.
           perform until reg-man-referencia not equal spaces
              display "ERRO - a referencia nao pode ficar vazia"
              display "Referencia do mandato: "
              accept reg-man-referencia
           end-perform.
           display "IBAN do cliente: ".
           accept ws-iban.
           perform valida-iban.
           perform until ws-iban-valido equal "s"
              display "ERRO - IBAN invalido"
              display "IBAN do cliente: "
              accept ws-iban
              perform valida-iban
           end-perform.
           move ws-iban to reg-man-iban.
           accept ws-data-sistema from date yyyymmdd.
           display "Data de assinatura do mandato".
           perform pede-data-sepa.
           perform until ws-data-valida equal "s" and
              ws-vd-data not > ws-data-sistema
              display "ERRO - data invalida ou no futuro"
              perform pede-data-sepa
           end-perform.
           move ws-vd-data to reg-man-data-assinatura.
           move "a" to reg-man-estado.
      *mandato novo (ou com outra referencia) comeca pelo primeiro
      *debito (FRST); o mesmo mandato com outro IBAN continua
           if registo_encontrado equal "S" and
              reg-man-referencia equal ws-dd-ref-antiga and
              reg-man-recorrente
              continue
           else
              move "f" to reg-man-sequencia
           end-if.
           if registo_encontrado equal "S"
              rewrite reg-man
                 invalid key
                 display "Erro ao actualizar o mandato"
              end-rewrite
           else
              write reg-man
                 invalid key
                 display "Erro ao gravar o mandato"
              end-write
           end-if.
           display "Mandato " reg-man-referencia " registado para o "
              "cliente " reg-man-cliente.
           move spaces to ws-linha-auditoria.
           string "MANDATO SEPA CLIENTE=" delimited by size
              reg-man-cliente delimited by size
              " REF=" delimited by size
              reg-man-referencia delimited by space
              into ws-linha-auditoria.
           perform escreve-auditoria.

       pede-data-sepa.
           display "Ano: ".
           accept ws-vd-ano.
           display "Mes: ".
           accept ws-vd-mes.
           display "Dia: ".
           accept ws-vd-dia.
           perform valida-data.

      *IBAN: tira os espacos, passa a maiusculas e confirma os
      *digitos de controlo (modulo 97, com os 4 primeiros caracteres
      *passados para o fim e as letras contadas como 10 a 35)
       valida-iban.
           inspect ws-iban converting
              "abcdefghijklmnopqrstuvwxyz" to
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move spaces to ws-iban-aux.
           move zeros to ws-iban-tam.
           move 1 to ws-iban-k.
           perform until ws-iban-k > 34
              if ws-iban(ws-iban-k:1) not equal space
                 add 1 to ws-iban-tam
                 move ws-iban(ws-iban-k:1) to
                    ws-iban-aux(ws-iban-tam:1)
              end-if
              add 1 to ws-iban-k
           end-perform.
           move ws-iban-aux to ws-iban.
           move "s" to ws-iban-valido.
           if ws-iban-tam < 15 or
              ws-iban(1:2) not alphabetic or
              ws-iban(3:2) not numeric
              move "n" to ws-iban-valido
           end-if.
           if ws-iban-valido equal "s"
              move zeros to ws-iban-resto
              move 5 to ws-iban-k
              perform until ws-iban-k > ws-iban-tam
                 perform soma-caracter-iban
                 add 1 to ws-iban-k
              end-perform
              move 1 to ws-iban-k
              perform until ws-iban-k > 4
                 perform soma-caracter-iban
                 add 1 to ws-iban-k
              end-perform
              if ws-iban-resto not equal 1
                 move "n" to ws-iban-valido
              end-if
           end-if.

       soma-caracter-iban.
           if ws-iban(ws-iban-k:1) is numeric
              move ws-iban(ws-iban-k:1) to ws-iban-digito
              compute ws-iban-num = ws-iban-resto * 10 +
                 ws-iban-digito
           else
              move 1 to ws-iban-l
              perform until ws-iban-l > 26 or
                 ws-iban-letras(ws-iban-l:1) equal
                 ws-iban(ws-iban-k:1)
                 add 1 to ws-iban-l
              end-perform
              if ws-iban-l > 26
                 move "n" to ws-iban-valido
                 move zeros to ws-iban-num
              else
                 compute ws-iban-num = ws-iban-resto * 100 +
                    ws-iban-l + 9
              end-if
           end-if.
           divide ws-iban-num by 97 giving ws-iban-quoc
              remainder ws-iban-resto.

       listar_mandatos.
           open input mandatos.
           if fs-mandatos equal zeros
              display "******MANDATOS DE DEBITO DIRECTO******"
              read mandatos next
              perform until fs-mandatos equal "10"
                 display "Cliente: " reg-man-cliente
                    "  Ref: " reg-man-referencia
                 display "   IBAN: " reg-man-iban
                    "  Assinado: " reg-man-data-assinatura
                    "  Estado: " reg-man-estado
                    "  Seq: " reg-man-sequencia
                 read mandatos next
              end-perform
              display "**********************************"
           else
              display "Não ha nenhum mandato registado"
           end-if.
           close mandatos.

       cancelar_mandato.
           open i-o mandatos.
           move space to reg-man.
           move zeros to reg-man-cliente.
           display "ID do cliente do mandato: ".
           accept x.
           move x to reg-man-cliente.
           move "S" to registo_encontrado.
           read mandatos record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Esse cliente nao tem mandato registado"
           else
              if reg-man-activo
                 move "c" to reg-man-estado
                 display "Mandato " reg-man-referencia " cancelado"
              else
                 move "a" to reg-man-estado
                 display "Mandato " reg-man-referencia
                    " reactivado"
              end-if
              rewrite reg-man
                 invalid key
                 display "Erro ao actualizar o mandato"
              end-rewrite
              move spaces to ws-linha-auditoria
              string "MANDATO SEPA CLIENTE=" delimited by size
                 reg-man-cliente delimited by size
                 " ESTADO=" delimited by size
                 reg-man-estado delimited by size
                 into ws-linha-auditoria
              perform escreve-auditoria
           end-if.
           close mandatos.

       dados_credor_sepa.
           perform verifica-nivel-supervisor.
           if ws-op-autorizado equal "s"
              perform dados-credor-protegido
           end-if.

       dados-credor-protegido.
           open i-o credor-sepa.
           move space to reg-csp.
           move 1 to reg-csp-chave.
           move "S" to registo_encontrado.
           read credor-sepa record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado equal "S"
              display "Nome: " reg-csp-nome
              display "IBAN: " reg-csp-iban
              display "BIC: " reg-csp-bic
              display "Identificador de credor: "
                 reg-csp-identificador
           end-if.
           display "Nome do credor: ".
           accept reg-csp-nome.
           display "IBAN da conta de cobranca: ".
           accept ws-iban.
           perform valida-iban.
           perform until ws-iban-valido equal "s"
              display "ERRO - IBAN invalido"
              display "IBAN da conta de cobranca: "
              accept ws-iban
              perform valida-iban
           end-perform.
           move ws-iban to reg-csp-iban.
           display "BIC do banco (vazio se nao for pedido): ".
           accept reg-csp-bic.
           display "Identificador de credor SEPA: ".
           accept reg-csp-identificador.
           perform until reg-csp-identificador not equal spaces
              display "ERRO - o identificador nao pode ficar vazio"
              display "Identificador de credor SEPA: "
              accept reg-csp-identificador
           end-perform.
           if registo_encontrado equal "S"
              rewrite reg-csp
                 invalid key
                 display "Erro ao actualizar os dados do credor"
              end-rewrite
           else
              write reg-csp
                 invalid key
                 display "Erro ao gravar os dados do credor"
              end-write
           end-if.
           close credor-sepa.
           move spaces to ws-linha-auditoria.
           string "CREDOR SEPA IBAN=" delimited by size
              reg-csp-iban delimited by space
              into ws-linha-auditoria.
           perform escreve-auditoria.

      *corrida de cobranca: as faturas das avencas com data ate a
      *data limite, ainda em aberto, de clientes com mandato activo e
      *sem debito pendente ficam num lote novo em debitos12.dat e no
      *ficheiro pain008.xml para enviar ao banco
       gerar_cobranca_sepa.
           open input credor-sepa.
           move space to reg-csp.
           move 1 to reg-csp-chave.
           move "S" to registo_encontrado.
           read credor-sepa record
              invalid key
              move "N" to registo_encontrado.
           close credor-sepa.
           if registo_encontrado equal "N"
              display "Faltam os dados do credor (opcao 4), o "
                 "ficheiro nao pode ser gerado"
           else
              accept ws-data-sistema from date yyyymmdd
              display "Faturas emitidas ate (data limite)"
              perform pede-data-sepa
              perform until ws-data-valida equal "s"
                 display "ERRO - data invalida"
                 perform pede-data-sepa
              end-perform
              move ws-vd-data to ws-dd-data-limite
              display "Data de cobranca pedida ao banco"
              perform pede-data-sepa
              perform until ws-data-valida equal "s" and
                 ws-vd-data > ws-data-sistema
                 display "ERRO - a data de cobranca tem que ser "
                    "valida e posterior a hoje"
                 perform pede-data-sepa
              end-perform
              move ws-vd-data to ws-dd-data-cobranca
              perform gera-cobranca-corpo
           end-if.

       gera-cobranca-corpo.
           move index_ids_sepa to ws-dd-lote.
           move zeros to ws-dd-qtd.
           move zeros to ws-dd-total.
           move zeros to ws-dd-qtd-frst.
           move zeros to ws-dd-total-frst.
           move zeros to ws-dd-qtd-rcur.
           move zeros to ws-dd-total-rcur.
           open input faturas-avenca.
           open input faturas.
           open input mandatos.
           open input recibos.
           open input notas-credito.
           open i-o debitos.
           if fs-faturas-avenca equal zeros
              read faturas-avenca next
              perform until fs-faturas-avenca equal "10"
                 perform avalia-debito-fatura
                 read faturas-avenca next
              end-perform
           end-if.
           close debitos.
           close notas-credito.
           close recibos.
           close mandatos.
           close faturas.
           close faturas-avenca.
           if ws-dd-qtd equal zeros
              display "Nao ha faturas de avencas para cobrar ate "
                 "essa data"
           else
              compute index_ids_sepa = index_ids_sepa + 1
              perform save_ids
              perform escreve-pain008
              move spaces to ws-linha-auditoria
              string "COBRANCA SEPA LOTE=" delimited by size
                 ws-dd-lote delimited by size
                 " DEBITOS=" delimited by size
                 ws-dd-qtd delimited by size
                 into ws-linha-auditoria
              perform escreve-auditoria
              display "Lote " ws-dd-lote ": " ws-dd-qtd
                 " debitos, total " ws-dd-total
              display "Ficheiro de cobranca em " ws-ficheiro-csv
           end-if.

       avalia-debito-fatura.
           move "s" to ws-dd-elegivel.
           move reg-fav-id-fatura to reg-faturas-id.
           read faturas record
              invalid key
              move "n" to ws-dd-elegivel.
           if ws-dd-elegivel equal "s"
              if reg-fatura-anulada or
                 reg-fatura-data > ws-dd-data-limite
                 move "n" to ws-dd-elegivel
              end-if
           end-if.
           if ws-dd-elegivel equal "s"
              move reg-faturas-id-cliente to reg-man-cliente
              read mandatos record
                 invalid key
                    move "n" to ws-dd-elegivel
                 not invalid key
                    if not reg-man-activo or
                       reg-man-data-assinatura > ws-dd-data-cobranca
                       move "n" to ws-dd-elegivel
                    end-if
              end-read
           end-if.
           if ws-dd-elegivel equal "s"
              perform verifica-debito-pendente
           end-if.
           if ws-dd-elegivel equal "s"
              perform le-item-aberto
              compute ws-fat-saldo = ws-fat-total-doc - ws-fat-pago
                 - ws-fat-creditado
              if ws-fat-saldo not > 0
                 move "n" to ws-dd-elegivel
              end-if
           end-if.
           if ws-dd-elegivel equal "s"
              perform grava-debito
           end-if.

      *um debito ainda sem retorno ou ja cobrado impede a fatura de
      *entrar noutro lote; os rejeitados podem voltar a ser enviados
       verifica-debito-pendente.
           move reg-faturas-id to reg-deb-id-fatura.
           start debitos key is equal to reg-deb-id-fatura
              invalid key
                 continue
              not invalid key
                 read debitos next
                 perform until fs-debitos equal "10" or
                    reg-deb-id-fatura not equal reg-faturas-id
                    if reg-deb-enviado or reg-deb-cobrado
                       move "n" to ws-dd-elegivel
                    end-if
                    read debitos next
                 end-perform
           end-start.

       grava-debito.
           move space to reg-deb.
           move zeros to reg-deb.
           move ws-dd-lote to reg-deb-lote.
           move reg-faturas-id to reg-deb-id-fatura.
           move reg-faturas-id-cliente to reg-deb-cliente.
           move ws-fat-saldo to reg-deb-valor.
           if reg-man-primeiro
              move "FRST" to reg-deb-sequencia
           else
              move "RCUR" to reg-deb-sequencia
           end-if.
           move ws-dd-data-cobranca to reg-deb-data-cobranca.
           move "e" to reg-deb-estado.
           move spaces to reg-deb-motivo.
           write reg-deb
              invalid key
                 display "Erro ao gravar o debito da fatura "
                    reg-faturas-id
              not invalid key
                 add 1 to ws-dd-qtd
                 add reg-deb-valor to ws-dd-total
                 if reg-man-primeiro
                    add 1 to ws-dd-qtd-frst
                    add reg-deb-valor to ws-dd-total-frst
                 else
                    add 1 to ws-dd-qtd-rcur
                    add reg-deb-valor to ws-dd-total-rcur
                 end-if
                 display "Fatura " reg-faturas-id " cliente "
                    reg-faturas-id-cliente " valor " reg-deb-valor
                    " " reg-deb-sequencia
           end-write.

      *ficheiro pain.008.001.02 (iniciacao de debitos directos CORE)
      *com um bloco de pagamento por tipo de sequencia
       escreve-pain008.
           open input credor-sepa.
           move 1 to reg-csp-chave.
           read credor-sepa record
              invalid key
              move spaces to reg-csp-nome.
           move "pain008.xml" to ws-ficheiro-csv.
           open output impressao-csv.
           move "<?xml version=""1.0"" encoding=""UTF-8""?>" to
              ws-linha-csv.
           perform escreve-linha-saft.
           string "<Document xmlns=""urn:iso:std:iso:20022:tech:"
              delimited by size
              "xsd:pain.008.001.02"">" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move "<CstmrDrctDbtInitn>" to ws-linha-csv.
           perform escreve-linha-saft.
           move "<GrpHdr>" to ws-linha-csv.
           perform escreve-linha-saft.
           string "<MsgId>SEPA-LOTE-" delimited by size
              ws-dd-lote delimited by size
              "</MsgId>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           accept ws-data-sistema from date yyyymmdd.
           move ws-data-sistema-ano to ws-saft-ed-ano.
           move ws-data-sistema-mes to ws-saft-ed-mes.
           move ws-data-sistema-dia to ws-saft-ed-dia.
           string "<CreDtTm>" delimited by size
              ws-saft-data-edit delimited by size
              "T00:00:00</CreDtTm>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           string "<NbOfTxs>" delimited by size
              ws-dd-qtd delimited by size
              "</NbOfTxs>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move ws-dd-total to ws-qr-valor.
           perform formata-valor-qr.
           string "<CtrlSum>" delimited by size
              ws-qr-valor-txt delimited by space
              "</CtrlSum>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           string "<InitgPty><Nm>" delimited by size
              reg-csp-nome delimited by "  "
              "</Nm></InitgPty>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move "</GrpHdr>" to ws-linha-csv.
           perform escreve-linha-saft.
           if ws-dd-qtd-frst > 0
              move "FRST" to ws-dd-seq
              move ws-dd-qtd-frst to ws-dd-qtd-bloco
              move ws-dd-total-frst to ws-dd-total-bloco
              perform escreve-bloco-pain008
           end-if.
           if ws-dd-qtd-rcur > 0
              move "RCUR" to ws-dd-seq
              move ws-dd-qtd-rcur to ws-dd-qtd-bloco
              move ws-dd-total-rcur to ws-dd-total-bloco
              perform escreve-bloco-pain008
           end-if.
           move "</CstmrDrctDbtInitn>" to ws-linha-csv.
           perform escreve-linha-saft.
           move "</Document>" to ws-linha-csv.
           perform escreve-linha-saft.
           close impressao-csv.
           close credor-sepa.

       escreve-bloco-pain008.
           move "<PmtInf>" to ws-linha-csv.
           perform escreve-linha-saft.
           string "<PmtInfId>SEPA-LOTE-" delimited by size
              ws-dd-lote delimited by size
              "-" delimited by size
              ws-dd-seq delimited by size
              "</PmtInfId>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move "<PmtMtd>DD</PmtMtd>" to ws-linha-csv.
           perform escreve-linha-saft.
           string "<NbOfTxs>" delimited by size
              ws-dd-qtd-bloco delimited by size
              "</NbOfTxs>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move ws-dd-total-bloco to ws-qr-valor.
           perform formata-valor-qr.
           string "<CtrlSum>" delimited by size
              ws-qr-valor-txt delimited by space
              "</CtrlSum>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           string "<PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>"
              delimited by size
              "<LclInstrm><Cd>CORE</Cd></LclInstrm><SeqTp>"
              delimited by size
              ws-dd-seq delimited by size
              "</SeqTp></PmtTpInf>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move ws-dd-data-cobranca to ws-dd-data.
           move ws-dd-data-ano to ws-saft-ed-ano.
           move ws-dd-data-mes to ws-saft-ed-mes.
           move ws-dd-data-dia to ws-saft-ed-dia.
           string "<ReqdColltnDt>" delimited by size
              ws-saft-data-edit delimited by size
              "</ReqdColltnDt>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           string "<Cdtr><Nm>" delimited by size
              reg-csp-nome delimited by "  "
              "</Nm></Cdtr>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           string "<CdtrAcct><Id><IBAN>" delimited by size
              reg-csp-iban delimited by space
              "</IBAN></Id></CdtrAcct>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           if reg-csp-bic equal spaces
              string "<CdtrAgt><FinInstnId><Othr><Id>NOTPROVIDED"
                 delimited by size
                 "</Id></Othr></FinInstnId></CdtrAgt>"
                 delimited by size
                 into ws-linha-csv
           else
              string "<CdtrAgt><FinInstnId><BIC>" delimited by size
                 reg-csp-bic delimited by space
                 "</BIC></FinInstnId></CdtrAgt>" delimited by size
                 into ws-linha-csv
           end-if.
           perform escreve-linha-saft.
           string "<CdtrSchmeId><Id><PrvtId><Othr><Id>"
              delimited by size
              reg-csp-identificador delimited by space
              "</Id><SchmeNm><Prtry>SEPA</Prtry></SchmeNm>"
              delimited by size
              "</Othr></PrvtId></Id></CdtrSchmeId>"
              delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           open input debitos.
           open input faturas.
           open input clientes.
           open input mandatos.
           move ws-dd-lote to reg-deb-lote.
           move zeros to reg-deb-id-fatura.
           start debitos key is not less than reg-deb-chave
              invalid key
                 continue
              not invalid key
                 read debitos next
                 perform until fs-debitos equal "10" or
                    reg-deb-lote not equal ws-dd-lote
                    if reg-deb-sequencia equal ws-dd-seq
                       perform escreve-transacao-pain008
                    end-if
                    read debitos next
                 end-perform
           end-start.
           close mandatos.
           close clientes.
           close faturas.
           close debitos.
           move "</PmtInf>" to ws-linha-csv.
           perform escreve-linha-saft.

       escreve-transacao-pain008.
           move reg-deb-id-fatura to reg-faturas-id.
           read faturas record
              invalid key
              move zeros to reg-faturas-serie-num.
           move reg-deb-cliente to reg-clientes-id.
           read clientes record
              invalid key
              move "CLIENTE DESCONHECIDO" to reg-clientes-nome.
           move reg-deb-cliente to reg-man-cliente.
           read mandatos record
              invalid key
              move spaces to reg-man-referencia.
           move "<DrctDbtTxInf>" to ws-linha-csv.
           perform escreve-linha-saft.
           string "<PmtId><EndToEndId>FT" delimited by size
              reg-deb-id-fatura delimited by size
              "</EndToEndId></PmtId>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move reg-deb-valor to ws-qr-valor.
           perform formata-valor-qr.
           string "<InstdAmt Ccy=""EUR"">" delimited by size
              ws-qr-valor-txt delimited by space
              "</InstdAmt>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move reg-man-data-assinatura to ws-dd-data.
           move ws-dd-data-ano to ws-saft-ed-ano.
           move ws-dd-data-mes to ws-saft-ed-mes.
           move ws-dd-data-dia to ws-saft-ed-dia.
           string "<DrctDbtTx><MndtRltdInf><MndtId>"
              delimited by size
              reg-man-referencia delimited by space
              "</MndtId><DtOfSgntr>" delimited by size
              ws-saft-data-edit delimited by size
              "</DtOfSgntr></MndtRltdInf></DrctDbtTx>"
              delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           string "<DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED"
              delimited by size
              "</Id></Othr></FinInstnId></DbtrAgt>"
              delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           string "<Dbtr><Nm>" delimited by size
              reg-clientes-nome delimited by "  "
              "</Nm></Dbtr>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           string "<DbtrAcct><Id><IBAN>" delimited by size
              reg-man-iban delimited by space
              "</IBAN></Id></DbtrAcct>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           string "<RmtInf><Ustrd>Fatura FT " delimited by size
              reg-faturas-ano delimited by size
              "/" delimited by size
              reg-faturas-serie-num delimited by size
              "</Ustrd></RmtInf>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move "</DrctDbtTxInf>" to ws-linha-csv.
           perform escreve-linha-saft.

      *retorno do banco: os debitos rejeitados sao indicados um a um
      *com o codigo do motivo; os restantes do lote passam a cobrados
      *e cada um da um recibo "debito directo" na data de cobranca
       registar_retorno_sepa.
           display "Numero do lote de cobranca: ".
           accept ws-dd-lote.
           move zeros to ws-dd-qtd.
           open i-o debitos.
           move ws-dd-lote to reg-deb-lote.
           move zeros to reg-deb-id-fatura.
           start debitos key is not less than reg-deb-chave
              invalid key
                 continue
              not invalid key
                 read debitos next
                 perform until fs-debitos equal "10" or
                    reg-deb-lote not equal ws-dd-lote
                    if reg-deb-enviado
                       add 1 to ws-dd-qtd
                       display "Fatura " reg-deb-id-fatura
                          " cliente " reg-deb-cliente
                          " valor " reg-deb-valor
                    end-if
                    read debitos next
                 end-perform
           end-start.
           if ws-dd-qtd equal zeros
              display "Esse lote nao tem debitos a aguardar retorno"
              close debitos
           else
              move zeros to ws-dd-rejeitados
              move zeros to ws-dd-cobrados
              display "ID da fatura rejeitada (0 para terminar): "
              accept ws-dd-fatura
              perform until ws-dd-fatura equal zeros
                 perform rejeita-debito
                 display "ID da fatura rejeitada (0 para "
                    "terminar): "
                 accept ws-dd-fatura
              end-perform
              display "Confirma a cobranca dos restantes debitos "
                 "do lote? (s/n)"
              accept opcao_continuar
              perform until (opcao_continuar = "S" or
                             opcao_continuar = "s" or
                             opcao_continuar = "N" or
                             opcao_continuar = "n" )
                 display "ERRO - opcao errada"
                 display "Volta introduzir a opcao: "
                 accept opcao_continuar
              end-perform
              if sim
                 perform cobra-debitos-lote
              end-if
              close debitos
              display "Debitos rejeitados: " ws-dd-rejeitados
              display "Debitos cobrados: " ws-dd-cobrados
           end-if.

       rejeita-debito.
           move ws-dd-lote to reg-deb-lote.
           move ws-dd-fatura to reg-deb-id-fatura.
           read debitos record
              invalid key
                 display "Essa fatura nao esta no lote " ws-dd-lote
              not invalid key
                 if not reg-deb-enviado
                    display "O debito dessa fatura ja foi tratado"
                 else
                    display "Codigo do motivo da rejeicao (ex. "
                       "AM04, MD01): "
                    accept ws-dd-motivo
                    perform until ws-dd-motivo not equal spaces
                       display "ERRO - indique o motivo"
                       accept ws-dd-motivo
                    end-perform
                    move "r" to reg-deb-estado
                    move ws-dd-motivo to reg-deb-motivo
                    accept reg-deb-data-retorno from date yyyymmdd
                    rewrite reg-deb
                       invalid key
                       display "Erro ao actualizar o debito"
                    end-rewrite
                    add 1 to ws-dd-rejeitados
                    move spaces to ws-linha-auditoria
                    string "DEBITO REJEITADO LOTE=" delimited by size
                       reg-deb-lote delimited by size
                       " FATURA=" delimited by size
                       reg-deb-id-fatura delimited by size
                       " MOTIVO=" delimited by size
                       reg-deb-motivo delimited by size
                       into ws-linha-auditoria
                    perform escreve-auditoria
                 end-if
           end-read.

       cobra-debitos-lote.
           open i-o recibos.
           open input notas-credito.
           open input faturas.
           open i-o mandatos.
           move ws-dd-lote to reg-deb-lote.
           move zeros to reg-deb-id-fatura.
           start debitos key is not less than reg-deb-chave
              invalid key
                 continue
              not invalid key
                 read debitos next
                 perform until fs-debitos equal "10" or
                    reg-deb-lote not equal ws-dd-lote
                    if reg-deb-enviado
                       perform cobra-debito
                    end-if
                    read debitos next
                 end-perform
           end-start.
           close mandatos.
           close faturas.
           close notas-credito.
           close recibos.

       cobra-debito.
           move reg-deb-data-cobranca to ws-dd-data.
           move ws-dd-data-ano to ws-per-ano.
           move ws-dd-data-mes to ws-per-mes.
           perform verifica-periodo-fechado.
           move reg-deb-id-fatura to reg-faturas-id.
           move "S" to registo_encontrado.
           read faturas record
              invalid key
              move "N" to registo_encontrado.
           if ws-periodo-fechado equal "s"
              display "Fatura " reg-deb-id-fatura ": o periodo da "
                 "data de cobranca esta fechado, fica por confirmar"
           else
              if registo_encontrado equal "N"
                 display "Fatura " reg-deb-id-fatura
                    " ja nao existe, fica por confirmar"
              else
                 perform le-item-aberto
                 compute ws-fat-saldo = ws-fat-total-doc -
                    ws-fat-pago - ws-fat-creditado
                 if ws-fat-saldo not > 0
                    display "Aviso - a fatura " reg-deb-id-fatura
                       " ja estava paga, o debito de "
                       reg-deb-valor " e para devolver ao cliente"
                    move zeros to reg-deb-recibo
                 else
                    if ws-fat-saldo < reg-deb-valor
                       display "Aviso - a fatura "
                          reg-deb-id-fatura " so tinha "
                          ws-fat-saldo " em aberto, o resto do "
                          "debito e para devolver ao cliente"
                       move ws-fat-saldo to ws-dd-valor
                    else
                       move reg-deb-valor to ws-dd-valor
                    end-if
                    perform cria-recibo-debito
                 end-if
                 move "c" to reg-deb-estado
                 accept reg-deb-data-retorno from date yyyymmdd
                 rewrite reg-deb
                    invalid key
                    display "Erro ao actualizar o debito"
                 end-rewrite
                 add 1 to ws-dd-cobrados
                 perform marca-mandato-recorrente
              end-if
           end-if.

       cria-recibo-debito.
           move space to reg-recibos.
           move zeros to reg-recibos.
           move index_ids_recibos to reg-recibos-id.
           move reg-deb-id-fatura to reg-recibos-id-fatura.
           move reg-deb-data-cobranca to reg-recibos-data.
           move ws-dd-valor to reg-recibos-valor.
           move "d" to reg-recibos-metodo.
           move "RC" to ws-ser-tipo.
           move reg-recibos-ano to ws-ser-ano.
           perform proximo-numero-serie.
           move ws-ser-numero to reg-recibos-serie-num.
           write reg-recibos
              invalid key
              display "Erro ao gravar o recibo da fatura "
                 reg-deb-id-fatura
              not invalid key
              compute index_ids_recibos = index_ids_recibos + 1
              perform save_ids
              perform actualiza-item-pago
              move reg-recibos-id to reg-deb-recibo
              display "Recibo " reg-recibos-id
                 " criado para a fatura " reg-deb-id-fatura
           end-write.

      *depois do primeiro debito cobrado o mandato passa a recorrente
       marca-mandato-recorrente.
           move reg-deb-cliente to reg-man-cliente.
           read mandatos record
              invalid key
                 continue
              not invalid key
                 if reg-man-primeiro
                    move "r" to reg-man-sequencia
                    rewrite reg-man
                       invalid key
                       display "Erro ao actualizar o mandato"
                    end-rewrite
                 end-if
           end-read.

      *relatorio dos debitos devolvidos pelo banco num intervalo de
      *datas de retorno, com o que cada fatura ainda tem em aberto,
      *para o seguimento das cobrancas
       relatorio_debitos_rejeitados.
           display "Data inicial do retorno".
           perform pede-data-sepa.
           perform until ws-data-valida equal "s"
              display "ERRO - data invalida"
              perform pede-data-sepa
           end-perform.
           move ws-vd-data to ws-dd-ini.
           display "Data final do retorno".
           perform pede-data-sepa.
           perform until ws-data-valida equal "s" and
              ws-vd-data >= ws-dd-ini
              display "ERRO - data invalida ou anterior a inicial"
              perform pede-data-sepa
           end-perform.
           move ws-vd-data to ws-dd-fim.
           move "debitos_rejeitados.txt" to ws-ficheiro-txt.
           move zeros to pagina-impressao.
           move zeros to ws-dd-rejeitados.
           move zeros to ws-dd-total.
           open output impressao.
           move ws-dd-ini to imp-ddr-ini.
           move ws-dd-fim to imp-ddr-fim.
           write reg-impressao from ws-imp-ddr-titulo
              before advancing 1 line.
           write reg-impressao from spaces
              before advancing 1 line.
           write reg-impressao from ws-imp-ddr-cabecalho
              before advancing 1 line.
           open input debitos.
           open input clientes.
           open input faturas.
           open input recibos.
           open input notas-credito.
           if fs-debitos equal zeros
              read debitos next
              perform until fs-debitos equal "10"
                 if reg-deb-rejeitado and
                    reg-deb-data-retorno >= ws-dd-ini and
                    reg-deb-data-retorno <= ws-dd-fim
                    perform mostra-debito-rejeitado
                 end-if
                 read debitos next
              end-perform
           end-if.
           close notas-credito.
           close recibos.
           close faturas.
           close clientes.
           close debitos.
           write reg-impressao from spaces
              before advancing 1 line.
           move ws-dd-total to imp-ddr-total.
           write reg-impressao from ws-imp-ddr-total
              before advancing 1 line.
           perform imprime-rodape.
           close impressao.
           if ws-dd-rejeitados equal zeros
              display "Nao ha debitos rejeitados nesse intervalo"
           end-if.
           display "Relatorio em " ws-ficheiro-txt.

       mostra-debito-rejeitado.
           add 1 to ws-dd-rejeitados.
           add reg-deb-valor to ws-dd-total.
           move reg-deb-cliente to reg-clientes-id.
           read clientes record
              invalid key
              move "*** CLIENTE DESCONHECIDO ***" to
                 reg-clientes-nome.
           move reg-deb-id-fatura to reg-faturas-id.
           move zeros to ws-fat-saldo.
           read faturas record
              invalid key
                 continue
              not invalid key
                 perform le-item-aberto
                 compute ws-fat-saldo = ws-fat-total-doc -
                    ws-fat-pago - ws-fat-creditado
           end-read.
           move reg-deb-lote to imp-ddr-lote.
           move reg-deb-id-fatura to imp-ddr-fatura.
           move reg-clientes-nome to imp-ddr-nome.
           move reg-deb-valor to imp-ddr-valor.
           move reg-deb-motivo to imp-ddr-motivo.
           move reg-deb-data-retorno to imp-ddr-retorno.
           write reg-impressao from ws-imp-ddr-linha
              before advancing 1 line
              at end-of-page
                 perform imprime-rodape
                 write reg-impressao from ws-imp-ddr-cabecalho
                    before advancing 1 line
           end-write.
           display "Lote " reg-deb-lote " fatura " reg-deb-id-fatura
              " " reg-clientes-nome.
           display "   valor " reg-deb-valor " motivo "
              reg-deb-motivo " ainda em aberto " ws-fat-saldo.

      *guias de remessa: documento de transporte com a mesma
      *estrutura de linhas da fatura. o stock sai na expedicao (com
      *movimento de venda); a faturacao semanal junta as guias
      *abertas numa fatura sem voltar a abater stock
       inserir_guias.
           perform verifica-periodo-hoje.
           if ws-periodo-fechado equal "s"
              display "O periodo actual esta fechado, a guia nao "
                 "pode ser emitida"
           else
              perform inserir-guias-corpo
           end-if.

       inserir-guias-corpo.
           open i-o guias.
           move space to reg-guia.
           move zeros to reg-guia.
           display "******INFORMACOES DA GUIA DE REMESSA******".
           move index_ids_guias to reg-guia-id.
           display "ID: " index_ids_guias.
           accept reg-guia-data from date yyyymmdd.
           display "Data da guia: " reg-guia-dia "/"
              reg-guia-mes "/" reg-guia-ano.
           move "a" to reg-guia-estado.
           open i-o clientes.
           move space to reg-clientes.
           move zeros to reg-clientes-id.
           display "ID do cliente: ".
           accept reg-guia-id-cliente.
           move reg-guia-id-cliente to reg-clientes-id.
           perform until (registo_encontrado equal to "S")
              move "S" to registo_encontrado
              read clientes record
                invalid key
                move "N" to registo_encontrado
              display "Não encontrei nenhum cliente com esse id. "
              "Volta a introduzir um id de cliente: "
              accept reg-guia-id-cliente
              move reg-guia-id-cliente to reg-clientes-id
           end-perform.
           move reg-clientes-desconto to ws-prc-desc-cliente.
           close clientes.
           perform pede-armazem-saida.
           perform inserir_linhas_guia.
           if reg-guia-n-produtos > 0
              write reg-guia
                 invalid key
                 display "Erro ao gravar a guia"
                 not invalid key
                 display "Codigo: " reg-guia-id " foi registada"
                 move "G" to ws-dar-tipo
                 move reg-guia-id to ws-dar-id
                 perform grava-armazem-documento
              end-write
              compute index_ids_guias = index_ids_guias + 1
              perform save_ids
           else
              display "Guia sem linhas, nao foi gravada"
           end-if.
           move 1 to ws-arm-corrente.
           close guias.
           display "**********************************".
           display "Quer introduzir mais alguma guia?".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao: "
              accept opcao_continuar
           end-perform.
           if sim then
              perform inserir_guias
           end-if.
           display "-----------------".

       inserir_linhas_guia.
           move zeros to reg-guia-n-produtos.
           move "s" to opcao_continuar.
           perform until (nao or reg-guia-n-produtos equal 50)
              perform inserir_linha_guia
              if reg-guia-n-produtos equal 50
                 display "Limite de 50 linhas por guia atingido"
              else
                 display "Quer adicionar outro produto a esta "
                    "guia?"
                 accept opcao_continuar
                 perform until (opcao_continuar = "S" or
                                opcao_continuar = "s" or
                                opcao_continuar = "N" or
                                opcao_continuar = "n" )
                    display "ERRO - opcao errada"
                    display "Volta introduzir a opcao: "
                    accept opcao_continuar
                 end-perform
              end-if
           end-perform.

      *linha de guia: igual a linha de fatura (preco da tabela,
      *desconto do cliente, abate de stock e movimento de venda),
      *so muda o documento onde a linha fica gravada
       inserir_linha_guia.
           open i-o produtos.
           move zeros to x.
           display "ID do produto: ".
           accept x.
           move x to reg-produtos-id.
           move "S" to registo_encontrado.
           read produtos record
              invalid key
              move "N" to registo_encontrado.
           perform until registo_encontrado equal "S"
              display "Não encontrei nenhum produto com esse id. "
                 "Volta a introduzir o id do produto: "
              accept x
              move x to reg-produtos-id
              move "S" to registo_encontrado
              read produtos record
                 invalid key
                 move "N" to registo_encontrado
           end-perform.
           display "Produto: " reg-produtos-nome.
           move reg-produtos-id to ws-res-produto.
           move zeros to ws-res-ignora-enc.
           open input encomendas.
           perform calcula-stock-reservado.
           close encomendas.
           compute ws-res-livre =
              reg-produtos-stock - ws-res-reservado.
           perform limita-livre-armazem.
           display "Stock disponivel: " reg-produtos-stock
              " (reservado em encomendas: " ws-res-reservado ")".
           display "Preco da ficha: " reg-produtos-preco.
           display "Quantidade: ".
           accept j.
           perform until (j > 0 and j <= ws-res-livre)
              display "ERRO - quantidade invalida, so ha "
                 ws-res-livre " unidades livres (stock "
                 reg-produtos-stock " menos reservas "
                 ws-res-reservado ")"
              display "Volta a introduzir a quantidade: "
              accept j
           end-perform.
           move reg-produtos-id to ws-prc-produto.
           move reg-guia-data to ws-prc-data.
           move j to ws-prc-qtd.
           perform procura-preco-produto.
           display "Preco aplicado: " ws-prc-preco
              "  Desconto do cliente: " ws-prc-desc-cliente "%".
           add 1 to reg-guia-n-produtos.
           move reg-produtos-id to
              reg-guia-linha-produto-id(reg-guia-n-produtos).
           move j to
              reg-guia-linha-quantidade(reg-guia-n-produtos).
           move ws-prc-preco to
              reg-guia-linha-preco(reg-guia-n-produtos).
           move ws-prc-desc-cliente to
              reg-guia-linha-desconto(reg-guia-n-produtos).
           perform taxa-iva-produto.
           move ws-taxa-iva to
              reg-guia-linha-taxa(reg-guia-n-produtos).
           compute reg-guia-linha-base(reg-guia-n-produtos)
              rounded = (j * ws-prc-preco *
              (100 - ws-prc-desc-cliente)) / 100.
           compute reg-guia-linha-iva(reg-guia-n-produtos)
              rounded = (reg-guia-linha-base(reg-guia-n-produtos) *
              ws-taxa-iva) / 100.
           subtract j from reg-produtos-stock.
           rewrite reg-produtos
              invalid key
              display "Erro ao actualizar o stock do produto".
           move reg-produtos-id to ws-mov-produto.
           move j to ws-mov-qtd.
           move "V" to ws-mov-tipo.
           move "-" to ws-mov-sinal.
           perform grava-movimento-stock.
           move reg-produtos-id to ws-fefo-produto.
           move j to ws-fefo-qtd-in.
           perform consome-lotes-fefo.
           move ws-fefo-lote to
              reg-guia-linha-lote(reg-guia-n-produtos).
           close produtos.

       listar_guias.
           open input guias.
           move "n" to ws-encontrou-algum.
           if fs-guias equal zeros or fs-guias equal "05"
              display "******GUIAS DE REMESSA ABERTAS******"
              read guias next
              perform until fs-guias equal "10"
                 if reg-guia-aberta
                    perform mostra-guia
                    move "s" to ws-encontrou-algum
                 end-if
                 read guias next
              end-perform
              display "**********************************"
           end-if.
           if ws-encontrou-algum equal "n"
              display "Nao ha guias de remessa abertas"
           end-if.
           close guias.

       mostra-guia.
           display "ID: " reg-guia-id.
           display "Data da guia: " reg-guia-dia "/"
              reg-guia-mes "/" reg-guia-ano.
           display "ID do cliente: " reg-guia-id-cliente.
           display "Produtos: ".
           move zeros to i.
           perform until i equal reg-guia-n-produtos
              add 1 to i
              display "  Produto " reg-guia-linha-produto-id(i)
                 " Qtd " reg-guia-linha-quantidade(i)
                 " Preco " reg-guia-linha-preco(i)
                 " Desc " reg-guia-linha-desconto(i) "%"
                 " IVA " reg-guia-linha-taxa(i) "%"
           end-perform.
           display "-----------------".

       imprimir_uma_guia.
           open input guias.
           move space to reg-guia.
           move zeros to reg-guia-id.
           display "ID da guia a imprimir: ".
           accept x.
           move x to reg-guia-id.
           move "S" to registo_encontrado.
           read guias record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Não encontrei nenhuma guia com esse id"
           else
              perform imprime-documento-guia
           end-if.
           close guias.

      *documento da guia de remessa, no mesmo formato do documento
      *de fatura (viaja com a mercadoria)
       imprime-documento-guia.
           move "guia.txt" to ws-ficheiro-txt.
           move zeros to pagina-impressao.
           open input clientes.
           move space to reg-clientes.
           move zeros to reg-clientes-id.
           move reg-guia-id-cliente to reg-clientes-id.
           read clientes record
              invalid key
              move "*** CLIENTE DESCONHECIDO ***" to reg-clientes-nome
              move spaces to reg-clientes-morada
              move zeros to reg-clientes-nif.
           move reg-clientes-nome to imp-fta-cli-nome.
           move reg-clientes-morada to imp-fta-cli-morada.
           move reg-clientes-nif to imp-fta-cli-nif.
           close clientes.
           open output impressao.
           move reg-guia-id to imp-guia-id.
           move reg-guia-dia to imp-guia-dia.
           move reg-guia-mes to imp-guia-mes.
           move reg-guia-ano to imp-guia-ano.
           write reg-impressao from ws-imp-guia-titulo
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-cliente
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-morada
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-nif
              before advancing 1 line.
           write reg-impressao from spaces
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-cab-linhas
              before advancing 1 line.
           open input produtos.
           move zeros to i.
           move zeros to ws-fta-total.
           move zeros to ws-fta-tot-base.
           move zeros to ws-fta-tot-iva.
           perform limpa-totais-qr.
           perform until i equal reg-guia-n-produtos
              add 1 to i
              perform imprime-linha-guia
           end-perform.
           close produtos.
           write reg-impressao from spaces
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-subtotal
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-totiva
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-total
              before advancing 1 line.
           move "GR" to ws-atc-tipo.
           move reg-guia-ano to ws-atc-ano.
           move reg-guia-id to ws-atc-numero.
           move imp-fta-cli-nif to ws-qr-nif-cliente.
           move reg-guia-data to ws-qr-data.
           move ws-fta-tot-iva to ws-qr-tot-iva.
           move ws-fta-total to ws-qr-total.
           perform imprime-atcud-qr.
           perform imprime-rodape.
           close impressao.
           display "Guia imprimida em " ws-ficheiro-txt.

       imprime-linha-guia.
           move space to reg-produtos.
           move zeros to reg-produtos-id.
           move reg-guia-linha-produto-id(i) to reg-produtos-id.
           read produtos record
              invalid key
              move "*** PRODUTO DESCONHECIDO ***" to reg-produtos-nome.
           move reg-produtos-nome to imp-fta-lin-nome.
           move reg-guia-linha-quantidade(i) to imp-fta-lin-qtd.
           move reg-guia-linha-preco(i) to imp-fta-lin-preco.
           move reg-guia-linha-desconto(i) to imp-fta-lin-desc.
           move reg-guia-linha-lote(i) to imp-fta-lin-lote.
           compute ws-fta-linha-total =
              reg-guia-linha-base(i) +
              reg-guia-linha-iva(i).
           move ws-fta-linha-total to imp-fta-lin-total.
           add ws-fta-linha-total to ws-fta-total.
           add reg-guia-linha-base(i) to ws-fta-tot-base.
           add reg-guia-linha-iva(i) to ws-fta-tot-iva.
           move ws-fta-total to imp-fta-total.
           move ws-fta-tot-base to imp-fta-tot-base.
           move ws-fta-tot-iva to imp-fta-tot-iva.
           move reg-guia-linha-taxa(i) to ws-qr-linha-taxa.
           move reg-guia-linha-base(i) to ws-qr-linha-base.
           move reg-guia-linha-iva(i) to ws-qr-linha-iva.
           perform acumula-taxa-qr.
           write reg-impressao from ws-imp-fatura-linha
              before advancing 1 line
              at end-of-page
                 perform imprime-rodape
                 write reg-impressao from ws-imp-fatura-cab-linhas
                    before advancing 1 line
           end-write.

      *faturacao das guias: junta uma ou mais guias abertas do mesmo
      *cliente numa fatura nova, copiando as linhas tal como foram
      *expedidas (o stock ja saiu com as guias)
       faturar_guias.
           perform verifica-periodo-hoje.
           if ws-periodo-fechado equal "s"
              display "O periodo actual esta fechado, as guias "
                 "nao podem ser faturadas"
           else
              perform faturar-guias-corpo
           end-if.

       faturar-guias-corpo.
           open i-o guias.
           open i-o faturas.
           move zeros to ws-gui-incluidas.
           display "ID do cliente a faturar: ".
           accept ws-gui-cliente.
           move space to reg-faturas.
           move zeros to reg-faturas.
           move index_ids_faturas to reg-faturas-id.
           accept reg-fatura-data from date yyyymmdd.
           move ws-gui-cliente to reg-faturas-id-cliente.
           move zeros to reg-faturas-n-produtos.
           display "ID da guia a incluir (0 para terminar): ".
           accept ws-gui-id.
           perform until ws-gui-id equal 0
              perform inclui-guia-na-fatura
              display "ID da guia a incluir (0 para terminar): "
              accept ws-gui-id
           end-perform.
           if reg-faturas-n-produtos > 0
              move "FT" to ws-ser-tipo
              move reg-faturas-ano to ws-ser-ano
              perform proximo-numero-serie
              move ws-ser-numero to reg-faturas-serie-num
              move space to reg-faturas-estado
              write reg-faturas
                 invalid key
                 display "Erro ao gravar a fatura"
                 not invalid key
                 display "Fatura " reg-faturas-id " criada com "
                    ws-gui-incluidas " guias"
                 perform cria-item-aberto
                 perform grava-vendedor-defeito
              end-write
              compute index_ids_faturas = index_ids_faturas + 1
              perform save_ids
           else
              display "Nenhuma guia incluida, fatura nao foi criada"
           end-if.
           close faturas.
           close guias.

       inclui-guia-na-fatura.
           move ws-gui-id to reg-guia-id.
           move "S" to registo_encontrado.
           read guias record
              invalid key
              move "N" to registo_encontrado.
           evaluate true
              when registo_encontrado = "N"
                 display "Não encontrei nenhuma guia com esse id"
              when not reg-guia-aberta
                 display "Essa guia ja foi faturada"
              when reg-guia-id-cliente not equal ws-gui-cliente
                 display "Essa guia e de outro cliente"
              when reg-faturas-n-produtos + reg-guia-n-produtos > 50
                 display "As linhas dessa guia nao cabem na fatura"
              when other
                 move zeros to ws-gui-k
                 perform until ws-gui-k equal reg-guia-n-produtos
                    add 1 to ws-gui-k
                    add 1 to reg-faturas-n-produtos
                    move reg-guia-linhas(ws-gui-k) to
                       reg-faturas-linhas(reg-faturas-n-produtos)
                 end-perform
                 move "f" to reg-guia-estado
                 rewrite reg-guia
                    invalid key
                    display "Erro ao actualizar o estado da guia"
                 end-rewrite
                 add 1 to ws-gui-incluidas
                 display "Guia " reg-guia-id " incluida na fatura"
           end-evaluate.

      *fornecedores: ficha igual a dos clientes sem a data de
      *nascimento, com a mesma validacao do nif
       inserir_fornecedores.
           open i-o fornecedores.
           move space to reg-forn.
           move zeros to reg-forn.
           display "******INFORMACOES DO FORNECEDOR******".
           move index_ids_fornecedores to reg-forn-id.
           display "ID: " index_ids_fornecedores.
           display "Nome: ".
           accept reg-forn-nome.
           display "Morada: ".
           accept reg-forn-morada.
           display "Telefone: ".
           accept reg-forn-telefone.
           display "NIF: ".
           accept reg-forn-nif.
           perform valida-nif-fornecedor.
           perform until ws-nif-valido equal "s"
              display "ERRO - NIF invalido (digito de controlo "
                 "nao confere)"
              display "Volta a introduzir o NIF: "
              accept reg-forn-nif
              perform valida-nif-fornecedor
           end-perform.
           write reg-forn
              invalid key
              display "Erro ao gravar o fornecedor"
              not invalid key
              display "Codigo: " reg-forn-id " foi registado".
           close fornecedores.
           compute index_ids_fornecedores =
              index_ids_fornecedores + 1.
           perform save_ids.
           display "**********************************".
           display "Quer introduzir mais algum fornecedor?".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
              display "Volta introduzir a opcao: "
              accept opcao_continuar
           end-perform.
           if sim then
              perform inserir_fornecedores
           end-if.
           display "-----------------".

       listar_fornecedores.
           open input fornecedores.
           if fs-fornecedores equal zeros
              display "******INFORMACOES DOS FORNECEDORES******"
              read fornecedores next
              perform until fs-fornecedores equal "10"
                 display "ID: " reg-forn-id
                 display "Nome: " reg-forn-nome
                 display "Morada: " reg-forn-morada
                 display "Telefone: " reg-forn-telefone
                 display "NIF: " reg-forn-nif
                 display "-----------------"
                 read fornecedores next
              end-perform
              display "**********************************"
           else
              display "Não tens nenhum fornecedor registado"
           end-if.
           close fornecedores.

      *recepcao de mercadoria: entrada de stock com fornecedor e
      *custo unitario por linha, gravada como documento de compra
      *alem do movimento de stock
       registar_recepcao.
           open input fornecedores.
           move space to reg-forn.
           move zeros to reg-forn-id.
           display "ID do fornecedor: ".
           accept x.
           move x to reg-forn-id.
           move "S" to registo_encontrado.
           read fornecedores record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Não encontrei nenhum fornecedor com esse id"
           else
              display "Fornecedor: " reg-forn-nome
              perform verifica-periodo-hoje
              if ws-periodo-fechado equal "s"
                 display "O periodo actual esta fechado, a "
                    "recepcao nao pode ser registada"
              else
                 display "ID da encomenda ao fornecedor (0 se a "
                    "recepcao nao tiver encomenda): "
                 accept ws-ped-id
                 if ws-ped-id equal zeros
                    perform regista-documento-compra
                 else
                    perform regista-recepcao-pedido
                 end-if
              end-if
           end-if.
           close fornecedores.

       regista-documento-compra.
           open i-o compras.
           open i-o produtos.
           move space to reg-compra.
           move zeros to reg-compra.
           move index_ids_compras to reg-compra-id.
           display "ID do documento de compra: " index_ids_compras.
           move reg-forn-id to reg-compra-id-fornecedor.
           accept reg-compra-data from date yyyymmdd.
           display "Data da recepcao: " reg-compra-dia "/"
              reg-compra-mes "/" reg-compra-ano.
           move zeros to reg-compra-n-produtos.
           move "s" to opcao_continuar.
           perform until (nao or reg-compra-n-produtos equal 20)
              perform insere-linha-compra
              if reg-compra-n-produtos equal 20
                 display "Limite de 20 linhas por documento atingido"
              else
                 display "Quer receber mais algum produto deste "
                    "fornecedor?"
                 accept opcao_continuar
                 perform until (opcao_continuar = "S" or
                                opcao_continuar = "s" or
                                opcao_continuar = "N" or
                                opcao_continuar = "n" )
                    display "ERRO - opcao errada"
                    display "Volta introduzir a opcao: "
                    accept opcao_continuar
                 end-perform
              end-if
           end-perform.
           if reg-compra-n-produtos > 0
              write reg-compra
                 invalid key
                 display "Erro ao gravar o documento de compra"
                 not invalid key
                 display "Codigo: " reg-compra-id " foi registado"
              end-write
              compute index_ids_compras = index_ids_compras + 1
              perform save_ids
           else
              display "Documento sem linhas, nao foi gravado"
           end-if.
           close produtos.
           close compras.

      *linha de compra: mete a quantidade no stock (com o movimento
      *de entrada no ledger) e guarda o custo unitario no documento
       insere-linha-compra.
           move zeros to x.
           display "ID do produto: ".
           accept x.
           move x to reg-produtos-id.
           move "S" to registo_encontrado.
           read produtos record
              invalid key
              move "N" to registo_encontrado.
           perform until registo_encontrado equal "S"
              display "Não encontrei nenhum produto com esse id. "
                 "Volta a introduzir o id do produto: "
              accept x
              move x to reg-produtos-id
              move "S" to registo_encontrado
              read produtos record
                 invalid key
                 move "N" to registo_encontrado
           end-perform.
           display "Produto: " reg-produtos-nome.
           display "Stock actual: " reg-produtos-stock.
           display "Quantidade recebida: ".
           accept ws-mov-qtd.
           perform until (ws-mov-qtd > 0 and
              ws-mov-qtd + reg-produtos-stock < 1000)
              display "ERRO - a quantidade tem que ser maior que "
                 "zero e o stock nao pode passar de 999"
              display "Volta a introduzir a quantidade: "
              accept ws-mov-qtd
           end-perform.
           display "Custo unitario: ".
           accept ws-cmp-custo.
           add 1 to reg-compra-n-produtos.
           move reg-produtos-id to
              reg-compra-linha-produto-id(reg-compra-n-produtos).
           move ws-mov-qtd to
              reg-compra-linha-quantidade(reg-compra-n-produtos).
           move ws-cmp-custo to
              reg-compra-linha-custo(reg-compra-n-produtos).
           add ws-mov-qtd to reg-produtos-stock.
           rewrite reg-produtos
              invalid key
              display "Erro ao actualizar o stock do produto".
           move reg-produtos-id to ws-mov-produto.
           move "E" to ws-mov-tipo.
           move "+" to ws-mov-sinal.
           perform grava-movimento-stock.
           move reg-produtos-id to ws-lote-produto.
           move ws-mov-qtd to ws-lote-qtd.
           perform regista-entrada-lote.
           display "Entrada registada, stock actual: "
              reg-produtos-stock.

      *relatorio de compras por fornecedor num intervalo de meses de
      *um ano (o que se pagou a cada fornecedor no periodo)
       relatorio_compras_fornecedor.
           display "Ano: ".
           accept ws-cmp-ano.
           display "Mes inicial (1-12): ".
           accept ws-cmp-mes-ini.
           display "Mes final (1-12): ".
           accept ws-cmp-mes-fim.
           perform until (ws-cmp-mes-ini > 0 and
                          ws-cmp-mes-ini <= 12 and
                          ws-cmp-mes-fim >= ws-cmp-mes-ini and
                          ws-cmp-mes-fim <= 12)
              display "ERRO - intervalo de meses invalido"
              display "Mes inicial (1-12): "
              accept ws-cmp-mes-ini
              display "Mes final (1-12): "
              accept ws-cmp-mes-fim
           end-perform.
           move zeros to ws-cmp-total-geral.
           open input fornecedores.
           open input compras.
           if fs-fornecedores equal zeros
              display "******COMPRAS POR FORNECEDOR " ws-cmp-ano
                 " MESES " ws-cmp-mes-ini " A " ws-cmp-mes-fim
                 "******"
              read fornecedores next
              perform until fs-fornecedores equal "10"
                 perform soma-compras-fornecedor
                 if ws-cmp-total-forn > 0
                    display "Fornecedor " reg-forn-id " "
                       reg-forn-nome
                    display "  Total comprado: " ws-cmp-total-forn
                 end-if
                 add ws-cmp-total-forn to ws-cmp-total-geral
                 read fornecedores next
              end-perform
              display "**********************************"
              display "Total de compras do periodo: "
                 ws-cmp-total-geral
           else
              display "Não tens nenhum fornecedor registado"
           end-if.
           close compras.
           close fornecedores.

       soma-compras-fornecedor.
           move zeros to ws-cmp-total-forn.
           move reg-forn-id to reg-compra-id-fornecedor.
           start compras key is equal to reg-compra-id-fornecedor
              invalid key
                 continue
              not invalid key
                 read compras next
                 perform until fs-compras equal "10" or
                    reg-compra-id-fornecedor not equal reg-forn-id
                    if reg-compra-ano equal ws-cmp-ano and
                       reg-compra-mes >= ws-cmp-mes-ini and
                       reg-compra-mes <= ws-cmp-mes-fim
                       perform soma-linhas-compra
                    end-if
                    read compras next
                 end-perform
           end-start.

       soma-linhas-compra.
           move zeros to i.
           perform until i equal reg-compra-n-produtos
              add 1 to i
              compute ws-cmp-linha-valor =
                 reg-compra-linha-quantidade(i) *
                 reg-compra-linha-custo(i)
              add ws-cmp-linha-valor to ws-cmp-total-forn
           end-perform.

      *encomenda a fornecedor: o que se pediu, a que custo acordado,
      *e quanto de cada linha ja chegou. fica aberta ate todas as
      *linhas estarem recebidas ou ate ser fechada a mao
       inserir_pedidos_compra.
           open i-o pedidos-compra.
           move space to reg-ped.
           move zeros to reg-ped.
           display "******ENCOMENDA A FORNECEDOR******".
           move index_ids_pedidos to reg-ped-id.
           display "ID: " index_ids_pedidos.
           accept reg-ped-data from date yyyymmdd.
           display "Data da encomenda: " reg-ped-dia "/"
              reg-ped-mes "/" reg-ped-ano.
           move "a" to reg-ped-estado.
           open input fornecedores.
           move space to reg-forn.
           move zeros to reg-forn-id.
           display "ID do fornecedor: ".
           accept x.
           move x to reg-forn-id.
           move "S" to registo_encontrado.
           read fornecedores record
              invalid key
              move "N" to registo_encontrado.
           perform until registo_encontrado equal "S"
              display "Não encontrei nenhum fornecedor com esse id. "
                 "Volta a introduzir o id do fornecedor: "
              accept x
              move x to reg-forn-id
              move "S" to registo_encontrado
              read fornecedores record
                 invalid key
                 move "N" to registo_encontrado
           end-perform.
           display "Fornecedor: " reg-forn-nome.
           move reg-forn-id to reg-ped-id-fornecedor.
           close fornecedores.
           open input produtos.
           move zeros to reg-ped-n-produtos.
           move "s" to opcao_continuar.
           perform until (nao or reg-ped-n-produtos equal 20)
              perform insere-linha-pedido
              if reg-ped-n-produtos equal 20
                 display "Limite de 20 linhas por encomenda atingido"
              else
                 display "Quer encomendar mais algum produto a este "
                    "fornecedor?"
                 accept opcao_continuar
                 perform until (opcao_continuar = "S" or
                                opcao_continuar = "s" or
                                opcao_continuar = "N" or
                                opcao_continuar = "n" )
                    display "ERRO - opcao errada"
                    display "Volta introduzir a opcao: "
                    accept opcao_continuar
                 end-perform
              end-if
           end-perform.
           close produtos.
           write reg-ped
              invalid key
              display "Erro ao gravar a encomenda"
              not invalid key
              display "Codigo: " reg-ped-id " foi registada"
           end-write.
           close pedidos-compra.
           compute index_ids_pedidos = index_ids_pedidos + 1.
           perform save_ids.
           display "**********************************".
           display "Quer introduzir mais alguma encomenda a "
              "fornecedor?".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao: "
              accept opcao_continuar
           end-perform.
           if sim then
              perform inserir_pedidos_compra
           end-if.
           display "-----------------".

       insere-linha-pedido.
           move zeros to x.
           display "ID do produto: ".
           accept x.
           move x to reg-produtos-id.
           move "S" to registo_encontrado.
           read produtos record
              invalid key
              move "N" to registo_encontrado.
           perform until registo_encontrado equal "S"
              display "Não encontrei nenhum produto com esse id. "
                 "Volta a introduzir o id do produto: "
              accept x
              move x to reg-produtos-id
              move "S" to registo_encontrado
              read produtos record
                 invalid key
                 move "N" to registo_encontrado
           end-perform.
           display "Produto: " reg-produtos-nome.
           add 1 to reg-ped-n-produtos.
           move reg-produtos-id to
              reg-ped-linha-produto-id(reg-ped-n-produtos).
           display "Quantidade encomendada: ".
           accept reg-ped-linha-quantidade(reg-ped-n-produtos).
           perform until
              reg-ped-linha-quantidade(reg-ped-n-produtos) > 0
              display "ERRO - a quantidade tem que ser maior que "
                 "zero"
              display "Volta a introduzir a quantidade: "
              accept reg-ped-linha-quantidade(reg-ped-n-produtos)
           end-perform.
           display "Custo unitario acordado: ".
           accept reg-ped-linha-custo(reg-ped-n-produtos).
           move zeros to reg-ped-linha-recebida(reg-ped-n-produtos).

      *recepcao contra uma encomenda: para cada linha ainda em falta
      *pergunta quanto chegou agora (o resto continua pendente). o
      *documento de compra fica com o custo acordado na encomenda
       regista-recepcao-pedido.
           open i-o pedidos-compra.
           move ws-ped-id to reg-ped-id.
           move "S" to registo_encontrado.
           read pedidos-compra record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Não encontrei nenhuma encomenda com esse id"
           else
              if reg-ped-id-fornecedor not equal reg-forn-id
                 display "Essa encomenda e de outro fornecedor ("
                    reg-ped-id-fornecedor ")"
              else
                 if reg-ped-fechado
                    display "Essa encomenda ja esta fechada"
                 else
                    perform regista-compra-pedido
                 end-if
              end-if
           end-if.
           close pedidos-compra.

       regista-compra-pedido.
           open i-o compras.
           open i-o produtos.
           move space to reg-compra.
           move zeros to reg-compra.
           move index_ids_compras to reg-compra-id.
           display "ID do documento de compra: " index_ids_compras.
           move reg-forn-id to reg-compra-id-fornecedor.
           accept reg-compra-data from date yyyymmdd.
           display "Data da recepcao: " reg-compra-dia "/"
              reg-compra-mes "/" reg-compra-ano.
           move zeros to reg-compra-n-produtos.
           move zeros to ws-ped-k.
           perform until ws-ped-k equal reg-ped-n-produtos
              add 1 to ws-ped-k
              if reg-ped-linha-recebida(ws-ped-k) <
                 reg-ped-linha-quantidade(ws-ped-k)
                 perform recebe-linha-pedido
              end-if
           end-perform.
           if reg-compra-n-produtos > 0
              write reg-compra
                 invalid key
                 display "Erro ao gravar o documento de compra"
                 not invalid key
                 display "Codigo: " reg-compra-id " foi registado"
              end-write
              compute index_ids_compras = index_ids_compras + 1
              perform save_ids
              perform actualiza-estado-pedido
              rewrite reg-ped
                 invalid key
                 display "Erro ao actualizar a encomenda"
              end-rewrite
              if reg-ped-fechado
                 display "Encomenda " reg-ped-id
                    " totalmente recebida"
              else
                 display "Encomenda " reg-ped-id
                    " continua com quantidades pendentes"
              end-if
              open i-o compras-pedido
              move reg-compra-id to reg-cpd-id-compra
              move reg-ped-id to reg-cpd-id-pedido
              write reg-cpd
                 invalid key
                 display "Erro ao ligar a compra a encomenda"
              end-write
              close compras-pedido
           else
              display "Nada recebido, o documento nao foi gravado"
           end-if.
           close produtos.
           close compras.

       recebe-linha-pedido.
           move reg-ped-linha-produto-id(ws-ped-k) to
              reg-produtos-id.
           move "S" to registo_encontrado.
           read produtos record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Produto " reg-produtos-id
                 " ja nao existe, linha ignorada"
           else
              compute ws-ped-pendente =
                 reg-ped-linha-quantidade(ws-ped-k) -
                 reg-ped-linha-recebida(ws-ped-k)
              display "Produto: " reg-produtos-id " "
                 reg-produtos-nome
              display "  Encomendado: "
                 reg-ped-linha-quantidade(ws-ped-k)
                 "  Ja recebido: " reg-ped-linha-recebida(ws-ped-k)
                 "  Pendente: " ws-ped-pendente
              display "  Stock actual: " reg-produtos-stock
              display "Quantidade recebida agora (0 se nao veio): "
              accept ws-mov-qtd
              perform until (ws-mov-qtd <= ws-ped-pendente and
                 ws-mov-qtd + reg-produtos-stock < 1000)
                 display "ERRO - nao pode passar do pendente e o "
                    "stock nao pode passar de 999"
                 display "Volta a introduzir a quantidade: "
                 accept ws-mov-qtd
              end-perform
              if ws-mov-qtd > 0
                 perform entra-linha-pedido
              end-if
           end-if.

      *mesma entrada de stock da recepcao sem encomenda, com o custo
      *acordado na linha da encomenda
       entra-linha-pedido.
           add 1 to reg-compra-n-produtos.
           move reg-produtos-id to
              reg-compra-linha-produto-id(reg-compra-n-produtos).
           move ws-mov-qtd to
              reg-compra-linha-quantidade(reg-compra-n-produtos).
           move reg-ped-linha-custo(ws-ped-k) to
              reg-compra-linha-custo(reg-compra-n-produtos).
           add ws-mov-qtd to reg-ped-linha-recebida(ws-ped-k).
           add ws-mov-qtd to reg-produtos-stock.
           rewrite reg-produtos
              invalid key
              display "Erro ao actualizar o stock do produto".
           move reg-produtos-id to ws-mov-produto.
           move "E" to ws-mov-tipo.
           move "+" to ws-mov-sinal.
           perform grava-movimento-stock.
           move reg-produtos-id to ws-lote-produto.
           move ws-mov-qtd to ws-lote-qtd.
           perform regista-entrada-lote.
           display "Entrada registada, stock actual: "
              reg-produtos-stock.

       actualiza-estado-pedido.
           move "s" to ws-ped-completo.
           move zeros to ws-ped-k.
           perform until ws-ped-k equal reg-ped-n-produtos
              add 1 to ws-ped-k
              if reg-ped-linha-recebida(ws-ped-k) <
                 reg-ped-linha-quantidade(ws-ped-k)
                 move "n" to ws-ped-completo
              end-if
           end-perform.
           if ws-ped-completo equal "s"
              move "f" to reg-ped-estado
           end-if.

      *fecho manual de uma encomenda a fornecedor (o fornecedor ja
      *nao vai entregar o que falta)
       fechar_pedido_compra.
           open i-o pedidos-compra.
           display "ID da encomenda a fechar: ".
           accept x.
           move x to reg-ped-id.
           move "S" to registo_encontrado.
           read pedidos-compra record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Não encontrei nenhuma encomenda com esse id"
           else
              if reg-ped-fechado
                 display "Essa encomenda ja esta fechada"
              else
                 perform mostra-pedido-compra
                 display "Fechar a encomenda com o pendente por "
                    "receber? (s/n)"
                 accept opcao_continuar
                 perform until (opcao_continuar = "S" or
                                opcao_continuar = "s" or
                                opcao_continuar = "N" or
                                opcao_continuar = "n" )
                    display "ERRO - opcao errada"
                    display "Volta introduzir a opcao: "
                    accept opcao_continuar
                 end-perform
                 if sim
                    move "f" to reg-ped-estado
                    rewrite reg-ped
                       invalid key
                       display "Erro ao actualizar a encomenda"
                       not invalid key
                       display "Encomenda " reg-ped-id " fechada"
                    end-rewrite
                 end-if
              end-if
           end-if.
           close pedidos-compra.

       mostra-pedido-compra.
           display "Encomenda: " reg-ped-id "  Fornecedor: "
              reg-ped-id-fornecedor "  Data: " reg-ped-dia "/"
              reg-ped-mes "/" reg-ped-ano.
           move zeros to ws-ped-k.
           perform until ws-ped-k equal reg-ped-n-produtos
              add 1 to ws-ped-k
              display "  Produto " reg-ped-linha-produto-id(ws-ped-k)
                 " Encomendado " reg-ped-linha-quantidade(ws-ped-k)
                 " Recebido " reg-ped-linha-recebida(ws-ped-k)
                 " Custo " reg-ped-linha-custo(ws-ped-k)
           end-perform.

      *encomendas a fornecedores por receber: por fornecedor, cada
      *linha com quantidade pendente, a data da encomenda e os dias
      *que ja passaram; no fim, o total pendente de cada produto
       relatorio_pedidos_pendentes.
           accept ws-data-sistema from date yyyymmdd.
           open input fornecedores.
           open input pedidos-compra.
           open input produtos.
           if fs-fornecedores equal zeros
              display "******ENCOMENDAS A FORNECEDORES PENDENTES******"
              read fornecedores next
              perform until fs-fornecedores equal "10"
                 perform pendentes-fornecedor
                 read fornecedores next
              end-perform
              display "******PENDENTE POR PRODUTO******"
              move zeros to reg-produtos-id
              start produtos key is not less than reg-produtos-id
                 invalid key
                    continue
                 not invalid key
                    read produtos next
                    perform until fs-produtos equal "10"
                       perform pendente-produto
                       read produtos next
                    end-perform
              end-start
              display "**********************************"
           else
              display "Não tens nenhum fornecedor registado"
           end-if.
           close produtos.
           close pedidos-compra.
           close fornecedores.

       pendentes-fornecedor.
           move "n" to ws-ped-cab.
           move zeros to ws-ped-total-forn.
           move reg-forn-id to reg-ped-id-fornecedor.
           start pedidos-compra key is equal to reg-ped-id-fornecedor
              invalid key
                 continue
              not invalid key
                 read pedidos-compra next
                 perform until fs-pedidos-compra equal "10" or
                    reg-ped-id-fornecedor not equal reg-forn-id
                    if reg-ped-aberto
                       perform pendentes-pedido
                    end-if
                    read pedidos-compra next
                 end-perform
           end-start.
           if ws-ped-cab equal "s"
              display "  Valor pendente do fornecedor: "
                 ws-ped-total-forn
              display "-----------------"
           end-if.

       pendentes-pedido.
           compute ws-ped-dias =
              (ws-data-sistema-ano - reg-ped-ano) * 360 +
              (ws-data-sistema-mes - reg-ped-mes) * 30 +
              (ws-data-sistema-dia - reg-ped-dia).
           move zeros to ws-ped-k.
           perform until ws-ped-k equal reg-ped-n-produtos
              add 1 to ws-ped-k
              if reg-ped-linha-recebida(ws-ped-k) <
                 reg-ped-linha-quantidade(ws-ped-k)
                 perform mostra-linha-pendente
              end-if
           end-perform.

       mostra-linha-pendente.
           if ws-ped-cab equal "n"
              move "s" to ws-ped-cab
              display "Fornecedor " reg-forn-id " " reg-forn-nome
           end-if.
           compute ws-ped-pendente =
              reg-ped-linha-quantidade(ws-ped-k) -
              reg-ped-linha-recebida(ws-ped-k).
           compute ws-ped-valor-linha =
              ws-ped-pendente * reg-ped-linha-custo(ws-ped-k).
           add ws-ped-valor-linha to ws-ped-total-forn.
           move reg-ped-linha-produto-id(ws-ped-k) to reg-produtos-id.
           read produtos record
              invalid key
              move "*** PRODUTO DESCONHECIDO ***" to reg-produtos-nome.
           display "  Encomenda " reg-ped-id " de " reg-ped-dia "/"
              reg-ped-mes "/" reg-ped-ano " (" ws-ped-dias " dias)".
           display "    Produto " reg-produtos-id " " reg-produtos-nome.
           display "    Encomendado " reg-ped-linha-quantidade(ws-ped-k)
              "  Recebido " reg-ped-linha-recebida(ws-ped-k)
              "  Pendente " ws-ped-pendente.

       pendente-produto.
           move zeros to ws-ped-qtd-produto.
           move zeros to ws-ped-n-pedidos.
           move zeros to reg-ped-id.
           start pedidos-compra key is not less than reg-ped-id
              invalid key
                 continue
              not invalid key
                 read pedidos-compra next
                 perform until fs-pedidos-compra equal "10"
                    if reg-ped-aberto
                       perform soma-pendente-produto
                    end-if
                    read pedidos-compra next
                 end-perform
           end-start.
           if ws-ped-qtd-produto > 0
              display "Produto " reg-produtos-id " " reg-produtos-nome
              display "  Pendente " ws-ped-qtd-produto " em "
                 ws-ped-n-pedidos " encomendas  Stock actual "
                 reg-produtos-stock
           end-if.

       soma-pendente-produto.
           move zeros to ws-ped-k.
           perform until ws-ped-k equal reg-ped-n-produtos
              add 1 to ws-ped-k
              if reg-ped-linha-produto-id(ws-ped-k) equal
                 reg-produtos-id and
                 reg-ped-linha-recebida(ws-ped-k) <
                 reg-ped-linha-quantidade(ws-ped-k)
                 compute ws-ped-qtd-produto = ws-ped-qtd-produto +
                    reg-ped-linha-quantidade(ws-ped-k) -
                    reg-ped-linha-recebida(ws-ped-k)
                 add 1 to ws-ped-n-pedidos
              end-if
           end-perform.

      *fatura de fornecedor: cobre um ou mais documentos de compra
      *do mesmo fornecedor ainda nao faturados. a base vem das linhas
      *das compras e o iva e proposto pela taxa de cada produto
       inserir_faturas_fornecedor.
           open input fornecedores.
           move space to reg-forn.
           move zeros to reg-forn-id.
           display "******FATURA DE FORNECEDOR******".
           display "ID do fornecedor: ".
           accept x.
           move x to reg-forn-id.
           move "S" to registo_encontrado.
           read fornecedores record
              invalid key
              move "N" to registo_encontrado.
           perform until registo_encontrado equal "S"
              display "Não encontrei nenhum fornecedor com esse id. "
                 "Volta a introduzir o id do fornecedor: "
              accept x
              move x to reg-forn-id
              move "S" to registo_encontrado
              read fornecedores record
                 invalid key
                 move "N" to registo_encontrado
           end-perform.
           display "Fornecedor: " reg-forn-nome.
           move reg-forn-id to ws-ffo-fornecedor.
           close fornecedores.
           display "Numero da fatura do fornecedor: ".
           accept ws-ffo-numero.
           perform until ws-ffo-numero not equal spaces
              display "ERRO - o numero nao pode ficar vazio"
              display "Numero da fatura do fornecedor: "
              accept ws-ffo-numero
           end-perform.
           accept ws-data-sistema from date yyyymmdd.
           perform pede-data-fatura-forn.
           perform until ws-data-valida equal "s" and
              ws-vd-data not > ws-data-sistema and
              ws-periodo-fechado equal "n"
              if ws-periodo-fechado equal "s"
                 display "ERRO - o periodo dessa data esta fechado"
              else
                 display "ERRO - data invalida ou no futuro"
              end-if
              perform pede-data-fatura-forn
           end-perform.
           move ws-vd-data to ws-ffo-data.
           perform pede-vencimento-fatura-forn.
           perform until ws-data-valida equal "s" and
              ws-vd-data not < ws-ffo-data
              display "ERRO - data invalida ou anterior a da fatura"
              perform pede-vencimento-fatura-forn
           end-perform.
           move ws-vd-data to ws-ffo-vencimento.
           move zeros to ws-ffo-n.
           move zeros to ws-ffo-base.
           move zeros to ws-ffo-iva.
           open input compras.
           open input produtos.
           open input faturas-forn.
           move "s" to opcao_continuar.
           perform until (nao or ws-ffo-n equal 10)
              perform insere-compra-fatura-forn
              if ws-ffo-n equal 10
                 display "Limite de 10 documentos por fatura atingido"
              else
                 display "Quer juntar mais algum documento de compra "
                    "a esta fatura?"
                 accept opcao_continuar
                 perform until (opcao_continuar = "S" or
                                opcao_continuar = "s" or
                                opcao_continuar = "N" or
                                opcao_continuar = "n" )
                    display "ERRO - opcao errada"
                    display "Volta introduzir a opcao: "
                    accept opcao_continuar
                 end-perform
              end-if
           end-perform.
           close faturas-forn.
           close produtos.
           close compras.
           if ws-ffo-n equal zeros
              display "Fatura sem documentos de compra, nao foi "
                 "gravada"
           else
              perform grava-fatura-fornecedor
           end-if.

       pede-data-fatura-forn.
           display "Data da fatura - Ano: ".
           accept ws-vd-ano.
           display "Data da fatura - Mes: ".
           accept ws-vd-mes.
           display "Data da fatura - Dia: ".
           accept ws-vd-dia.
           perform valida-data.
           move ws-vd-ano to ws-per-ano.
           move ws-vd-mes to ws-per-mes.
           perform verifica-periodo-fechado.

       pede-vencimento-fatura-forn.
           display "Data de vencimento - Ano: ".
           accept ws-vd-ano.
           display "Data de vencimento - Mes: ".
           accept ws-vd-mes.
           display "Data de vencimento - Dia: ".
           accept ws-vd-dia.
           perform valida-data.

       insere-compra-fatura-forn.
           display "ID do documento de compra: ".
           accept ws-ffo-compra.
           perform valida-compra-fatura-forn.
           if ws-ffo-valida equal "s"
              add 1 to ws-ffo-n
              move ws-ffo-compra to ws-ffo-tab-compra(ws-ffo-n)
              perform soma-compra-fatura-forn
              display "Documento " ws-ffo-compra " incluido, base "
                 "acumulada " ws-ffo-base
           end-if.

      *o documento tem que existir, ser do mesmo fornecedor e nao
      *estar ja nesta ou noutra fatura de fornecedor
       valida-compra-fatura-forn.
           move "s" to ws-ffo-valida.
           move ws-ffo-compra to reg-compra-id.
           read compras record
              invalid key
              display "Não encontrei nenhum documento de compra com "
                 "esse id"
              move "n" to ws-ffo-valida.
           if ws-ffo-valida equal "s" and
              reg-compra-id-fornecedor not equal ws-ffo-fornecedor
              display "Esse documento e de outro fornecedor"
              move "n" to ws-ffo-valida
           end-if.
           if ws-ffo-valida equal "s"
              move zeros to ws-ffo-k
              perform until ws-ffo-k equal ws-ffo-n
                 add 1 to ws-ffo-k
                 if ws-ffo-tab-compra(ws-ffo-k) equal ws-ffo-compra
                    display "Esse documento ja esta nesta fatura"
                    move "n" to ws-ffo-valida
                 end-if
              end-perform
           end-if.
           if ws-ffo-valida equal "s"
              move ws-ffo-fornecedor to reg-ffo-id-fornecedor
              start faturas-forn key is equal to
                 reg-ffo-id-fornecedor
                 invalid key
                    continue
                 not invalid key
                    read faturas-forn next
                    perform until fs-faturas-forn equal "10" or
                       reg-ffo-id-fornecedor not equal
                       ws-ffo-fornecedor
                       perform verifica-compra-ja-faturada
                       read faturas-forn next
                    end-perform
              end-start
           end-if.

       verifica-compra-ja-faturada.
           move zeros to ws-ffo-k.
           perform until ws-ffo-k equal reg-ffo-n-compras
              add 1 to ws-ffo-k
              if reg-ffo-compra-id(ws-ffo-k) equal ws-ffo-compra
                 display "Esse documento ja foi faturado na fatura "
                    reg-ffo-id " (" reg-ffo-numero ")"
                 move "n" to ws-ffo-valida
              end-if
           end-perform.

       soma-compra-fatura-forn.
           move zeros to i.
           perform until i equal reg-compra-n-produtos
              add 1 to i
              compute ws-cmp-linha-valor =
                 reg-compra-linha-quantidade(i) *
                 reg-compra-linha-custo(i)
              add ws-cmp-linha-valor to ws-ffo-base
              move reg-compra-linha-produto-id(i) to reg-produtos-id
              move spaces to reg-produtos-tipo
              read produtos record
                 invalid key
                 continue
              end-read
              perform taxa-iva-produto
              compute ws-ffo-iva-linha rounded =
                 (ws-cmp-linha-valor * ws-taxa-iva) / 100
              add ws-ffo-iva-linha to ws-ffo-iva
           end-perform.

       grava-fatura-fornecedor.
           display "Base tributavel: " ws-ffo-base.
           display "IVA calculado pelas taxas dos produtos: "
              ws-ffo-iva.
           display "O IVA da fatura e esse? (s/n)".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao: "
              accept opcao_continuar
           end-perform.
           if nao
              display "IVA da fatura: "
              accept ws-ffo-iva
           end-if.
           open i-o faturas-forn.
           move space to reg-ffo.
           move zeros to reg-ffo.
           move index_ids_fatforn to reg-ffo-id.
           move ws-ffo-fornecedor to reg-ffo-id-fornecedor.
           move ws-ffo-numero to reg-ffo-numero.
           move ws-ffo-data to reg-ffo-data.
           move ws-ffo-vencimento to reg-ffo-vencimento.
           move ws-ffo-n to reg-ffo-n-compras.
           move zeros to ws-ffo-k.
           perform until ws-ffo-k equal ws-ffo-n
              add 1 to ws-ffo-k
              move ws-ffo-tab-compra(ws-ffo-k) to
                 reg-ffo-compra-id(ws-ffo-k)
           end-perform.
           move ws-ffo-base to reg-ffo-base.
           move ws-ffo-iva to reg-ffo-iva.
           compute reg-ffo-total = ws-ffo-base + ws-ffo-iva.
           move zeros to reg-ffo-pago.
           move "a" to reg-ffo-estado.
           write reg-ffo
              invalid key
              display "Erro ao gravar a fatura de fornecedor"
              not invalid key
              display "Codigo: " reg-ffo-id " foi registada, total "
                 reg-ffo-total
           end-write.
           close faturas-forn.
           compute index_ids_fatforn = index_ids_fatforn + 1.
           perform save_ids.

      *pagamento a fornecedor: abate ao que falta pagar de uma fatura
      *de fornecedor, com o metodo como nos recibos dos clientes
       registar_pagamento_fornecedor.
           open i-o faturas-forn.
           display "ID da fatura de fornecedor a pagar: ".
           accept x.
           move x to reg-ffo-id.
           move "S" to registo_encontrado.
           read faturas-forn record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Não encontrei nenhuma fatura de fornecedor "
                 "com esse id"
           else
              if reg-ffo-paga
                 display "Essa fatura ja esta totalmente paga"
              else
                 perform verifica-periodo-hoje
                 if ws-periodo-fechado equal "s"
                    display "O periodo actual esta fechado, o "
                       "pagamento nao pode ser registado"
                 else
                    perform regista-pagamento-fornecedor
                 end-if
              end-if
           end-if.
           close faturas-forn.

       regista-pagamento-fornecedor.
           compute ws-ffo-saldo = reg-ffo-total - reg-ffo-pago.
           display "Fornecedor: " reg-ffo-id-fornecedor
              "  Fatura: " reg-ffo-numero.
           display "Total da fatura: " reg-ffo-total.
           display "Ja pago: " reg-ffo-pago.
           display "Em aberto: " ws-ffo-saldo.
           open i-o pagamentos-forn.
           move space to reg-pgf.
           move zeros to reg-pgf.
           move index_ids_pagforn to reg-pgf-id.
           display "ID do pagamento: " index_ids_pagforn.
           move reg-ffo-id to reg-pgf-id-fatura.
           accept reg-pgf-data from date yyyymmdd.
           display "Valor a pagar: ".
           accept ws-ffo-valor.
           perform until (ws-ffo-valor > 0 and
                          ws-ffo-valor <= ws-ffo-saldo)
              display "ERRO - o valor tem que ser maior que zero e "
                 "nao pode passar o que esta em aberto (" ws-ffo-saldo
                 ")"
              display "Volta a introduzir o valor: "
              accept ws-ffo-valor
           end-perform.
           move ws-ffo-valor to reg-pgf-valor.
           display "Metodo de pagamento (n=numerario, m=multibanco, "
              "t=transferencia): ".
           accept reg-pgf-metodo.
           perform until (reg-pgf-numerario or
                          reg-pgf-multibanco or
                          reg-pgf-transferencia)
              display "ERRO - metodo de pagamento invalido."
              display "Volta a introduzir o metodo (n/m/t): "
              accept reg-pgf-metodo
           end-perform.
           write reg-pgf
              invalid key
              display "Erro ao gravar o pagamento"
              not invalid key
              display "Codigo: " reg-pgf-id " foi registado"
              add ws-ffo-valor to reg-ffo-pago
              if reg-ffo-pago not < reg-ffo-total
                 move "p" to reg-ffo-estado
              end-if
              rewrite reg-ffo
                 invalid key
                 display "Erro ao actualizar a fatura de fornecedor"
              end-rewrite
           end-write.
           close pagamentos-forn.
           compute index_ids_pagforn = index_ids_pagforn + 1.
           perform save_ids.
           move spaces to ws-linha-auditoria.
           string "PAGFORN INSERIR ID=" delimited by size
              reg-pgf-id delimited by size
              " FATURA=" delimited by size
              reg-pgf-id-fatura delimited by size
              " VALOR=" delimited by size
              reg-pgf-valor delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.

      *antiguidade do que se deve aos fornecedores: por fornecedor,
      *o que esta por vencer e o que esta vencido ate 30/60/90 dias
      *ou ha mais de 90 (dias contados desde o vencimento, meses a
      *30 dias)
       relatorio_aging_fornecedores.
           accept ws-data-sistema from date yyyymmdd.
           move zeros to ws-ffo-por-vencer.
           move zeros to ws-ffo-ate30.
           move zeros to ws-ffo-ate60.
           move zeros to ws-ffo-ate90.
           move zeros to ws-ffo-mais90.
           move zeros to ws-ffo-total-geral.
           open input fornecedores.
           open input faturas-forn.
           if fs-fornecedores equal zeros
              display "******ANTIGUIDADE DE SALDOS DE FORNECEDORES"
                 "******"
              read fornecedores next
              perform until fs-fornecedores equal "10"
                 perform aging-fornecedor
                 read fornecedores next
              end-perform
              display "**********************************"
              display "Por vencer:              " ws-ffo-por-vencer
              display "Vencido ate 30 dias:     " ws-ffo-ate30
              display "Vencido ate 60 dias:     " ws-ffo-ate60
              display "Vencido ate 90 dias:     " ws-ffo-ate90
              display "Vencido ha mais de 90:   " ws-ffo-mais90
              display "Total em divida:         " ws-ffo-total-geral
           else
              display "Não tens nenhum fornecedor registado"
           end-if.
           close faturas-forn.
           close fornecedores.

       aging-fornecedor.
           move "n" to ws-ffo-cab.
           move zeros to ws-ffo-total-forn.
           move reg-forn-id to reg-ffo-id-fornecedor.
           start faturas-forn key is equal to reg-ffo-id-fornecedor
              invalid key
                 continue
              not invalid key
                 read faturas-forn next
                 perform until fs-faturas-forn equal "10" or
                    reg-ffo-id-fornecedor not equal reg-forn-id
                    if reg-ffo-aberta
                       perform aging-fatura-fornecedor
                    end-if
                    read faturas-forn next
                 end-perform
           end-start.
           if ws-ffo-cab equal "s"
              display "  Total em divida ao fornecedor: "
                 ws-ffo-total-forn
              display "-----------------"
           end-if.

       aging-fatura-fornecedor.
           compute ws-ffo-saldo = reg-ffo-total - reg-ffo-pago.
           if ws-ffo-saldo > 0
              if ws-ffo-cab equal "n"
                 move "s" to ws-ffo-cab
                 display "Fornecedor " reg-forn-id " " reg-forn-nome
              end-if
              compute ws-ffo-dias =
                 (ws-data-sistema-ano - reg-ffo-venc-ano) * 360 +
                 (ws-data-sistema-mes - reg-ffo-venc-mes) * 30 +
                 (ws-data-sistema-dia - reg-ffo-venc-dia)
              evaluate true
                 when ws-ffo-dias <= 0
                    add ws-ffo-saldo to ws-ffo-por-vencer
                    move "por vencer" to ws-aging-escalao
                 when ws-ffo-dias <= 30
                    add ws-ffo-saldo to ws-ffo-ate30
                    move "ate 30 dias" to ws-aging-escalao
                 when ws-ffo-dias <= 60
                    add ws-ffo-saldo to ws-ffo-ate60
                    move "31 a 60 dias" to ws-aging-escalao
                 when ws-ffo-dias <= 90
                    add ws-ffo-saldo to ws-ffo-ate90
                    move "61 a 90 dias" to ws-aging-escalao
                 when other
                    add ws-ffo-saldo to ws-ffo-mais90
                    move "mais de 90 dias" to ws-aging-escalao
              end-evaluate
              add ws-ffo-saldo to ws-ffo-total-forn
              add ws-ffo-saldo to ws-ffo-total-geral
              display "  Fatura " reg-ffo-id " " reg-ffo-numero
              display "    Vence " reg-ffo-venc-dia "/"
                 reg-ffo-venc-mes "/" reg-ffo-venc-ano
                 "  Em aberto " ws-ffo-saldo "  " ws-aging-escalao
           end-if.

      *pagamentos a fazer esta semana: faturas de fornecedores em
      *aberto que vencem nos proximos 7 dias ou que ja venceram
       relatorio_pagamentos_semana.
           accept ws-data-sistema from date yyyymmdd.
           move zeros to ws-ffo-total-geral.
           move "n" to ws-encontrou-algum.
           open input faturas-forn.
           if fs-faturas-forn equal zeros
              display "******PAGAMENTOS A FAZER ESTA SEMANA******"
              read faturas-forn next
              perform until fs-faturas-forn equal "10"
                 if reg-ffo-aberta
                    perform pagamento-semana-fatura
                 end-if
                 read faturas-forn next
              end-perform
              display "**********************************"
              display "Total a pagar: " ws-ffo-total-geral
              if ws-encontrou-algum equal "n"
                 display "Nao ha pagamentos a fazer esta semana"
              end-if
           else
              display "Nao ha faturas de fornecedores registadas"
           end-if.
           close faturas-forn.

       pagamento-semana-fatura.
           compute ws-ffo-saldo = reg-ffo-total - reg-ffo-pago.
           compute ws-ffo-dias =
              (reg-ffo-venc-ano - ws-data-sistema-ano) * 360 +
              (reg-ffo-venc-mes - ws-data-sistema-mes) * 30 +
              (reg-ffo-venc-dia - ws-data-sistema-dia).
           if ws-ffo-saldo > 0 and ws-ffo-dias <= 7
              move "s" to ws-encontrou-algum
              add ws-ffo-saldo to ws-ffo-total-geral
              display "Fornecedor " reg-ffo-id-fornecedor
                 "  Fatura " reg-ffo-id " " reg-ffo-numero
              display "  Vence " reg-ffo-venc-dia "/"
                 reg-ffo-venc-mes "/" reg-ffo-venc-ano
                 "  A pagar " ws-ffo-saldo
              if ws-ffo-dias < 0
                 display "  JA VENCIDA"
              end-if
           end-if.

      *margens por produto: custo medio ponderado das compras contra
      *o preco de venda da ficha do produto. os produtos fabricados
      *(sem compras) usam o custo dos ingredientes da receita
       relatorio_margens.
           open input produtos.
           open input compras.
           open input receitas.
           if fs-produtos equal zeros
              display "******MARGENS POR PRODUTO******"
              read produtos next
              perform until fs-produtos equal "10"
                 perform calcula-custo-medio-produto
                 display "ID: " reg-produtos-id
                    "  Nome: " reg-produtos-nome
                 if ws-mrg-qtd > 0
                    compute ws-mrg-custo-medio rounded =
                       ws-mrg-custo-total / ws-mrg-qtd
                    compute ws-mrg-margem = reg-produtos-preco -
                       ws-mrg-custo-medio
                    display "  Custo medio: " ws-mrg-custo-medio
                       "  Preco venda: " reg-produtos-preco
                       "  Margem: " ws-mrg-margem
                 else
                    move reg-produtos-id to ws-prd-produto
                    perform calcula-custo-receita
                    if ws-prd-tem-receita equal "s" and
                       ws-prd-custo-conhecido equal "s"
                       compute ws-mrg-margem = reg-produtos-preco -
                          ws-prd-custo-unit
                       display "  Custo pela receita: "
                          ws-prd-custo-unit
                          "  Preco venda: " reg-produtos-preco
                          "  Margem: " ws-mrg-margem
                    else
                       display "  Sem compras registadas, margem "
                          "desconhecida"
                    end-if
                 end-if
                 read produtos next
              end-perform
              display "**********************************"
           else
              display "Não tens nenhum produto registado"
           end-if.
           close receitas.
           close compras.
           close produtos.

       calcula-custo-medio-produto.
           move zeros to ws-mrg-qtd.
           move zeros to ws-mrg-custo-total.
           move zeros to reg-compra-id.
           start compras key is not less than reg-compra-id
              invalid key
                 continue
              not invalid key
                 read compras next
                 perform until fs-compras equal "10"
                    perform soma-custo-compra-produto
                    read compras next
                 end-perform
           end-start.

       soma-custo-compra-produto.
           move zeros to i.
           perform until i equal reg-compra-n-produtos
              add 1 to i
              if reg-compra-linha-produto-id(i) equal
                 reg-produtos-id
                 add reg-compra-linha-quantidade(i) to ws-mrg-qtd
                 compute ws-cmp-linha-valor =
                    reg-compra-linha-quantidade(i) *
                    reg-compra-linha-custo(i)
                 add ws-cmp-linha-valor to ws-mrg-custo-total
              end-if
           end-perform.

      *receitas de fabrico: para cada produto acabado, os
      *ingredientes e embalagens gastos num lote de fabrico e quantas
      *unidades esse lote produz
       inserir_receitas.
           open i-o receitas.
           open input produtos.
           move space to reg-receita.
           move zeros to reg-receita.
           display "******RECEITA DE FABRICO******".
           display "ID do produto acabado: ".
           accept x.
           move x to reg-produtos-id.
           move "S" to registo_encontrado.
           read produtos record
              invalid key
              move "N" to registo_encontrado.
           perform until registo_encontrado equal "S"
              display "Não encontrei nenhum produto com esse id. "
                 "Volta a introduzir o id do produto: "
              accept x
              move x to reg-produtos-id
              move "S" to registo_encontrado
              read produtos record
                 invalid key
                 move "N" to registo_encontrado
           end-perform.
           display "Produto: " reg-produtos-nome.
           move reg-produtos-id to reg-receita-produto-id.
           move "s" to ws-prd-tem-receita.
           read receitas record
              invalid key
              move "n" to ws-prd-tem-receita.
           if ws-prd-tem-receita equal "s"
              display "Ja existe uma receita para este produto, "
                 "vai ser substituida:"
              perform mostra-receita
           end-if.
           move zeros to reg-receita.
           move reg-produtos-id to reg-receita-produto-id.
           display "Unidades produzidas por lote de fabrico: ".
           accept reg-receita-qtd-lote.
           perform until reg-receita-qtd-lote > 0
              display "ERRO - o lote tem que produzir pelo menos "
                 "uma unidade"
              display "Volta a introduzir as unidades por lote: "
              accept reg-receita-qtd-lote
           end-perform.
           move zeros to reg-receita-n-ingredientes.
           move "s" to opcao_continuar.
           perform until (nao or reg-receita-n-ingredientes equal 20)
              perform insere-ingrediente-receita
              if reg-receita-n-ingredientes equal 20
                 display "Limite de 20 ingredientes por receita "
                    "atingido"
              else
                 display "Quer acrescentar mais algum ingrediente "
                    "ou embalagem?"
                 accept opcao_continuar
                 perform until (opcao_continuar = "S" or
                                opcao_continuar = "s" or
                                opcao_continuar = "N" or
                                opcao_continuar = "n" )
                    display "ERRO - opcao errada"
                    display "Volta introduzir a opcao: "
                    accept opcao_continuar
                 end-perform
              end-if
           end-perform.
           if ws-prd-tem-receita equal "s"
              rewrite reg-receita
                 invalid key
                 display "Erro ao gravar a receita"
                 not invalid key
                 display "Receita do produto "
                    reg-receita-produto-id " actualizada"
              end-rewrite
           else
              write reg-receita
                 invalid key
                 display "Erro ao gravar a receita"
                 not invalid key
                 display "Receita do produto "
                    reg-receita-produto-id " registada"
              end-write
           end-if.
           close produtos.
           close receitas.
           display "**********************************".
           display "Quer introduzir mais alguma receita?".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao: "
              accept opcao_continuar
           end-perform.
           if sim then
              perform inserir_receitas
           end-if.
           display "-----------------".

       insere-ingrediente-receita.
           move zeros to x.
           display "ID do ingrediente ou embalagem: ".
           accept x.
           move x to reg-produtos-id.
           perform valida-ingrediente-receita.
           perform until registo_encontrado equal "S"
              display "Volta a introduzir o id do ingrediente: "
              accept x
              move x to reg-produtos-id
              perform valida-ingrediente-receita
           end-perform.
           display "Ingrediente: " reg-produtos-nome.
           add 1 to reg-receita-n-ingredientes.
           move reg-produtos-id to reg-receita-linha-produto-id(
              reg-receita-n-ingredientes).
           display "Quantidade gasta por lote de fabrico: ".
           accept reg-receita-linha-quantidade(
              reg-receita-n-ingredientes).
           perform until reg-receita-linha-quantidade(
              reg-receita-n-ingredientes) > 0
              display "ERRO - a quantidade tem que ser maior que "
                 "zero"
              display "Volta a introduzir a quantidade: "
              accept reg-receita-linha-quantidade(
                 reg-receita-n-ingredientes)
           end-perform.

      *o ingrediente tem que existir, nao pode ser o proprio produto
      *acabado nem estar ja noutra linha da receita
       valida-ingrediente-receita.
           move "S" to registo_encontrado.
           read produtos record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Não encontrei nenhum produto com esse id"
           else
              if reg-produtos-id equal reg-receita-produto-id
                 display "ERRO - o produto acabado nao pode entrar "
                    "na sua propria receita"
                 move "N" to registo_encontrado
              else
                 perform verifica-ingrediente-repetido
                 if ws-prd-repetido equal "s"
                    display "ERRO - esse produto ja esta na receita"
                    move "N" to registo_encontrado
                 end-if
              end-if
           end-if.

       verifica-ingrediente-repetido.
           move "n" to ws-prd-repetido.
           move zeros to ws-prd-k.
           perform until ws-prd-k equal reg-receita-n-ingredientes
              add 1 to ws-prd-k
              if reg-receita-linha-produto-id(ws-prd-k) equal
                 reg-produtos-id
                 move "s" to ws-prd-repetido
              end-if
           end-perform.

       mostra-receita.
           display "Produto acabado: " reg-receita-produto-id
              "  Unidades por lote: " reg-receita-qtd-lote.
           move zeros to ws-prd-k.
           perform until ws-prd-k equal reg-receita-n-ingredientes
              add 1 to ws-prd-k
              display "  Ingrediente "
                 reg-receita-linha-produto-id(ws-prd-k)
                 "  qtd por lote "
                 reg-receita-linha-quantidade(ws-prd-k)
           end-perform.

       listar_receitas.
           open input receitas.
           if fs-receitas equal zeros
              display "******RECEITAS DE FABRICO******"
              read receitas next
              perform until fs-receitas equal "10"
                 perform mostra-receita
                 display "-----------------"
                 read receitas next
              end-perform
              display "**********************************"
           else
              display "Nao ha receitas registadas"
           end-if.
           close receitas.

      *ordem de producao: fabrica N lotes de um produto acabado pela
      *receita. so avanca se houver stock de todos os ingredientes;
      *os ingredientes saem dos lotes por ordem de validade e o
      *produto acabado entra num lote novo com a data de hoje como
      *data de producao. tudo fica no ledger como movimentos "P"
       registar_ordem_producao.
           perform verifica-periodo-hoje.
           if ws-periodo-fechado equal "s"
              display "O periodo actual esta fechado, a ordem de "
                 "producao nao pode ser registada"
           else
              perform regista-ordem-producao-corpo
           end-if.

       regista-ordem-producao-corpo.
           open input receitas.
           move zeros to reg-receita.
           display "ID do produto acabado: ".
           accept x.
           move x to reg-receita-produto-id.
           move "S" to registo_encontrado.
           read receitas record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Esse produto nao tem receita registada"
           else
              perform prepara-ordem-producao
           end-if.
           close receitas.

       prepara-ordem-producao.
           open i-o produtos.
           move reg-receita-produto-id to reg-produtos-id.
           move "S" to registo_encontrado.
           read produtos record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Não encontrei nenhum produto com esse id"
           else
              display "Produto: " reg-produtos-nome
              display "Stock actual: " reg-produtos-stock
              display "Unidades por lote de fabrico: "
                 reg-receita-qtd-lote
              display "Numero de lotes a fabricar: "
              accept ws-prd-n-lotes
              perform until ws-prd-n-lotes > 0
                 display "ERRO - tem que fabricar pelo menos um lote"
                 display "Volta a introduzir o numero de lotes: "
                 accept ws-prd-n-lotes
              end-perform
              compute ws-prd-quantidade =
                 ws-prd-n-lotes * reg-receita-qtd-lote
              if ws-prd-quantidade + reg-produtos-stock > 999
                 display "ERRO - o stock do produto acabado "
                    "passaria de 999, ordem recusada"
              else
                 perform pede-armazem-saida
                 perform verifica-ingredientes-ordem
                 if ws-prd-stock-ok equal "n"
                    display "Ordem recusada: nao ha stock de todos "
                       "os ingredientes"
                 else
                    perform executa-ordem-producao
                 end-if
                 move 1 to ws-arm-corrente
              end-if
           end-if.
           close produtos.

      *os ingredientes saem do armazem escolhido na ordem, por isso
      *e o stock desse armazem que tem de chegar
       verifica-ingredientes-ordem.
           move "s" to ws-prd-stock-ok.
           move zeros to ws-prd-k.
           perform until ws-prd-k equal reg-receita-n-ingredientes
              add 1 to ws-prd-k
              move reg-receita-linha-produto-id(ws-prd-k) to
                 reg-produtos-id
              compute ws-prd-necessario =
                 reg-receita-linha-quantidade(ws-prd-k) *
                 ws-prd-n-lotes
              read produtos record
                 invalid key
                 display "Ingrediente " reg-produtos-id
                    " nao existe"
                 move "n" to ws-prd-stock-ok
                 not invalid key
                 move reg-produtos-id to ws-arm-produto
                 move reg-produtos-stock to ws-arm-total
                 move ws-arm-corrente to ws-arm-id
                 perform calcula-stock-armazem
                 if ws-arm-stock < ws-prd-necessario
                    display "Falta " reg-produtos-nome
                    display "  Precisa " ws-prd-necessario
                       "  Stock no armazem " ws-arm-stock
                    move "n" to ws-prd-stock-ok
                 end-if
              end-read
           end-perform.

       executa-ordem-producao.
           perform pede-lote-producao.
           open i-o ordens-producao.
           open input compras.
           move space to reg-ordem.
           move zeros to reg-ordem.
           move index_ids_producao to reg-ordem-id.
           accept reg-ordem-data from date yyyymmdd.
           move reg-receita-produto-id to reg-ordem-produto-id.
           move ws-prd-n-lotes to reg-ordem-n-lotes.
           move ws-prd-quantidade to reg-ordem-quantidade.
           move ws-prd-lote to reg-ordem-lote.
           move zeros to ws-prd-custo-total.
           move "s" to ws-prd-custo-conhecido.
           move zeros to ws-prd-k.
           perform until ws-prd-k equal reg-receita-n-ingredientes
              add 1 to ws-prd-k
              perform consome-ingrediente-ordem
           end-perform.
           close compras.
           move reg-receita-produto-id to reg-produtos-id.
           read produtos record
              invalid key
              display "Erro ao ler o produto acabado"
              not invalid key
              add ws-prd-quantidade to reg-produtos-stock
              rewrite reg-produtos
                 invalid key
                 display "Erro ao actualizar o stock do produto"
              end-rewrite
           end-read.
           move reg-receita-produto-id to ws-mov-produto.
           move ws-prd-quantidade to ws-mov-qtd.
           move "P" to ws-mov-tipo.
           move "+" to ws-mov-sinal.
           perform grava-movimento-stock.
           perform cria-lote-producao.
           move ws-prd-custo-total to reg-ordem-custo-total.
           compute reg-ordem-custo-unitario rounded =
              ws-prd-custo-total / ws-prd-quantidade.
           write reg-ordem
              invalid key
              display "Erro ao gravar a ordem de producao"
              not invalid key
              display "Ordem de producao " reg-ordem-id
                 " registada"
              display "Produzidas " ws-prd-quantidade
                 " unidades no lote " ws-prd-lote
              display "Custo por unidade: " reg-ordem-custo-unitario
           end-write.
           if ws-prd-custo-conhecido equal "n"
              display "Aviso - ha ingredientes sem compras "
                 "registadas, o custo esta incompleto"
           end-if.
           close ordens-producao.
           compute index_ids_producao = index_ids_producao + 1.
           perform save_ids.
           move spaces to ws-linha-auditoria.
           string "PRODUCAO ORDEM ID=" delimited by size
              reg-ordem-id delimited by size
              " PRODUTO=" delimited by size
              reg-ordem-produto-id delimited by size
              " QTD=" delimited by size
              reg-ordem-quantidade delimited by size
              " LOTE=" delimited by size
              reg-ordem-lote delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.

      *abate um ingrediente da ordem: stock da ficha, movimento de
      *saida no ledger, lotes fefo e custo medio das compras
       consome-ingrediente-ordem.
           move reg-receita-linha-produto-id(ws-prd-k) to
              reg-produtos-id.
           compute ws-prd-necessario =
              reg-receita-linha-quantidade(ws-prd-k) * ws-prd-n-lotes.
           read produtos record
              invalid key
              display "Erro ao ler o ingrediente " reg-produtos-id
              not invalid key
              subtract ws-prd-necessario from reg-produtos-stock
              rewrite reg-produtos
                 invalid key
                 display "Erro ao actualizar o stock do produto"
              end-rewrite
           end-read.
           move reg-produtos-id to ws-mov-produto.
           move ws-prd-necessario to ws-mov-qtd.
           move "P" to ws-mov-tipo.
           move "-" to ws-mov-sinal.
           perform grava-movimento-stock.
           move reg-produtos-id to ws-fefo-produto.
           move ws-prd-necessario to ws-fefo-qtd-in.
           perform consome-lotes-fefo.
           move reg-produtos-id to ws-rct-ingrediente.
           perform calcula-custo-ingrediente.
           if ws-rct-qtd-compra equal zeros
              move "n" to ws-prd-custo-conhecido
           end-if.
           compute ws-rct-custo-linha =
              ws-prd-necessario * ws-rct-custo-medio.
           add ws-rct-custo-linha to ws-prd-custo-total.
           add 1 to reg-ordem-n-ingredientes.
           move reg-produtos-id to
              reg-ordem-linha-produto-id(reg-ordem-n-ingredientes).
           move ws-prd-necessario to
              reg-ordem-linha-quantidade(reg-ordem-n-ingredientes).
           move ws-fefo-lote to
              reg-ordem-linha-lote(reg-ordem-n-ingredientes).
           move ws-rct-custo-medio to
              reg-ordem-linha-custo(reg-ordem-n-ingredientes).

       pede-lote-producao.
           display "Codigo do lote a criar: ".
           accept ws-prd-lote.
           perform until ws-prd-lote not equal spaces
              display "ERRO - o codigo do lote nao pode ficar vazio"
              display "Codigo do lote: "
              accept ws-prd-lote
           end-perform.
           accept ws-data-sistema from date yyyymmdd.
           perform pede-validade-producao.
           perform until ws-data-valida equal "s" and
              ws-vd-data > ws-data-sistema
              display "ERRO - data invalida ou que ja passou"
              perform pede-validade-producao
           end-perform.
           move ws-vd-data to ws-prd-validade.

       pede-validade-producao.
           display "Data de validade - Ano: ".
           accept ws-vd-ano.
           display "Data de validade - Mes: ".
           accept ws-vd-mes.
           display "Data de validade - Dia: ".
           accept ws-vd-dia.
           perform valida-data.

      *lote do produto acabado: a data de producao e a da ordem; se
      *o codigo ja existir para o produto a quantidade acumula
       cria-lote-producao.
           open i-o lotes.
           move reg-ordem-produto-id to reg-lote-produto-id.
           move ws-prd-lote to reg-lote-codigo.
           read lotes record
              invalid key
              move reg-ordem-produto-id to reg-lote-produto-id
              move ws-prd-lote to reg-lote-codigo
              move reg-ordem-data to reg-lote-data-producao
              move ws-prd-validade to reg-lote-data-validade
              move ws-prd-quantidade to reg-lote-quantidade
              write reg-lote
                 invalid key
                 display "Erro ao gravar o lote"
              end-write
              not invalid key
              add ws-prd-quantidade to reg-lote-quantidade
              rewrite reg-lote
                 invalid key
                 display "Erro ao actualizar o lote"
              end-rewrite
              display "Aviso - o lote " ws-prd-lote
                 " ja existia, a quantidade foi acumulada"
           end-read.
           close lotes.

       listar_ordens_producao.
           open input ordens-producao.
           if fs-ordens-producao equal zeros
              display "******ORDENS DE PRODUCAO******"
              read ordens-producao next
              perform until fs-ordens-producao equal "10"
                 perform mostra-ordem-producao
                 read ordens-producao next
              end-perform
              display "**********************************"
           else
              display "Nao ha ordens de producao registadas"
           end-if.
           close ordens-producao.

       mostra-ordem-producao.
           display "Ordem: " reg-ordem-id "  Data: " reg-ordem-dia
              "/" reg-ordem-mes "/" reg-ordem-ano.
           display "  Produto: " reg-ordem-produto-id
              "  Lotes de fabrico: " reg-ordem-n-lotes
              "  Quantidade: " reg-ordem-quantidade.
           display "  Lote criado: " reg-ordem-lote.
           display "  Custo total: " reg-ordem-custo-total
              "  Custo por unidade: " reg-ordem-custo-unitario.
           move zeros to ws-prd-k.
           perform until ws-prd-k equal reg-ordem-n-ingredientes
              add 1 to ws-prd-k
              display "  Consumo: produto "
                 reg-ordem-linha-produto-id(ws-prd-k)
                 " qtd " reg-ordem-linha-quantidade(ws-prd-k)
                 " lote " reg-ordem-linha-lote(ws-prd-k)
                 " custo " reg-ordem-linha-custo(ws-prd-k)
           end-perform.
           display "-----------------".

      *custo de um produto acabado pela receita: custo medio das
      *compras de cada ingrediente vezes a quantidade por lote, a
      *dividir pelas unidades que o lote produz
       custo_receita.
           display "ID do produto acabado: ".
           accept x.
           move x to ws-prd-produto.
           open input receitas.
           open input compras.
           open input produtos.
           move ws-prd-produto to reg-receita-produto-id.
           move "S" to registo_encontrado.
           read receitas record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Esse produto nao tem receita registada"
           else
              display "******CUSTO PELA RECEITA******"
              display "Produto acabado: " ws-prd-produto
                 "  Unidades por lote: " reg-receita-qtd-lote
              move zeros to ws-prd-custo-total
              move "s" to ws-prd-custo-conhecido
              move zeros to ws-prd-k
              perform until ws-prd-k equal
                 reg-receita-n-ingredientes
                 add 1 to ws-prd-k
                 perform mostra-custo-ingrediente
              end-perform
              compute ws-prd-custo-unit rounded =
                 ws-prd-custo-total / reg-receita-qtd-lote
              display "**********************************"
              display "Custo por lote de fabrico: "
                 ws-prd-custo-total
              display "Custo por unidade: " ws-prd-custo-unit
              if ws-prd-custo-conhecido equal "n"
                 display "Aviso - ha ingredientes sem compras "
                    "registadas, o custo esta incompleto"
              end-if
           end-if.
           close produtos.
           close compras.
           close receitas.

       mostra-custo-ingrediente.
           move reg-receita-linha-produto-id(ws-prd-k) to
              ws-rct-ingrediente.
           perform calcula-custo-ingrediente.
           move ws-rct-ingrediente to reg-produtos-id.
           read produtos record
              invalid key
              move "*** PRODUTO DESCONHECIDO ***" to reg-produtos-nome.
           compute ws-rct-custo-linha =
              reg-receita-linha-quantidade(ws-prd-k) *
              ws-rct-custo-medio.
           add ws-rct-custo-linha to ws-prd-custo-total.
           display "  " ws-rct-ingrediente " " reg-produtos-nome.
           display "    Qtd por lote: "
              reg-receita-linha-quantidade(ws-prd-k)
              "  Custo medio: " ws-rct-custo-medio
              "  Custo: " ws-rct-custo-linha.
           if ws-rct-qtd-compra equal zeros
              move "n" to ws-prd-custo-conhecido
              display "    Sem compras registadas"
           end-if.

      *custo unitario de ws-prd-produto pela receita, sem mostrar
      *nada (receitas e compras tem que estar abertos)
       calcula-custo-receita.
           move "n" to ws-prd-tem-receita.
           move "s" to ws-prd-custo-conhecido.
           move zeros to ws-prd-custo-total.
           move zeros to ws-prd-custo-unit.
           move ws-prd-produto to reg-receita-produto-id.
           read receitas record
              invalid key
              continue
              not invalid key
              move "s" to ws-prd-tem-receita
              perform soma-custo-receita
           end-read.

       soma-custo-receita.
           move zeros to ws-prd-k.
           perform until ws-prd-k equal reg-receita-n-ingredientes
              add 1 to ws-prd-k
              move reg-receita-linha-produto-id(ws-prd-k) to
                 ws-rct-ingrediente
              perform calcula-custo-ingrediente
              if ws-rct-qtd-compra equal zeros
                 move "n" to ws-prd-custo-conhecido
              end-if
              compute ws-rct-custo-linha =
                 reg-receita-linha-quantidade(ws-prd-k) *
                 ws-rct-custo-medio
              add ws-rct-custo-linha to ws-prd-custo-total
           end-perform.
           compute ws-prd-custo-unit rounded =
              ws-prd-custo-total / reg-receita-qtd-lote.

      *custo medio ponderado das compras do produto
      *ws-rct-ingrediente (compras tem que estar aberto)
       calcula-custo-ingrediente.
           move zeros to ws-rct-qtd-compra.
           move zeros to ws-rct-custo-compras.
           move zeros to ws-rct-custo-medio.
           move zeros to reg-compra-id.
           start compras key is not less than reg-compra-id
              invalid key
                 continue
              not invalid key
                 read compras next
                 perform until fs-compras equal "10"
                    perform soma-custo-compra-ingrediente
                    read compras next
                 end-perform
           end-start.
           if ws-rct-qtd-compra > 0
              compute ws-rct-custo-medio rounded =
                 ws-rct-custo-compras / ws-rct-qtd-compra
           end-if.

       soma-custo-compra-ingrediente.
           move zeros to i.
           perform until i equal reg-compra-n-produtos
              add 1 to i
              if reg-compra-linha-produto-id(i) equal
                 ws-rct-ingrediente
                 add reg-compra-linha-quantidade(i) to
                    ws-rct-qtd-compra
                 compute ws-cmp-linha-valor =
                    reg-compra-linha-quantidade(i) *
                    reg-compra-linha-custo(i)
                 add ws-cmp-linha-valor to ws-rct-custo-compras
              end-if
           end-perform.

       listar_clientes.
           open input clientes.
           if fs-clientes equal zeros
              display "******INFORMACOES DOS CLIENTES******"
              read clientes next
              perform until fs-clientes equal "10"
                display "ID: " reg-clientes-id
                display "Nome: " reg-clientes-nome
                display "Data de nascimento: " reg-clientes-data-dia "/"
                reg-clientes-data-mes "/" reg-clientes-data-ano
                display "Morada: " reg-clientes-morada
                display "Telemovel: " reg-clientes-telefone
                display "NIF: " reg-clientes-nif
                read clientes next
              end-perform
              display "**********************************"
           else
              display "Não tens nenhum cliente registado"
           end-if.
           close clientes.

       listar_produtos.
           open input produtos.
           if fs-produtos equal zeros
              display "******INFORMACOES DOS PRODUTOS******"
              read produtos next
              perform until fs-produtos equal "10"
                 display "ID: " reg-produtos-id
                 display "Nome: " reg-produtos-nome
                 display "Tipo do produto: " reg-produtos-tipo
                 display "Stock: " reg-produtos-stock
                 perform mostra-stock-armazens
                 display "Preco: " reg-produtos-preco
                 read produtos next
              end-perform
              display "**********************************"
           else
              display "Não tens nehum produto registado"
           end-if.
           close produtos.

       listar_faturas.
           open input faturas.
           if fs-faturas equal zeros
               display "******INFORMACOES DAS FATURAS******"
               read faturas next
               perform until fs-faturas equal "10"
                  perform mostra-fatura
                  read faturas next
               end-perform
               display "**********************************"
           else
              display "Não tens nenhuma fatura registada"
           end-if.
           close faturas.

      *relatorio de falhas de numeracao: para uma serie (tipo + ano)
      *marca os numeros atribuidos que existem nos ficheiros e lista
      *os que faltam - um buraco na numeracao e o que um inspector
      *pergunta primeiro. so os primeiros 9999 numeros cabem na
      *tabela de verificacao
       relatorio_series_gaps.
           display "Serie (1=FT faturas, 2=RC recibos, 3=NC notas "
              "de credito, 4=ND notas de debito, 5=FR faturas-recibo, "
              "6=FS faturas simplificadas): ".
           accept opcao.
           perform until opcao >= 1 and opcao <= 6
              display "ERRO - opcao invalida"
              display "Volta a introduzir a serie: "
              accept opcao
           end-perform.
           evaluate opcao
              when 1
                 move "FT" to ws-ser-tipo
              when 2
                 move "RC" to ws-ser-tipo
              when 3
                 move "NC" to ws-ser-tipo
              when 4
                 move "ND" to ws-ser-tipo
              when 5
                 move "FR" to ws-ser-tipo
              when 6
                 move "FS" to ws-ser-tipo
           end-evaluate.
           display "Ano da serie: ".
           accept ws-ser-ano.
           open input series.
           move ws-ser-tipo to reg-serie-tipo.
           move ws-ser-ano to reg-serie-ano.
           move "S" to registo_encontrado.
           read series record
              invalid key
              move "N" to registo_encontrado.
           close series.
           if registo_encontrado = "N"
              display "A serie " ws-ser-tipo " " ws-ser-ano
                 " ainda nao emitiu documentos"
           else
              compute ws-gap-max = reg-serie-proximo - 1
              if ws-gap-max > 9999
                 display "Aviso - so os primeiros 9999 numeros "
                    "sao verificados"
                 move 9999 to ws-gap-max
              end-if
              move zeros to ws-gap-k
              perform until ws-gap-k equal 9999
                 add 1 to ws-gap-k
                 move "n" to ws-gap-marca(ws-gap-k)
              end-perform
              evaluate ws-ser-tipo
                 when "FT"
                 when "FR"
                 when "FS"
                    perform marca-gaps-faturas
                 when "RC"
                    perform marca-gaps-recibos
                 when "NC"
                    perform marca-gaps-nc
                 when "ND"
                    perform marca-gaps-nd
              end-evaluate
              display "******FALHAS DA SERIE " ws-ser-tipo " "
                 ws-ser-ano "******"
              move zeros to ws-gap-faltam
              move zeros to ws-gap-k
              perform until ws-gap-k equal ws-gap-max
                 add 1 to ws-gap-k
                 if ws-gap-marca(ws-gap-k) equal "n"
                    add 1 to ws-gap-faltam
                    display "Falta o numero " ws-ser-tipo " "
                       ws-ser-ano "/" ws-gap-k
                 end-if
              end-perform
              display "**********************************"
              display "Numeros atribuidos: " ws-gap-max
                 "  Em falta: " ws-gap-faltam
           end-if.

      *as faturas, faturas-recibo e faturas simplificadas partilham o
      *ficheiro mas cada tipo tem a sua serie
       marca-gaps-faturas.
           open input faturas.
           read faturas next.
           perform until fs-faturas equal "10"
              if reg-faturas-ano equal ws-ser-ano and
                 reg-faturas-serie-num >= 1 and
                 reg-faturas-serie-num <= 9999
                 perform le-tipo-fatura
                 if ws-fbl-tipo equal ws-ser-tipo
                    move "s" to ws-gap-marca(reg-faturas-serie-num)
                 end-if
              end-if
              read faturas next
           end-perform.
           open input faturas-historico.
           read faturas-historico next.
           perform until fs-faturas-historico equal "10"
              if reg-faturas-historico-ano equal ws-ser-ano and
                 reg-faturas-historico-serie-num >= 1 and
                 reg-faturas-historico-serie-num <= 9999
                 move reg-faturas-historico-id to reg-faturas-id
                 perform le-tipo-fatura
                 if ws-fbl-tipo equal ws-ser-tipo
                    move "s" to
                       ws-gap-marca(reg-faturas-historico-serie-num)
                 end-if
              end-if
              read faturas-historico next
           end-perform.
           close faturas-historico.
           close faturas.

       marca-gaps-recibos.
           open input recibos.
           read recibos next.
           perform until fs-recibos equal "10"
              if reg-recibos-ano equal ws-ser-ano and
                 reg-recibos-serie-num >= 1 and
                 reg-recibos-serie-num <= 9999
                 move "s" to ws-gap-marca(reg-recibos-serie-num)
              end-if
              read recibos next
           end-perform.
           close recibos.

       marca-gaps-nc.
           open input notas-credito.
           read notas-credito next.
           perform until fs-notas-credito equal "10"
              if reg-nc-ano equal ws-ser-ano and
                 reg-nc-serie-num >= 1 and
                 reg-nc-serie-num <= 9999
                 move "s" to ws-gap-marca(reg-nc-serie-num)
              end-if
              read notas-credito next
           end-perform.
           close notas-credito.

      *mostra uma fatura e as respectivas linhas de produtos
       mostra-fatura.
           display "ID: " reg-faturas-id.
           if reg-faturas-serie-num > 0
              perform le-tipo-fatura
              display "Documento: " ws-fbl-tipo " " reg-faturas-ano "/"
                 reg-faturas-serie-num
           end-if.
           if reg-fatura-anulada
              display "*** FATURA ANULADA ***"
           end-if.
           display "Data da fatura: " reg-faturas-dia "/"
              reg-faturas-mes "/" reg-faturas-ano.
           display "ID do cliente: " reg-faturas-id-cliente.
           display "Produtos: ".
           move zeros to i.
           perform until i equal reg-faturas-n-produtos
              add 1 to i
              display "  Produto " reg-faturas-linha-produto-id(i)
                 " Qtd " reg-faturas-linha-quantidade(i)
                 " Preco " reg-faturas-linha-preco(i)
                 " Desc " reg-faturas-linha-desconto(i) "%"
                 " IVA " reg-faturas-linha-taxa(i) "%"
                 " Lote " reg-faturas-linha-lote(i)
           end-perform.
      *alterar
       alterar_clientes.
           open i-o clientes.
           move space to reg-clientes.
           move zeros to reg-clientes.
           display "Qual e o ID do cliente do qual quer alterar os"
               " dados?: ".
           accept x.
           move x to reg-clientes-id.
           move "S" to registo_encontrado.
           read clientes record
               invalid key
               move "N" to registo_encontrado
           end-read.
           if registo_encontrado = "N"
               display "Registo nao foi encontrado"
           else
               display "Registro encontrado"
               move reg-clientes to ws-reg-clientes-antes
               perform alterar_registo
           end-if.
           close clientes.

       alterar_registo.
           display "O que e que voce quer alterar?"
           display "1. Nome".
           display "2. Morada".
           display "3. Telefone".
           display "4. NIF".
           display "5. Dia de nascimiento".
           display "6. Mes de nascimiento".
           display "7. Ano de nascimiento".
           display "8. Desconto comercial".
           display "9. Limite de credito".
           display "Opcao: ".
           accept OPCAO.
           evaluate true
               when OPCAO = 1
                   display "*****NOVO NOME*****"
                   display "Nome: "
                   accept reg-clientes-nome
                   perform reescrever-registo
               when OPCAO = 2
                   display "*****NOVA MORADA*****"
                   display "Morada: "
                   accept reg-clientes-morada
                   perform reescrever-registo
               when OPCAO = 3
                   display "*****NOVO TELEFONE*****"
                   display "Telefone: "
                   accept reg-clientes-telefone
                   perform reescrever-registo
               when OPCAO = 4
                   display "*****NOVO NIF*****"
                   display "NIF: "
                   accept reg-clientes-nif
                   perform valida-nif
                   perform verifica-nif-duplicado
                   perform until (ws-nif-valido equal "s" and
                                  ws-nif-duplicado equal "n")
                      if ws-nif-valido equal "n"
                         display "ERRO - NIF invalido (digito de "
                            "controlo nao confere)"
                      end-if
                      if ws-nif-duplicado equal "s"
                         display "ERRO - ja existe um cliente com "
                            "esse NIF"
                      end-if
                      display "Volta a introduzir o NIF: "
                      accept reg-clientes-nif
                      perform valida-nif
                      perform verifica-nif-duplicado
                   end-perform
                   perform reescrever-registo
               when OPCAO = 5
                   display "*****NOVO DIA DE NASCIMENTO*****"
                   display "Dia de nascimento: "
                   accept reg-clientes-data-dia
                   perform valida-data-nascimento
                   perform until
                      (ws-data-valida equal "s" and
                       reg-clientes-data-ano > ws-ano-minimo and
                       reg-clientes-data-ano < ws-ano-maximo)
                      display "ERRO - data de nascimento invalida "
                         "(calendario ou ano fora dos limites)"
                      perform pede-data-nascimento
                   end-perform
                   perform reescrever-registo
                when OPCAO = 6
                   display "*****NOVO MES DE NASCIMENTO*****"
                   display "Mes de nascimento: "
                   accept reg-clientes-data-mes
                   perform valida-data-nascimento
                   perform until
                      (ws-data-valida equal "s" and
                       reg-clientes-data-ano > ws-ano-minimo and
                       reg-clientes-data-ano < ws-ano-maximo)
                      display "ERRO - data de nascimento invalida "
                         "(calendario ou ano fora dos limites)"
                      perform pede-data-nascimento
                   end-perform
                   perform reescrever-registo
                when OPCAO = 7
                   display "*****NOVO ANO DE NASCIMENTO*****"
                   display "Ano de nascinento:"
                   accept reg-clientes-data-ano
                   perform valida-data-nascimento
                   perform until
                      (reg-clientes-data-ano > ws-ano-minimo and
                       reg-clientes-data-ano < ws-ano-maximo and
                       ws-data-valida equal "s")
                      display "ERRO - o ano tem que estar entre "
                         ws-ano-minimo " e " ws-ano-maximo
                         " e formar uma data valida"
                      perform pede-data-nascimento
                   end-perform
                   perform reescrever-registo
               when OPCAO = 8
                   display "*****NOVO DESCONTO COMERCIAL*****"
                   display "Desconto em % (0 se nenhum): "
                   accept reg-clientes-desconto
                   perform reescrever-registo
               when OPCAO = 9
                   display "*****NOVO LIMITE DE CREDITO*****"
                   display "Limite de credito (0 = sem limite): "
                   accept reg-clientes-limite-credito
                   perform reescrever-registo
               when other
                   display "OPCAO INVALIDA!"
                  continue
           end-evaluate.

       reescrever-registo.
           REWRITE reg-clientes
              INVALID KEY
              DISPLAY "ERRO AO REESCREVER O REGISTO!"
              NOT INVALID KEY
              perform regista-auditoria-clientes-alterar.

      *eliminar
       eliminar_clientes.
           open i-o clientes.
           move "S" to registo_encontrado.
           move space to reg-clientes.
           move zeros to reg-clientes-id.
           display "Qual e o ID do cliente do que quer apagar? ".
           accept x.
           move x to reg-clientes-id.
           read clientes record
              invalid key
                 move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Não encontrei nenhum cliente com esse id"
           else
              move reg-clientes-id to ws-id-verifica
              perform verifica-cliente-referenciado
              if ws-tem-referencias equal "s"
                 display "Nao e possivel eliminar: o cliente ainda "
                    "esta referenciado por faturas (activas ou "
                    "arquivadas), notas de credito, encomendas, "
                    "guias de remessa ou avencas"
              else
                 perform encontrar-registo-cliente
              end-if
           end-if.
           close clientes.

       encontrar-registo-cliente.
           display "Dados a eliminar ".
           display "ID: " reg-clientes-id.
           display "Nome: " reg-clientes-nome.
           display "Data de nascimento: " reg-clientes-data-dia "/"
                reg-clientes-data-mes "/" reg-clientes-data-ano.
           display "Morada: " reg-clientes-morada.
           display "Telefone: " reg-clientes-telefone.
           display "Email: " reg-clientes-telefone.
           display "Desaja apagar este cliente ? ".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao: "
              accept opcao_continuar
           end-perform.

           if sim then
              move reg-clientes to ws-reg-clientes-antes
              delete clientes record
                 invalid key
                 display "Erro ao excluir o cliente"
                 not invalid key
                 perform regista-auditoria-clientes-eliminar
              end-delete
           end-if.

       ordenar_clientes.
           display "Ordenar por:".
           display "1. ID".
           display "2. Nome".
           display "3. Morada".
           display "4. Data de nascimento".
           display "Opcao: ".
           accept ws-campo-ordenar.
           evaluate ws-campo-ordenar
               when 2
                   sort ord-clientes ascending sort-clientes-nome
                      input procedure sortin-clientes
                      output procedure sortout-clientes
               when 3
                   sort ord-clientes ascending sort-clientes-morada
                      input procedure sortin-clientes
                      output procedure sortout-clientes
               when 4
                   sort ord-clientes ascending sort-clientes-data-nasc
                      input procedure sortin-clientes
                      output procedure sortout-clientes
               when other
                   sort ord-clientes ascending sort-clientes-id
                      input procedure sortin-clientes
                      output procedure sortout-clientes
           end-evaluate.

       sortin-clientes.
           open input clientes.
           read clientes next.
           perform until fs-clientes equal "10"
               move reg-clientes-id to sort-clientes-id
               move reg-clientes-nome to sort-clientes-nome
               move reg-clientes-data-nasc to sort-clientes-data-nasc
               move reg-clientes-morada to sort-clientes-morada 
               move reg-clientes-telefone to sort-clientes-telefone
               move reg-clientes-nif to sort-clientes-nif
               release sort-reg-clientes
               read clientes next
           end-perform.
           close clientes.

       sortout-clientes.
           perform pega-reg-sort.

       pega-reg-sort.
           RETURN ord-clientes
               at end move "10" to ss-clientes
               not at end
                  perform lista-cliente-ordenado.

       lista-cliente-ordenado.
           display "ID: " sort-clientes-id.
           display "Nome: " sort-clientes-nome.
           display "Data de nascimento: " clientes-data-dia "/"
              clientes-data-mes "/" clientes-data-ano.
           display "Morada: " sort-clientes-morada.
           display "Telefone: " sort-clientes-telefone.
           display "NIF: " sort-clientes-nif.
           display "-----------------".

       regista-auditoria-clientes-alterar.
           move spaces to ws-linha-auditoria.
           string "CLIENTES ALTERAR ID=" delimited by size
              reg-clientes-id delimited by size
              " ANTES=[" delimited by size
              ws-reg-clientes-antes delimited by size
              "] DEPOIS=[" delimited by size
              reg-clientes delimited by size
              "]" delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.

       regista-auditoria-clientes-eliminar.
           move spaces to ws-linha-auditoria.
           string "CLIENTES ELIMINAR ID=" delimited by size
              reg-clientes-id delimited by size
              " ANTES=[" delimited by size
              ws-reg-clientes-antes delimited by size
              "]" delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.

      *alterar/eliminar/ordenar de produtos (mesmo ciclo de vida que
      *ja existia para os clientes)
       alterar_produtos.
           open i-o produtos.
           move space to reg-produtos.
           move zeros to reg-produtos.
           display "Qual e o ID do produto do qual quer alterar os"
               " dados?: ".
           accept x.
           move x to reg-produtos-id.
           move "S" to registo_encontrado.
           read produtos record
               invalid key
               move "N" to registo_encontrado
           end-read.
           if registo_encontrado = "N"
               display "Registo nao foi encontrado"
           else
               display "Registro encontrado"
               move reg-produtos to ws-reg-produtos-antes
               perform alterar_registo_produtos
           end-if.
           close produtos.

       alterar_registo_produtos.
           display "O que e que voce quer alterar?"
           display "1. Nome".
           display "2. Tipo".
           display "3. Stock".
           display "4. Preco".
           display "Opcao: ".
           accept OPCAO.
           evaluate true
               when OPCAO = 1
                   display "*****NOVO NOME*****"
                   display "Nome: "
                   accept reg-produtos-nome
                   perform reescrever-registo-produtos
               when OPCAO = 2
                   display "*****NOVO TIPO*****"
                   display "Tipo do produto: "
                   accept reg-produtos-tipo
                   perform until (reg-produtos-tipo = "l" or
                                  reg-produtos-tipo = "L" or
                                  reg-produtos-tipo = "m" or
                                  reg-produtos-tipo = "M" or
                                  reg-produtos-tipo = "c" or
                                  reg-produtos-tipo = "C")
                      display "ERRO - Tipo de produto invalido."
                      display "Volta a introduzir o tipo(l/m/c): "
                      accept reg-produtos-tipo
                   end-perform
                   perform reescrever-registo-produtos
               when OPCAO = 3
                   perform verifica-periodo-hoje
                   if ws-periodo-fechado equal "s"
                      display "O periodo actual esta fechado, o "
                         "stock nao pode ser acertado"
                   else
                      display "*****NOVO STOCK*****"
                      move reg-produtos-stock to ws-stock-anterior
                      display "Stock: "
                      accept reg-produtos-stock
                      perform reescrever-registo-produtos
                      perform regista-acerto-stock
                   end-if
               when OPCAO = 4
                   display "*****NOVO PRECO*****"
                   display "Preco unitario: "
                   accept reg-produtos-preco
                   perform reescrever-registo-produtos
               when other
                   display "OPCAO INVALIDA!"
                   continue
           end-evaluate.

       reescrever-registo-produtos.
           REWRITE reg-produtos
              INVALID KEY
              DISPLAY "ERRO AO REESCREVER O REGISTO!"
              NOT INVALID KEY
              perform regista-auditoria-produtos-alterar.

       eliminar_produtos.
           open i-o produtos.
           move "S" to registo_encontrado.
           move space to reg-produtos.
           move zeros to reg-produtos-id.
           display "Qual e o ID do produto que quer apagar? ".
           accept x.
           move x to reg-produtos-id.
           read produtos record
              invalid key
                 move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Não encontrei nenhum produto com esse id"
           else
              move reg-produtos-id to ws-id-verifica
              perform verifica-produto-referenciado
              if ws-tem-referencias equal "s"
                 display "Nao e possivel eliminar: o produto ainda "
                    "esta referenciado por linhas de faturas "
                    "(activas ou arquivadas), notas de credito, "
                    "encomendas, guias, avencas ou compras"
              else
                 perform encontrar-registo-produto
              end-if
           end-if.
           close produtos.

       encontrar-registo-produto.
           display "Dados a eliminar ".
           display "ID: " reg-produtos-id.
           display "Nome: " reg-produtos-nome.
           display "Tipo: " reg-produtos-tipo.
           display "Stock: " reg-produtos-stock.
           display "Preco: " reg-produtos-preco.
           display "Desaja apagar este produto ? ".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao: "
              accept opcao_continuar
           end-perform.
           if sim then
              move reg-produtos to ws-reg-produtos-antes
              delete produtos record
                 invalid key
                 display "Erro ao excluir o produto"
                 not invalid key
                 perform regista-auditoria-produtos-eliminar
                 perform apaga-precos-produto
                 perform apaga-lotes-produto
              end-delete
           end-if.

      *um produto eliminado arrasta as suas entradas da tabela de
      *precos e os seus lotes (ficariam orfaos, sem quem os leia)
       apaga-precos-produto.
           open i-o precos.
           move ws-id-verifica to reg-preco-produto-id.
           move zeros to reg-preco-data-inicio.
           move zeros to reg-preco-qtd-minima.
           start precos key is not less than reg-preco-chave
              invalid key
                 continue
              not invalid key
                 read precos next
                 perform until fs-precos equal "10" or
                    reg-preco-produto-id not equal ws-id-verifica
                    delete precos record
                       invalid key
                          continue
                    end-delete
                    read precos next
                 end-perform
           end-start.
           close precos.

       apaga-lotes-produto.
           open i-o lotes.
           move ws-id-verifica to reg-lote-produto-id.
           move spaces to reg-lote-codigo.
           start lotes key is not less than reg-lote-chave
              invalid key
                 continue
              not invalid key
                 read lotes next
                 perform until fs-lotes equal "10" or
                    reg-lote-produto-id not equal ws-id-verifica
                    delete lotes record
                       invalid key
                          continue
                    end-delete
                    read lotes next
                 end-perform
           end-start.
           close lotes.

       ordenar_produtos.
           display "Ordenar por:".
           display "1. ID".
           display "2. Nome".
           display "3. Stock".
           display "4. Preco".
           display "Opcao: ".
           accept ws-campo-ordenar.
           evaluate ws-campo-ordenar
               when 2
                   sort ord-produtos ascending sort-produtos-nome
                      input procedure sortin-produtos
                      output procedure sortout-produtos
               when 3
                   sort ord-produtos ascending sort-produtos-stock
                      input procedure sortin-produtos
                      output procedure sortout-produtos
               when 4
                   sort ord-produtos ascending sort-produtos-preco
                      input procedure sortin-produtos
                      output procedure sortout-produtos
               when other
                   sort ord-produtos ascending sort-produtos-id
                      input procedure sortin-produtos
                      output procedure sortout-produtos
           end-evaluate.

       sortin-produtos.
           open input produtos.
           read produtos next.
           perform until fs-produtos equal "10"
               move reg-produtos-id to sort-produtos-id
               move reg-produtos-nome to sort-produtos-nome
               move reg-produtos-tipo to sort-produtos-tipo
               move reg-produtos-stock to sort-produtos-stock
               move reg-produtos-preco to sort-produtos-preco
               release sort-reg-produtos
               read produtos next
           end-perform.
           close produtos.

       sortout-produtos.
           perform pega-reg-sort-produtos.

       pega-reg-sort-produtos.
           RETURN ord-produtos
               at end move "10" to ss-produtos
               not at end
                  perform lista-produto-ordenado.

       lista-produto-ordenado.
           display "ID: " sort-produtos-id.
           display "Nome: " sort-produtos-nome.
           display "Tipo: " sort-produtos-tipo.
           display "Stock: " sort-produtos-stock.
           display "Preco: " sort-produtos-preco.
           display "-----------------".

      *entrada do sort que so liberta os produtos cujo stock esta
      *abaixo do limite escolhido - usada pelo relatorio de stock
      *baixo, que reaproveita o output procedure normal dos produtos
       sortin-produtos-stock-baixo.
           open input produtos.
           read produtos next.
           perform until fs-produtos equal "10"
              if reg-produtos-stock < ws-stock-limite
                 move reg-produtos-id to sort-produtos-id
                 move reg-produtos-nome to sort-produtos-nome
                 move reg-produtos-tipo to sort-produtos-tipo
                 move reg-produtos-stock to sort-produtos-stock
                 move reg-produtos-preco to sort-produtos-preco
                 release sort-reg-produtos
              end-if
              read produtos next
           end-perform.
           close produtos.

       regista-auditoria-produtos-alterar.
           move spaces to ws-linha-auditoria.
           string "PRODUTOS ALTERAR ID=" delimited by size
              reg-produtos-id delimited by size
              " ANTES=[" delimited by size
              ws-reg-produtos-antes delimited by size
              "] DEPOIS=[" delimited by size
              reg-produtos delimited by size
              "]" delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.

       regista-auditoria-produtos-eliminar.
           move spaces to ws-linha-auditoria.
           string "PRODUTOS ELIMINAR ID=" delimited by size
              reg-produtos-id delimited by size
              " ANTES=[" delimited by size
              ws-reg-produtos-antes delimited by size
              "]" delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.

      *alterar/eliminar/ordenar de faturas (so os campos de cabecalho
      *podem ser alterados - as linhas de produtos de uma fatura ja
      *emitida nao se voltam a editar, so se elimina a fatura toda)
       alterar_faturas.
           perform verifica-nivel-supervisor.
           if ws-op-autorizado equal "s"
              perform alterar-faturas-protegido
           end-if.

       alterar-faturas-protegido.
           open i-o faturas.
           move space to reg-faturas.
           move zeros to reg-faturas.
           display "Qual e o ID da fatura da qual quer alterar os"
               " dados?: ".
           accept x.
           move x to reg-faturas-id.
           move "S" to registo_encontrado.
           read faturas record
               invalid key
               move "N" to registo_encontrado
           end-read.
           if registo_encontrado = "N"
               display "Registo nao foi encontrado"
           else
               perform verifica-periodo-fatura-reg
               if ws-periodo-fechado equal "s"
                  display "Essa fatura esta num periodo fechado, "
                     "nao pode ser alterada"
               else
                  display "Registro encontrado"
                  move reg-faturas to ws-reg-faturas-antes
                  perform alterar_registo_faturas
               end-if
           end-if.
           close faturas.

       alterar_registo_faturas.
           display "O que e que voce quer alterar?"
           display "1. ID do cliente".
           display "2. Dia da fatura".
           display "3. Mes da fatura".
           display "4. Ano da fatura".
           display "Opcao: ".
           accept OPCAO.
           evaluate true
               when OPCAO = 1
                   display "*****NOVO ID DE CLIENTE*****"
                   display "ID do cliente: "
                   accept reg-faturas-id-cliente
                   perform reescrever-registo-faturas
               when OPCAO = 2
                   display "*****NOVO DIA*****"
                   display "Dia da fatura: "
                   accept reg-faturas-dia
                   perform valida-data-fatura-reg
                   perform until ws-data-valida equal "s"
                      display "ERRO - data invalida ou futura"
                      perform pede-data-fatura
                   end-perform
                   perform reescrever-registo-faturas
               when OPCAO = 3
                   display "*****NOVO MES*****"
                   display "Mes da fatura: "
                   accept reg-faturas-mes
                   perform valida-data-fatura-reg
                   perform until ws-data-valida equal "s"
                      display "ERRO - data invalida ou futura"
                      perform pede-data-fatura
                   end-perform
                   perform reescrever-registo-faturas
               when OPCAO = 4
      *o numero de serie foi dado dentro do ano da fatura - mudar o
      *ano abriria um buraco falso na numeracao dessa serie
                   if reg-faturas-serie-num > 0
                      display "A fatura ja tem o numero FT "
                         reg-faturas-ano "/" reg-faturas-serie-num
                         ", o ano nao pode ser alterado"
                   else
                      display "*****NOVO ANO*****"
                      display "Ano da fatura: "
                      accept reg-faturas-ano
                      perform valida-data-fatura-reg
                      perform until ws-data-valida equal "s"
                         display "ERRO - data invalida ou futura"
                         perform pede-data-fatura
                      end-perform
                      perform reescrever-registo-faturas
                   end-if
               when other
                   display "OPCAO INVALIDA!"
                   continue
           end-evaluate.

      *a nova data tambem nao pode cair num mes fechado, e numa
      *fatura ja numerada o ano nao pode mudar (o numero pertence a
      *serie do ano original - o ano antigo esta na imagem guardada
      *antes da alteracao)
       reescrever-registo-faturas.
           perform verifica-periodo-fatura-reg.
           if ws-periodo-fechado equal "s"
              display "O periodo da nova data esta fechado, "
                 "alteracao nao gravada"
           else
              if reg-faturas-serie-num > 0 and
                 reg-faturas-ano not equal
                    ws-reg-faturas-antes(7:4)
                 display "A fatura ja tem numero na serie do ano "
                    "original, o ano nao pode mudar - alteracao "
                    "nao gravada"
              else
                 REWRITE reg-faturas
                    INVALID KEY
                    DISPLAY "ERRO AO REESCREVER O REGISTO!"
                    NOT INVALID KEY
                    perform regista-auditoria-faturas-alterar
                 end-rewrite
              end-if
           end-if.

       eliminar_faturas.
           open i-o faturas.
           move "S" to registo_encontrado.
           move space to reg-faturas.
           move zeros to reg-faturas-id.
           display "Qual e o ID da fatura que quer apagar? ".
           accept x.
           move x to reg-faturas-id.
           read faturas record
              invalid key
                 move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Não encontrei nenhuma fatura com esse id"
           else
              perform encontrar-registo-fatura
           end-if.
           close faturas.

      *desde que ha series de documentos, eliminar uma fatura e
      *anula-la: o registo fica no ficheiro marcado como anulado,
      *para a numeracao da serie nao ganhar buracos. num mes fechado
      *nem a anulacao e permitida
       encontrar-registo-fatura.
           perform verifica-periodo-fatura-reg.
           if ws-periodo-fechado equal "s"
              display "Essa fatura esta num periodo fechado, "
                 "nao pode ser anulada"
           else
              perform anula-fatura-corpo
           end-if.

       anula-fatura-corpo.
           display "Dados a anular ".
           perform mostra-fatura.
           display "Deseja anular esta fatura ? ".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao: "
              accept opcao_continuar
           end-perform.
           if sim then
              if reg-fatura-anulada
                 display "Essa fatura ja esta anulada"
              else
                 move reg-faturas to ws-reg-faturas-antes
                 move "x" to reg-faturas-estado
                 rewrite reg-faturas
                    invalid key
                    display "Erro ao anular a fatura"
                    not invalid key
                    display "Fatura " reg-faturas-id " anulada "
                       "(fica no ficheiro como documento anulado)"
                    perform regista-auditoria-faturas-anular
                 end-rewrite
              end-if
           end-if.

       ordenar_faturas.
           display "Ordenar por:".
           display "1. ID".
           display "2. Data".
           display "3. ID do cliente".
           display "Opcao: ".
           accept ws-campo-ordenar.
           evaluate ws-campo-ordenar
               when 2
                   sort ord-faturas ascending sort-fatura-data
                      input procedure sortin-faturas
                      output procedure sortout-faturas
               when 3
                   sort ord-faturas ascending sort-faturas-id-cliente
                      input procedure sortin-faturas
                      output procedure sortout-faturas
               when other
                   sort ord-faturas ascending sort-faturas-id
                      input procedure sortin-faturas
                      output procedure sortout-faturas
           end-evaluate.

       sortin-faturas.
           open input faturas.
           read faturas next.
           perform until fs-faturas equal "10"
               move reg-faturas-id to sort-faturas-id
               move reg-fatura-data to sort-fatura-data
               move reg-faturas-id-cliente to sort-faturas-id-cliente
               move reg-faturas-n-produtos to sort-faturas-n-produtos
               perform varying i from 1 by 1 until i > 50
                   move reg-faturas-linhas(i) to sort-faturas-linhas(i)
               end-perform
               release sort-reg-faturas
               read faturas next
           end-perform.
           close faturas.

       sortout-faturas.
           perform pega-reg-sort-faturas.

       pega-reg-sort-faturas.
           RETURN ord-faturas
               at end move "10" to ss-faturas
               not at end
                  perform lista-fatura-ordenada.

       lista-fatura-ordenada.
           display "ID: " sort-faturas-id.
           display "Data da fatura: " sort-faturas-dia "/"
              sort-faturas-mes "/" sort-faturas-ano.
           display "ID do cliente: " sort-faturas-id-cliente.
           display "Numero de produtos: " sort-faturas-n-produtos.
           display "-----------------".

       regista-auditoria-faturas-alterar.
           move spaces to ws-linha-auditoria.
           string "FATURAS ALTERAR ID=" delimited by size
              reg-faturas-id delimited by size
              " ANTES=[" delimited by size
              ws-reg-faturas-antes delimited by size
              "] DEPOIS=[" delimited by size
              reg-faturas delimited by size
              "]" delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.

       regista-auditoria-faturas-anular.
           move spaces to ws-linha-auditoria.
           string "FATURAS ANULAR ID=" delimited by size
              reg-faturas-id delimited by size
              " ANTES=[" delimited by size
              ws-reg-faturas-antes delimited by size
              "]" delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.

      *acrescenta uma linha ao ficheiro de auditoria com a data/hora
      *do sistema e o operador com sessao iniciada, preservando
      *sempre o que ja estava escrito (extend)
       escreve-auditoria.
           accept ws-aud-data from date yyyymmdd.
           accept ws-aud-hora from time.
           open extend auditoria.
           move spaces to reg-auditoria.
           string ws-aud-data delimited by size
              "." delimited by size
              ws-aud-hora delimited by size
              " OP=" delimited by size
              ws-op-codigo delimited by size
              " " delimited by size
              ws-linha-auditoria delimited by size
              into reg-auditoria.
           write reg-auditoria.
           close auditoria.

      *procuras por chave alternativa
       procurar_clientes_morada.
           open input clientes.
           display "Morada (ou inicio da morada) a procurar: ".
           accept ws-busca-morada.
           move 0 to ws-tamanho-busca.
           inspect ws-busca-morada tallying ws-tamanho-busca
              for characters before space.
           if ws-tamanho-busca equal 0
              move 50 to ws-tamanho-busca
           end-if.
           move "n" to ws-encontrou-algum.
           move spaces to reg-clientes-morada.
           start clientes key is not less than reg-clientes-morada
              invalid key
                 continue
           end-start.
           read clientes next record.
           perform until fs-clientes equal "10"
              if reg-clientes-morada(1:ws-tamanho-busca) equal
                 ws-busca-morada(1:ws-tamanho-busca)
                 display "ID: " reg-clientes-id
                 display "Nome: " reg-clientes-nome
                 display "Morada: " reg-clientes-morada
                 display "Telefone: " reg-clientes-telefone
                 display "-----------------"
                 move "s" to ws-encontrou-algum
              end-if
              read clientes next record
           end-perform.
           if ws-encontrou-algum equal "n"
              display "Nenhum cliente encontrado com essa morada"
           end-if.
           close clientes.

       procurar_produtos_nome.
           open input produtos.
           display "Nome (ou inicio do nome) a procurar: ".
           accept ws-busca-morada.
           move 0 to ws-tamanho-busca.
           inspect ws-busca-morada tallying ws-tamanho-busca
              for characters before space.
           if ws-tamanho-busca equal 0
              move 50 to ws-tamanho-busca
           end-if.
           move "n" to ws-encontrou-algum.
           move spaces to reg-produtos-nome.
           start produtos key is not less than reg-produtos-nome
              invalid key
                 continue
           end-start.
           read produtos next record.
           perform until fs-produtos equal "10"
              if reg-produtos-nome(1:ws-tamanho-busca) equal
                 ws-busca-morada(1:ws-tamanho-busca)
                 display "ID: " reg-produtos-id
                 display "Nome: " reg-produtos-nome
                 display "Stock: " reg-produtos-stock
                 display "Preco: " reg-produtos-preco
                 display "-----------------"
                 move "s" to ws-encontrou-algum
              end-if
              read produtos next record
           end-perform.
           if ws-encontrou-algum equal "n"
              display "Nenhum produto encontrado com esse nome"
           end-if.
           close produtos.

      *relatorio de valorizacao do stock (stock x preco, com total)
       valorizacao_stock.
           open input produtos.
           move zeros to ws-total-valor.
           if fs-produtos equal zeros
              display "******VALORIZACAO DE STOCK******"
              read produtos next
              perform until fs-produtos equal "10"
                 compute ws-sub-total =
                    reg-produtos-stock * reg-produtos-preco
                 display "ID: " reg-produtos-id
                    "  Nome: " reg-produtos-nome
                    "  Stock: " reg-produtos-stock
                    "  Preco: " reg-produtos-preco
                    "  Valor: " ws-sub-total
                 perform mostra-stock-armazens
                 add ws-sub-total to ws-total-valor
                 read produtos next
              end-perform
              display "**********************************"
              display "Valor total do stock: " ws-total-valor
           else
              display "Não tens nenhum produto registado"
           end-if.
           close produtos.

      *relatorio de produtos com stock abaixo de um limite, do mais
      *baixo para o mais alto
       produtos_stock_baixo.
           display "Stock limite (lista produtos com stock menor "
              "que este valor): ".
           accept ws-stock-limite.
           sort ord-produtos ascending sort-produtos-stock
              input procedure sortin-produtos-stock-baixo
              output procedure sortout-produtos.

      *extracto de um cliente: todas as faturas dele, usando a chave
      *alternativa do id do cliente
       extracto_cliente.
           display "ID do cliente: ".
           accept x.
           move "n" to ws-encontrou-algum.
           perform extracto-cliente-activas.
           if ws-encontrou-algum equal "n"
              display "Esse cliente nao tem faturas registadas"
           end-if.

      *extracto completo: junta as faturas activas com as que ja
      *foram arquivadas para o historico
       extracto_cliente_completo.
           display "ID do cliente: ".
           accept x.
           move "n" to ws-encontrou-algum.
           perform extracto-cliente-activas.
           perform extracto-cliente-arquivo.
           if ws-encontrou-algum equal "n"
              display "Esse cliente nao tem faturas registadas "
                 "(activas ou arquivadas)"
           end-if.

       extracto-cliente-activas.
           open input faturas.
           open input recibos.
           open input notas-credito.
           move x to reg-faturas-id-cliente.
           start faturas key is equal to reg-faturas-id-cliente
              invalid key
                 continue
           end-start.
           if fs-faturas equal "00"
              read faturas next record
              perform until fs-faturas equal "10" or
                 reg-faturas-id-cliente not equal x
                 perform mostra-fatura
                 perform mostra-saldo-fatura
                 display "-----------------"
                 move "s" to ws-encontrou-algum
                 read faturas next record
              end-perform
           end-if.
           perform extracto-notas-credito.
           perform extracto-notas-debito.
           close notas-credito.
           close recibos.
           close faturas.

       extracto-cliente-arquivo.
           open input faturas-historico.
           read faturas-historico next.
           perform until fs-faturas-historico equal "10"
              if reg-faturas-historico-id-cliente equal x
                 perform mostra-fatura-historico
                 display "-----------------"
                 move "s" to ws-encontrou-algum
              end-if
              read faturas-historico next
           end-perform.
           close faturas-historico.

      *mostra o total da fatura corrente, o que ja foi pago por
      *recibos e o que ainda esta em aberto (recibos tem que estar
      *aberto para leitura)
       mostra-saldo-fatura.
           perform le-item-aberto.
           compute ws-fat-saldo = ws-fat-total-doc - ws-fat-pago
              - ws-fat-creditado.
           display "Total: " ws-fat-total-doc
              "  Pago: " ws-fat-pago
              "  Creditado: " ws-fat-creditado
              "  Em aberto: " ws-fat-saldo.

      *lista as notas de credito do cliente no fim do extracto, como
      *valores negativos
       extracto-notas-credito.
           move x to reg-nc-id-cliente.
           start notas-credito key is equal to reg-nc-id-cliente
              invalid key
                 continue
              not invalid key
                 read notas-credito next
                 perform until fs-notas-credito equal "10" or
                    reg-nc-id-cliente not equal x
                    perform mostra-nota-credito
                    move "s" to ws-encontrou-algum
                    read notas-credito next
                 end-perform
           end-start.

       mostra-nota-credito.
           perform calcula-total-nc.
           display "Nota de credito " reg-nc-id " de " reg-nc-dia "/"
              reg-nc-mes "/" reg-nc-ano
              " fatura " reg-nc-id-fatura
              " valor: -" ws-nc-total.
           display "-----------------".

       calcula-total-nc.
           move zeros to ws-nc-total.
           move zeros to j.
           perform until j equal reg-nc-n-produtos
              add 1 to j
              compute ws-nc-total = ws-nc-total +
                 reg-nc-linha-base(j) + reg-nc-linha-iva(j)
           end-perform.

      *soma as notas de credito emitidas contra a fatura corrente
       soma-nc-fatura.
           move zeros to ws-fat-creditado.
           move reg-faturas-id to reg-nc-id-fatura.
           start notas-credito key is equal to reg-nc-id-fatura
              invalid key
                 continue
              not invalid key
                 read notas-credito next
                 perform until fs-notas-credito equal "10" or
                    reg-nc-id-fatura not equal reg-faturas-id
                    perform calcula-total-nc
                    add ws-nc-total to ws-fat-creditado
                    read notas-credito next
                 end-perform
           end-start.

      *soma as linhas da fatura corrente para obter o total do
      *documento
       calcula-total-fatura.
           move zeros to ws-fat-total-doc.
           move zeros to i.
           perform until i equal reg-faturas-n-produtos
              add 1 to i
              compute ws-fat-total-doc = ws-fat-total-doc +
                 reg-faturas-linha-base(i) +
                 reg-faturas-linha-iva(i)
           end-perform.

      *soma todos os recibos ja registados contra a fatura corrente,
      *usando a chave alternativa do id da fatura
       soma-recibos-fatura.
           move zeros to ws-fat-pago.
           move reg-faturas-id to reg-recibos-id-fatura.
           start recibos key is equal to reg-recibos-id-fatura
              invalid key
                 continue
              not invalid key
                 read recibos next
                 perform until fs-recibos equal "10" or
                    reg-recibos-id-fatura not equal reg-faturas-id
                    add reg-recibos-valor to ws-fat-pago
                    read recibos next
                 end-perform
           end-start.

      *itens abertos: o total, o pago e o creditado de cada fatura
      *sao mantidos em abertos12.dat no momento em que a fatura, o
      *recibo ou a nota de credito sao gravados, para os relatorios
      *lerem um registo por fatura em vez de varrerem os ficheiros
       cria-item-aberto.
           perform calcula-total-fatura.
           open i-o abertos.
           move reg-faturas-id to reg-ab-id-fatura.
           move ws-fat-total-doc to reg-ab-total.
           move zeros to reg-ab-pago.
           move zeros to reg-ab-creditado.
           write reg-ab
              invalid key
              rewrite reg-ab
                 invalid key
                 display "Erro ao gravar o item aberto da fatura "
                    reg-faturas-id
              end-rewrite
           end-write.
           close abertos.

       actualiza-item-pago.
           open i-o abertos.
           move reg-recibos-id-fatura to reg-ab-id-fatura.
           read abertos record
              invalid key
              display "Aviso - a fatura " reg-recibos-id-fatura
                 " nao tem item aberto, corre a reconstrucao"
              not invalid key
              add reg-recibos-valor to reg-ab-pago
              rewrite reg-ab
                 invalid key
                 display "Erro ao actualizar o item aberto da "
                    "fatura " reg-recibos-id-fatura
              end-rewrite
           end-read.
           close abertos.

       actualiza-item-creditado.
           perform calcula-total-nc.
           open i-o abertos.
           move reg-nc-id-fatura to reg-ab-id-fatura.
           read abertos record
              invalid key
              display "Aviso - a fatura " reg-nc-id-fatura
                 " nao tem item aberto, corre a reconstrucao"
              not invalid key
              add ws-nc-total to reg-ab-creditado
              rewrite reg-ab
                 invalid key
                 display "Erro ao actualizar o item aberto da "
                    "fatura " reg-nc-id-fatura
              end-rewrite
           end-read.
           close abertos.

       apaga-item-aberto.
           open i-o abertos.
           move reg-faturas-id to reg-ab-id-fatura.
           delete abertos record
              invalid key
                 continue
           end-delete.
           close abertos.

      *poe em ws-fat-total-doc/pago/creditado os valores do item
      *aberto da fatura corrente; sem registo (dados anteriores a
      *abertos12.dat) recalcula a moda antiga, varrendo os recibos e
      *as notas de credito - que tem que estar abertos para leitura
       le-item-aberto.
           open input abertos.
           move reg-faturas-id to reg-ab-id-fatura.
           move "S" to registo_encontrado.
           read abertos record
              invalid key
              move "N" to registo_encontrado.
           close abertos.
           if registo_encontrado = "S"
              move reg-ab-total to ws-fat-total-doc
              move reg-ab-pago to ws-fat-pago
              move reg-ab-creditado to ws-fat-creditado
           else
              perform calcula-total-fatura
              perform soma-recibos-fatura
              perform soma-nc-fatura
              perform pago-venda-balcao
           end-if.

      *controlo de credito: com limite definido na ficha do cliente,
      *uma fatura nova para um cliente ja acima do limite so avanca
      *com autorizacao do supervisor
       verifica-credito-cliente.
           move "s" to ws-cred-autorizado.
           if ws-cred-limite > 0
              perform calcula-saldo-cliente
              if ws-cred-saldo > ws-cred-limite
                 display "AVISO - o cliente tem " ws-cred-saldo
                    " em aberto, acima do limite de credito de "
                    ws-cred-limite
                 if ws-op-nivel < 2
                    display "So um supervisor pode autorizar, "
                       "fatura bloqueada"
                    move "n" to ws-cred-autorizado
                 else
                    display "Continuar com autorizacao do "
                       "supervisor? (s/n)"
                    accept opcao_continuar
                    perform until (opcao_continuar = "S" or
                                   opcao_continuar = "s" or
                                   opcao_continuar = "N" or
                                   opcao_continuar = "n" )
                       display "ERRO - opcao errada"
                       display "Volta introduzir a opcao: "
                       accept opcao_continuar
                    end-perform
                    if nao
                       move "n" to ws-cred-autorizado
                    end-if
                 end-if
              end-if
           end-if.

      *com as linhas fechadas o total ja e conhecido: se esta fatura
      *empurrar o cliente para la do limite o aviso fica no ecra e
      *na auditoria (o stock ja saiu linha a linha, por isso a
      *fatura grava-se na mesma - o saldo em aberto foi calculado
      *pelo controlo de credito antes das linhas)
       avisa-credito-apos-linhas.
           if ws-cred-limite > 0
              perform calcula-total-fatura
              compute ws-cred-projectado =
                 ws-cred-saldo + ws-fat-total-doc
              if ws-cred-projectado > ws-cred-limite
                 display "AVISO - com esta fatura o cliente "
                    reg-faturas-id-cliente " passa o limite de "
                    "credito (em aberto " ws-cred-projectado
                    " limite " ws-cred-limite ")"
                 move spaces to ws-linha-auditoria
                 string "CREDITO AVISO CLIENTE=" delimited by size
                    reg-faturas-id-cliente delimited by size
                    " FATURA=" delimited by size
                    reg-faturas-id delimited by size
                    " PROJECTADO=" delimited by size
                    ws-cred-projectado delimited by size
                    " LIMITE=" delimited by size
                    ws-cred-limite delimited by size
                    into ws-linha-auditoria
                 perform escreve-auditoria
              end-if
           end-if.

      *soma o saldo em aberto de todas as faturas do cliente em
      *ws-cred-cliente. o ficheiro de faturas tem que estar aberto;
      *o registo corrente e guardado e reposto porque a procura usa
      *a mesma area de registo
       calcula-saldo-cliente.
           move zeros to ws-cred-saldo.
           open input recibos.
           open input notas-credito.
           move reg-faturas to ws-cred-fat-backup.
           move ws-cred-cliente to reg-faturas-id-cliente.
           start faturas key is equal to reg-faturas-id-cliente
              invalid key
                 continue
              not invalid key
                 read faturas next
                 perform until fs-faturas equal "10" or
                    reg-faturas-id-cliente not equal ws-cred-cliente
                    if not reg-fatura-anulada
                       perform le-item-aberto
                       compute ws-fat-saldo = ws-fat-total-doc -
                          ws-fat-pago - ws-fat-creditado
                       if ws-fat-saldo > 0
                          add ws-fat-saldo to ws-cred-saldo
                       end-if
                    end-if
                    read faturas next
                 end-perform
           end-start.
           move ws-cred-fat-backup to reg-faturas.
           perform saldo-notas-debito-cliente.
           close notas-credito.
           close recibos.

      *relatorio dos clientes que ja passaram o limite de credito
       relatorio_clientes_credito.
           move zeros to ws-cred-acima.
           open input clientes.
           open input faturas.
           if fs-clientes equal zeros
              display "******CLIENTES ACIMA DO LIMITE******"
              read clientes next
              perform until fs-clientes equal "10"
                 if reg-clientes-limite-credito > 0
                    move reg-clientes-id to ws-cred-cliente
                    move reg-clientes-limite-credito to
                       ws-cred-limite
                    perform calcula-saldo-cliente
                    if ws-cred-saldo > ws-cred-limite
                       add 1 to ws-cred-acima
                       display "Cliente " reg-clientes-id " "
                          reg-clientes-nome
                       display "  Em aberto: " ws-cred-saldo
                          "  Limite: " ws-cred-limite
                    end-if
                 end-if
                 read clientes next
              end-perform
              display "**********************************"
              display "Clientes acima do limite: " ws-cred-acima
           else
              display "Não tens nenhum cliente registado"
           end-if.
           close faturas.
           close clientes.

      *cartas de aviso de pagamento: uma carta por cliente com as
      *faturas em atraso (mais de 30 dias, com saldo em aberto). o
      *nivel ja enviado fica guardado por fatura, para a corrida
      *seguinte subir de tom em vez de repetir a mesma carta; ao
      *terceiro aviso a fatura deixa de gerar cartas
       gerar_cartas_aviso.
           accept ws-data-sistema from date yyyymmdd.
           move "cartas_aviso.txt" to ws-ficheiro-txt.
           move zeros to pagina-impressao.
           move zeros to ws-dun-cartas.
           open output impressao.
           open input clientes.
           open input faturas.
           open input recibos.
           open input notas-credito.
           open i-o dunning.
           read clientes next.
           perform until fs-clientes equal "10"
              perform prepara-carta-cliente
              if ws-dun-n-fat > 0
                 perform imprime-carta-aviso
                 add 1 to ws-dun-cartas
              end-if
              read clientes next
           end-perform.
           close dunning.
           close notas-credito.
           close recibos.
           close faturas.
           close clientes.
           close impressao.
           display ws-dun-cartas " cartas geradas em "
              ws-ficheiro-txt.

      *junta na tabela as faturas em atraso do cliente corrente e
      *avanca o nivel de aviso de cada uma no ficheiro de dunning
       prepara-carta-cliente.
           move zeros to ws-dun-n-fat.
           move zeros to ws-dun-total.
           move zeros to ws-dun-nivel-max.
           move reg-clientes-id to reg-faturas-id-cliente.
           start faturas key is equal to reg-faturas-id-cliente
              invalid key
                 continue
              not invalid key
                 read faturas next
                 perform until fs-faturas equal "10" or
                    reg-faturas-id-cliente not equal reg-clientes-id
                    perform avalia-fatura-dunning
                    read faturas next
                 end-perform
           end-start.

       avalia-fatura-dunning.
           perform le-item-aberto.
           compute ws-fat-saldo = ws-fat-total-doc - ws-fat-pago
              - ws-fat-creditado.
           compute ws-idade-dias =
              (ws-data-sistema-ano - reg-faturas-ano) * 360 +
              (ws-data-sistema-mes - reg-faturas-mes) * 30 +
              (ws-data-sistema-dia - reg-faturas-dia).
           if ws-fat-saldo > 0 and ws-idade-dias > 30 and
              ws-dun-n-fat < 50 and not reg-fatura-anulada
              perform avanca-nivel-dunning
              if ws-dun-nivel <= 3
                 add 1 to ws-dun-n-fat
                 move reg-faturas-id to
                    ws-dun-fat-id(ws-dun-n-fat)
                 move reg-fatura-data to
                    ws-dun-fat-data(ws-dun-n-fat)
                 move ws-fat-saldo to
                    ws-dun-fat-saldo(ws-dun-n-fat)
                 move ws-dun-nivel to
                    ws-dun-fat-nivel(ws-dun-n-fat)
                 add ws-fat-saldo to ws-dun-total
                 if ws-dun-nivel > ws-dun-nivel-max
                    move ws-dun-nivel to ws-dun-nivel-max
                 end-if
              end-if
           end-if.

      *le o nivel ja enviado para a fatura corrente e grava o nivel
      *seguinte; uma fatura que ja levou o aviso final (nivel 3) fica
      *com ws-dun-nivel a 4 e e ignorada por quem chamou
       avanca-nivel-dunning.
           move reg-faturas-id to reg-dun-id-fatura.
           move "S" to registo_encontrado.
           read dunning record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              move 1 to ws-dun-nivel
              move reg-faturas-id to reg-dun-id-fatura
              move 1 to reg-dun-nivel
              move ws-data-sistema to reg-dun-data
              write reg-dun
                 invalid key
                 display "Erro ao gravar o nivel de aviso da "
                    "fatura " reg-faturas-id
              end-write
           else
              if reg-dun-nivel >= 3
                 move 4 to ws-dun-nivel
              else
                 compute ws-dun-nivel = reg-dun-nivel + 1
                 move ws-dun-nivel to reg-dun-nivel
                 move ws-data-sistema to reg-dun-data
                 rewrite reg-dun
                    invalid key
                    display "Erro ao actualizar o nivel de aviso "
                       "da fatura " reg-faturas-id
                 end-rewrite
              end-if
           end-if.

      *carta de um cliente: cabecalho como o documento de fatura,
      *texto conforme o nivel mais alto e uma linha por fatura
       imprime-carta-aviso.
           move ws-dun-nivel-max to imp-carta-nivel.
           move ws-data-sistema-dia to imp-carta-dia.
           move ws-data-sistema-mes to imp-carta-mes.
           move ws-data-sistema-ano to imp-carta-ano.
           write reg-impressao from ws-imp-carta-titulo
              before advancing 1 line.
           move reg-clientes-nome to imp-fta-cli-nome.
           move reg-clientes-morada to imp-fta-cli-morada.
           write reg-impressao from ws-imp-fatura-cliente
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-morada
              before advancing 1 line.
           write reg-impressao from spaces
              before advancing 1 line.
           evaluate ws-dun-nivel-max
              when 1
                 move "Lembramos que as faturas abaixo aguardam o "
                    to reg-impressao
                 write reg-impressao before advancing 1 line
                 move "seu pagamento. Agradecemos a regularizacao."
                    to reg-impressao
                 write reg-impressao before advancing 1 line
              when 2
                 move "SEGUNDO AVISO: as faturas abaixo continuam "
                    to reg-impressao
                 write reg-impressao before advancing 1 line
                 move "por pagar. Pedimos a regularizacao nos "
                    to reg-impressao
                 write reg-impressao before advancing 1 line
                 move "proximos 8 dias." to reg-impressao
                 write reg-impressao before advancing 1 line
              when other
                 move "AVISO FINAL: sem pagamento nos proximos 8 "
                    to reg-impressao
                 write reg-impressao before advancing 1 line
                 move "dias suspenderemos os fornecimentos e a "
                    to reg-impressao
                 write reg-impressao before advancing 1 line
                 move "divida seguira para cobranca." to
                    reg-impressao
                 write reg-impressao before advancing 1 line
           end-evaluate.
           write reg-impressao from spaces
              before advancing 1 line.
           move zeros to ws-dun-k.
           perform until ws-dun-k equal ws-dun-n-fat
              add 1 to ws-dun-k
              move ws-dun-fat-id(ws-dun-k) to imp-carta-fat-id
              move ws-dun-fat-dia(ws-dun-k) to imp-carta-fat-dia
              move ws-dun-fat-mes(ws-dun-k) to imp-carta-fat-mes
              move ws-dun-fat-ano(ws-dun-k) to imp-carta-fat-ano
              move ws-dun-fat-saldo(ws-dun-k) to imp-carta-fat-saldo
              write reg-impressao from ws-imp-carta-linha
                 before advancing 1 line
           end-perform.
           write reg-impressao from spaces
              before advancing 1 line.
           move ws-dun-total to imp-carta-total.
           write reg-impressao from ws-imp-carta-total
              before advancing 1 line.
           perform imprime-rodape.

      *importacao do extracto bancario: le extracto_banco.dat (um
      *credito por linha, campos separados por ";"), casa cada
      *credito com uma fatura em aberto pelo valor e pelo numero de
      *fatura ou NIF do cliente na referencia da transferencia, e
      *cria o recibo automaticamente. as linhas sem correspondencia
      *vao para extracto_rejeitados.dat, como no lote de transaccoes.
      *a referencia unica de cada movimento fica em transproc12.dat
              display "Ficheiro extracto_banco.dat nao disponivel"
              close extracto
           else
              open output extracto-rej
              open i-o transproc
              open i-o recibos
              open input faturas
              open input notas-credito
              open input notas-debito
              open input clientes
              move zeros to ws-ext-linha
              move zeros to ws-ext-aplicados
              move zeros to ws-ext-rejeitados
              read extracto
              perform until fs-extracto equal "10"
                 add 1 to ws-ext-linha
                 perform processa-linha-extracto
                 read extracto
              end-perform
              close clientes
              close notas-debito
              close notas-credito
              close faturas
              close recibos
              close transproc
              close extracto-rej
              close extracto
              display "Creditos aplicados: " ws-ext-aplicados
              display "Creditos sem correspondencia: "
                 ws-ext-rejeitados
              display "Excepcoes em extracto_rejeitados.dat"
           end-if.

       processa-linha-extracto.
           move "s" to ws-ext-valida.
           move spaces to ws-ext-ref.
           move spaces to ws-ext-campo1.
           move spaces to ws-ext-campo2.
           move spaces to ws-ext-campo3.
           unstring reg-extracto delimited by ";"
              into ws-ext-ref ws-ext-campo1 ws-ext-campo2
                   ws-ext-campo3.
           move ws-ext-ref to ws-trans-ref.
           perform verifica-trans-aplicada.
           if ws-trans-aplicada equal "s"
              move "movimento ja importado anteriormente" to
                 ws-ext-motivo
              move "n" to ws-ext-valida
           end-if.
           if ws-ext-valida equal "s"
              move ws-ext-campo1 to ws-trans-campo
              perform converte-numero
              if ws-trans-num-ok equal "n"
                 move "data do movimento invalida" to ws-ext-motivo
                 move "n" to ws-ext-valida
              else
                 move ws-trans-num to ws-ext-data
                 move ws-ext-data to ws-ext-data-grp
                 move ws-ext-ano to ws-vd-ano
                 move ws-ext-mes to ws-vd-mes
                 move ws-ext-dia to ws-vd-dia
                 perform valida-data
                 if ws-data-valida equal "n"
                    move "data do movimento invalida" to
                       ws-ext-motivo
                    move "n" to ws-ext-valida
                 else
                    move ws-ext-ano to ws-per-ano
                    move ws-ext-mes to ws-per-mes
                    perform verifica-periodo-fechado
                    if ws-periodo-fechado equal "s"
                       move "periodo contabilistico fechado" to
                          ws-ext-motivo
                       move "n" to ws-ext-valida
                    end-if
                 end-if
              end-if
           end-if.
           if ws-ext-valida equal "s"
              move ws-ext-campo2 to ws-trans-campo
              perform converte-numero
              if ws-trans-num-ok equal "n" or ws-trans-num equal 0
                 move "valor do movimento invalido" to ws-ext-motivo
                 move "n" to ws-ext-valida
              else
                 compute ws-ext-valor = ws-trans-num / 100
              end-if
           end-if.
           if ws-ext-valida equal "s"
              move ws-ext-campo3 to ws-trans-campo
              perform converte-numero
              if ws-trans-num-ok equal "n"
                 move "referencia sem numero de fatura nem NIF" to
                    ws-ext-motivo
                 move "n" to ws-ext-valida
              else
                 move ws-trans-num to ws-ext-refnum
              end-if
           end-if.
           if ws-ext-valida equal "s"
              perform procura-fatura-extracto
              if ws-ext-achou equal "s"
                 perform cria-recibo-extracto
              else
                 move "sem fatura em aberto com esse valor" to
                    ws-ext-motivo
                 move "n" to ws-ext-valida
              end-if
           end-if.
           if ws-ext-valida equal "n"
              perform rejeita-linha-extracto
           end-if.

      *a referencia da transferencia tanto pode trazer o numero da
      *fatura (ate 6 digitos) como o NIF do cliente (9 digitos); o
      *valor do credito tem que bater certo com o saldo em aberto
       procura-fatura-extracto.
           move "n" to ws-ext-achou.
           if ws-ext-refnum > 0 and ws-ext-refnum <= 999999
              move ws-ext-refnum to reg-faturas-id
              read faturas record
                 invalid key
                    continue
                 not invalid key
                    perform saldo-fatura-extracto
                    if ws-fat-saldo equal ws-ext-valor and
                       not reg-fatura-anulada
                       move "s" to ws-ext-achou
                       move reg-faturas-id to ws-ext-fatura
                    end-if
              end-read
           end-if.
           if ws-ext-achou equal "n" and ws-ext-refnum > 0 and
              ws-ext-refnum <= 999999
              perform procura-nd-extracto
           end-if.
           if ws-ext-achou equal "n" and
              ws-ext-refnum >= 100000000
              perform procura-cliente-nif-extracto
           end-if.

       saldo-fatura-extracto.
           perform le-item-aberto.
           compute ws-fat-saldo = ws-fat-total-doc - ws-fat-pago
              - ws-fat-creditado.

      *procura o cliente pelo nif e depois a fatura dele cujo saldo
      *em aberto e exactamente o valor do credito (a primeira que
      *bater certo)
       procura-cliente-nif-extracto.
           move zeros to reg-clientes-id.
           start clientes key is not less than reg-clientes-id
              invalid key
                 continue
              not invalid key
                 read clientes next
                 perform until fs-clientes equal "10" or
                    ws-ext-achou equal "s"
                    if reg-clientes-nif equal ws-ext-refnum
                       perform procura-fatura-cliente-ext
                    end-if
                    read clientes next
                 end-perform
           end-start.

       procura-fatura-cliente-ext.
           perform procura-fatura-cliente-ext-fat.
           if ws-ext-achou equal "n"
              perform procura-nd-cliente-ext
           end-if.

       procura-fatura-cliente-ext-fat.
           move reg-clientes-id to reg-faturas-id-cliente.
           start faturas key is equal to reg-faturas-id-cliente
              invalid key
                 continue
              not invalid key
                 read faturas next
                 perform until fs-faturas equal "10" or
                    reg-faturas-id-cliente not equal reg-clientes-id
                    or ws-ext-achou equal "s"
                    perform saldo-fatura-extracto
                    if ws-fat-saldo equal ws-ext-valor and
                       not reg-fatura-anulada
                       move "s" to ws-ext-achou
                       move reg-faturas-id to ws-ext-fatura
                    end-if
                    read faturas next
                 end-perform
           end-start.

      *a referencia pode ser o numero de uma nota de debito de juros
      *(o id sai do mesmo contador das faturas)
       procura-nd-extracto.
           move ws-ext-refnum to reg-nd-id.
           read notas-debito record
              invalid key
                 continue
              not invalid key
                 perform le-item-aberto-nd
                 compute ws-fat-saldo = ws-fat-total-doc -
                    ws-fat-pago - ws-fat-creditado
                 if ws-fat-saldo equal ws-ext-valor
                    move "s" to ws-ext-achou
                    move reg-nd-id to ws-ext-fatura
                 end-if
           end-read.

      *sem fatura do cliente com esse saldo, uma nota de debito dele
       procura-nd-cliente-ext.
           move reg-clientes-id to reg-nd-id-cliente.
           start notas-debito key is equal to reg-nd-id-cliente
              invalid key
                 continue
              not invalid key
                 read notas-debito next
                 perform until fs-notas-debito equal "10" or
                    reg-nd-id-cliente not equal reg-clientes-id
                    or ws-ext-achou equal "s"
                    perform le-item-aberto-nd
                    compute ws-fat-saldo = ws-fat-total-doc -
                       ws-fat-pago - ws-fat-creditado
                    if ws-fat-saldo equal ws-ext-valor
                       move "s" to ws-ext-achou
                       move reg-nd-id to ws-ext-fatura
                    end-if
                    read notas-debito next
                 end-perform
           end-start.

       cria-recibo-extracto.
           move space to reg-recibos.
           move zeros to reg-recibos.
           move index_ids_recibos to reg-recibos-id.
           move ws-ext-fatura to reg-recibos-id-fatura.
           move ws-ext-data to ws-ext-data-grp.
           move ws-ext-ano to reg-recibos-ano.
           move ws-ext-mes to reg-recibos-mes.
           move ws-ext-dia to reg-recibos-dia.
           move ws-ext-valor to reg-recibos-valor.
           move "t" to reg-recibos-metodo.
           move "RC" to ws-ser-tipo.
           move reg-recibos-ano to ws-ser-ano.
           perform proximo-numero-serie.
           move ws-ser-numero to reg-recibos-serie-num.
           write reg-recibos
              invalid key
              move "erro ao gravar o recibo" to ws-ext-motivo
              move "n" to ws-ext-valida
              not invalid key
              compute index_ids_recibos = index_ids_recibos + 1
              perform save_ids
              move ws-ext-ref to ws-trans-ref
              perform marca-trans-aplicada
              perform actualiza-item-pago
              add 1 to ws-ext-aplicados
              display "Recibo " reg-recibos-id
                 " criado para a fatura " ws-ext-fatura
           end-write.

       rejeita-linha-extracto.
           add 1 to ws-ext-rejeitados.
           move spaces to reg-extracto-rej.
           string "Linha " delimited by size
              ws-ext-linha delimited by size
              " ref " delimited by size
              ws-ext-ref delimited by size
              ": " delimited by size
              ws-ext-motivo delimited by size
              into reg-extracto-rej.
           write reg-extracto-rej.

      *registo de um recibo (pagamento total ou parcial) contra uma
      *fatura existente
       registar_recibo.
           open input faturas.
           move space to reg-faturas.
           move zeros to reg-faturas-id.
           display "ID da fatura ou nota de debito a pagar: ".
           accept x.
           move x to reg-faturas-id.
           move "S" to registo_encontrado.
           read faturas record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              perform regista-recibo-nd
           else
              if reg-fatura-anulada
                 display "Essa fatura esta anulada, nao aceita "
                    "recibos"
              else
                 perform regista-recibo-fatura
              end-if
           end-if.
           close faturas.

       regista-recibo-fatura.
           open input recibos.
           open input notas-credito.
           perform le-item-aberto.
           close notas-credito.
           close recibos.
           compute ws-fat-saldo = ws-fat-total-doc - ws-fat-pago
              - ws-fat-creditado.
           display "Total da fatura: " ws-fat-total-doc.
           display "Ja pago: " ws-fat-pago.
           display "Creditado: " ws-fat-creditado.
           display "Em aberto: " ws-fat-saldo.
           if ws-fat-saldo not > 0
              display "Esta fatura ja esta totalmente paga"
           else
              perform pede-dados-recibo
           end-if.

       pede-dados-recibo.
           open i-o recibos.
           move space to reg-recibos.
           move zeros to reg-recibos.
           move index_ids_recibos to reg-recibos-id.
           display "ID do recibo: " index_ids_recibos.
           move reg-faturas-id to reg-recibos-id-fatura.
           accept reg-recibos-data from date yyyymmdd.
           display "Data do recibo: " reg-recibos-dia "/"
              reg-recibos-mes "/" reg-recibos-ano.
           display "Quer usar outra data? (s/n)".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao: "
              accept opcao_continuar
           end-perform.
           if sim
              perform pede-data-recibo
              perform until ws-data-valida equal "s"
                 display "ERRO - data invalida ou no futuro"
                 perform pede-data-recibo
              end-perform
           end-if.
           move reg-recibos-ano to ws-per-ano.
           move reg-recibos-mes to ws-per-mes.
           perform verifica-periodo-fechado.
           perform until ws-periodo-fechado equal "n"
              display "ERRO - o periodo dessa data esta fechado"
              perform pede-data-recibo
              perform until ws-data-valida equal "s"
                 display "ERRO - data invalida ou no futuro"
                 perform pede-data-recibo
              end-perform
              move reg-recibos-ano to ws-per-ano
              move reg-recibos-mes to ws-per-mes
              perform verifica-periodo-fechado
           end-perform.
           display "Valor a pagar: ".
           accept ws-recibo-valor.
           perform until (ws-recibo-valor > 0 and
                          ws-recibo-valor <= ws-fat-saldo)
              display "ERRO - o valor tem que ser maior que zero e "
                 "nao pode passar o que esta em aberto (" ws-fat-saldo
                 ")"
              display "Volta a introduzir o valor: "
              accept ws-recibo-valor
           end-perform.
           move ws-recibo-valor to reg-recibos-valor.
           display "Metodo de pagamento (n=numerario, m=multibanco, "
              "t=transferencia): ".
           accept reg-recibos-metodo.
           perform until (reg-recibo-numerario or
                          reg-recibo-multibanco or
                          reg-recibo-transferencia)
              display "ERRO - metodo de pagamento invalido."
              display "Volta a introduzir o metodo (n/m/t): "
              accept reg-recibos-metodo
           end-perform.
           move "RC" to ws-ser-tipo.
           move reg-recibos-ano to ws-ser-ano.
           perform proximo-numero-serie.
           move ws-ser-numero to reg-recibos-serie-num.
           write reg-recibos
              invalid key
              display "Erro ao gravar o recibo"
              not invalid key
              display "Codigo: " reg-recibos-id " foi registado"
              perform actualiza-item-pago
           end-write.
           close recibos.
           compute index_ids_recibos = index_ids_recibos + 1.
           perform save_ids.

      *relatorio de antiguidade de saldos: tudo o que ainda esta em
      *aberto, por escaloes de 30/60/90 dias desde a data da fatura
      *(meses contados a 30 dias)
       relatorio_aging.
           accept ws-data-sistema from date yyyymmdd.
           move zeros to ws-aging-ate30.
           move zeros to ws-aging-ate60.
           move zeros to ws-aging-ate90.
           move zeros to ws-aging-mais90.
           move "n" to ws-encontrou-algum.
           open input faturas.
           open input recibos.
           open input notas-credito.
           if fs-faturas equal zeros
              display "******ANTIGUIDADE DE SALDOS******"
              read faturas next
              perform until fs-faturas equal "10"
                 if not reg-fatura-anulada
                    perform le-item-aberto
                    compute ws-fat-saldo = ws-fat-total-doc -
                       ws-fat-pago - ws-fat-creditado
                    if ws-fat-saldo > 0
                       move "s" to ws-encontrou-algum
                       perform mostra-fatura-aging
                    end-if
                 end-if
                 read faturas next
              end-perform
              perform aging-notas-debito
              display "**********************************"
              display "Em aberto ate 30 dias:  " ws-aging-ate30
              display "Em aberto ate 60 dias:  " ws-aging-ate60
              display "Em aberto ate 90 dias:  " ws-aging-ate90
              display "Em aberto ha mais de 90: " ws-aging-mais90
              if ws-encontrou-algum equal "n"
                 display "Nao ha faturas em aberto"
              end-if
           else
              display "Não tens nenhuma fatura registada"
           end-if.
           close notas-credito.
           close recibos.
           close faturas.

      *relatorio de iva para a contabilidade: soma a base e o iva por
      *taxa, para as faturas de um intervalo de meses de um ano (um
      *mes ou um trimestre, conforme o intervalo escolhido)
       relatorio_iva.
           display "Ano: ".
           accept ws-iva-ano.
           display "Mes inicial (1-12): ".
           accept ws-iva-mes-ini.
           display "Mes final (1-12): ".
           accept ws-iva-mes-fim.
           perform until (ws-iva-mes-ini > 0 and
                          ws-iva-mes-ini <= 12 and
                          ws-iva-mes-fim >= ws-iva-mes-ini and
                          ws-iva-mes-fim <= 12)
              display "ERRO - intervalo de meses invalido"
              display "Mes inicial (1-12): "
              accept ws-iva-mes-ini
              display "Mes final (1-12): "
              accept ws-iva-mes-fim
           end-perform.
           perform relatorio-iva-corre.

      *corpo do relatorio, sem accepts, para poder correr tambem no
      *modo nao assistido (periodo ja carregado em ws-iva-*)
       relatorio-iva-corre.
           move zeros to ws-iva-ft-base.
           move zeros to ws-iva-ft-iva.
           move zeros to ws-iva-fr-base.
           move zeros to ws-iva-fr-iva.
           move zeros to ws-iva-fs-base.
           move zeros to ws-iva-fs-iva.
           move zeros to ws-iva-k.
           perform until ws-iva-k equal 5
              add 1 to ws-iva-k
              move "n" to ws-iva-ent-usada(ws-iva-k)
              move zeros to ws-iva-ent-taxa(ws-iva-k)
              move zeros to ws-iva-ent-base(ws-iva-k)
              move zeros to ws-iva-ent-iva(ws-iva-k)
           end-perform.
           open input faturas.
           if fs-faturas equal zeros
              read faturas next
              perform until fs-faturas equal "10"
                 if reg-faturas-ano equal ws-iva-ano and
                    reg-faturas-mes >= ws-iva-mes-ini and
                    reg-faturas-mes <= ws-iva-mes-fim and
                    not reg-fatura-anulada
                    perform le-tipo-fatura
                    move zeros to i
                    perform until i equal reg-faturas-n-produtos
                       add 1 to i
                       perform acumula-iva-linha
                       perform acumula-iva-tipo-doc
                    end-perform
                 end-if
                 read faturas next
              end-perform
              perform abate-iva-notas-credito
              display "******RELATORIO DE IVA " ws-iva-ano " MESES "
                 ws-iva-mes-ini " A " ws-iva-mes-fim "******"
              move zeros to ws-iva-k
              perform until ws-iva-k equal 5
                 add 1 to ws-iva-k
                 if ws-iva-ent-usada(ws-iva-k) equal "s"
                    display "Taxa " ws-iva-ent-taxa(ws-iva-k)
                       "%  Base: " ws-iva-ent-base(ws-iva-k)
                       "  IVA: " ws-iva-ent-iva(ws-iva-k)
                 end-if
              end-perform
              display "Por documento (sem notas de credito):"
              display "Faturas FT              Base: " ws-iva-ft-base
                 "  IVA: " ws-iva-ft-iva
              display "Faturas-recibo FR       Base: " ws-iva-fr-base
                 "  IVA: " ws-iva-fr-iva
              display "Faturas simplificadas FS Base: "
                 ws-iva-fs-base "  IVA: " ws-iva-fs-iva
              display "**********************************"
           else
              display "Não tens nenhuma fatura registada"
           end-if.
           close faturas.

      *base e iva da linha corrente pelo tipo de documento
       acumula-iva-tipo-doc.
           evaluate ws-fbl-tipo
              when "FR"
                 add reg-faturas-linha-base(i) to ws-iva-fr-base
                 add reg-faturas-linha-iva(i) to ws-iva-fr-iva
              when "FS"
                 add reg-faturas-linha-base(i) to ws-iva-fs-base
                 add reg-faturas-linha-iva(i) to ws-iva-fs-iva
              when other
                 add reg-faturas-linha-base(i) to ws-iva-ft-base
                 add reg-faturas-linha-iva(i) to ws-iva-ft-iva
           end-evaluate.

      *acumula a linha corrente da fatura na entrada da tabela de
      *taxas respectiva (cria uma entrada nova se a taxa ainda nao
      *apareceu)
       acumula-iva-linha.
           move reg-faturas-linha-taxa(i) to ws-iva-in-taxa.
           perform procura-slot-iva.
           if ws-iva-achou equal "s"
              add reg-faturas-linha-base(i) to
                 ws-iva-ent-base(ws-iva-k)
              add reg-faturas-linha-iva(i) to
                 ws-iva-ent-iva(ws-iva-k)
           end-if.

      *procura (ou cria) a entrada da tabela para a taxa em
      *ws-iva-in-taxa
       procura-slot-iva.
           move zeros to ws-iva-k.
           move "n" to ws-iva-achou.
           perform until ws-iva-achou equal "s" or ws-iva-k equal 5
              add 1 to ws-iva-k
              if ws-iva-ent-usada(ws-iva-k) equal "s" and
                 ws-iva-ent-taxa(ws-iva-k) equal ws-iva-in-taxa
                 move "s" to ws-iva-achou
              else
                 if ws-iva-ent-usada(ws-iva-k) equal "n"
                    move "s" to ws-iva-ent-usada(ws-iva-k)
                    move ws-iva-in-taxa to
                       ws-iva-ent-taxa(ws-iva-k)
                    move "s" to ws-iva-achou
                 end-if
              end-if
           end-perform.

      *abate as notas de credito do mesmo periodo nos totais por
      *taxa, para o relatorio nao declarar iva de vendas que foram
      *devolvidas
       abate-iva-notas-credito.
           open input notas-credito.
           read notas-credito next.
           perform until fs-notas-credito equal "10"
              if reg-nc-ano equal ws-iva-ano and
                 reg-nc-mes >= ws-iva-mes-ini and
                 reg-nc-mes <= ws-iva-mes-fim
                 move zeros to i
                 perform until i equal reg-nc-n-produtos
                    add 1 to i
                    perform abate-iva-linha-nc
                 end-perform
              end-if
              read notas-credito next
           end-perform.
           close notas-credito.

       abate-iva-linha-nc.
           move reg-nc-linha-taxa(i) to ws-iva-in-taxa.
           perform procura-slot-iva.
           if ws-iva-achou equal "s"
              subtract reg-nc-linha-base(i) from
                 ws-iva-ent-base(ws-iva-k)
              subtract reg-nc-linha-iva(i) from
                 ws-iva-ent-iva(ws-iva-k)
           end-if.

      *estatisticas de vendas de um mes ou ano: soma quantidade e
      *valor por produto (faturas activas e arquivadas) e subtotais
      *por tipo de produto
       estatisticas_vendas.
           display "Ano: ".
           accept ws-est-ano.
           display "Mes (1-12, 0 para o ano inteiro): ".
           accept ws-est-mes.
           perform until ws-est-mes <= 12
              display "ERRO - mes invalido"
              display "Volta a introduzir o mes: "
              accept ws-est-mes
           end-perform.
           move zeros to ws-est-desc-linhas.
           move zeros to ws-est-desc-qtd.
           move zeros to ws-est-desc-valor.
           move zeros to ws-est-k.
           perform until ws-est-k equal 200
              add 1 to ws-est-k
              move "n" to ws-est-usada(ws-est-k)
              move zeros to ws-est-produto(ws-est-k)
              move zeros to ws-est-qtd(ws-est-k)
              move zeros to ws-est-valor(ws-est-k)
           end-perform.
           open input faturas.
           read faturas next.
           perform until fs-faturas equal "10"
              if reg-faturas-ano equal ws-est-ano and
                 (ws-est-mes equal 0 or
                  reg-faturas-mes equal ws-est-mes) and
                 not reg-fatura-anulada
                 move zeros to i
                 perform until i equal reg-faturas-n-produtos
                    add 1 to i
                    move reg-faturas-linha-produto-id(i) to
                       ws-est-in-produto
                    move reg-faturas-linha-quantidade(i) to
                       ws-est-in-qtd
                    move reg-faturas-linha-base(i) to
                       ws-est-in-valor
                    perform acumula-estatistica
                 end-perform
              end-if
              read faturas next
           end-perform.
           close faturas.
           open input faturas-historico.
           read faturas-historico next.
           perform until fs-faturas-historico equal "10"
              if reg-faturas-historico-ano equal ws-est-ano and
                 (ws-est-mes equal 0 or
                  reg-faturas-historico-mes equal ws-est-mes)
                 move zeros to i
                 perform until i equal
                    reg-faturas-historico-n-produtos
                    add 1 to i
                    move reg-faturas-historico-linha-produto-id(i)
                       to ws-est-in-produto
                    move reg-faturas-historico-linha-quantidade(i)
                       to ws-est-in-qtd
                    move reg-faturas-historico-linha-base(i) to
                       ws-est-in-valor
                    perform acumula-estatistica
                 end-perform
              end-if
              read faturas-historico next
           end-perform.
           close faturas-historico.
           perform mostra-estatisticas.

       acumula-estatistica.
           move zeros to ws-est-k.
           move "n" to ws-est-achou.
           perform until ws-est-achou equal "s" or
              ws-est-k equal 200
              add 1 to ws-est-k
              if ws-est-usada(ws-est-k) equal "s" and
                 ws-est-produto(ws-est-k) equal ws-est-in-produto
                 move "s" to ws-est-achou
              else
                 if ws-est-usada(ws-est-k) equal "n"
                    move "s" to ws-est-usada(ws-est-k)
                    move ws-est-in-produto to
                       ws-est-produto(ws-est-k)
                    move "s" to ws-est-achou
                 end-if
              end-if
           end-perform.
           if ws-est-achou equal "s"
              add ws-est-in-qtd to ws-est-qtd(ws-est-k)
              add ws-est-in-valor to ws-est-valor(ws-est-k)
           else
              add 1 to ws-est-desc-linhas
              add ws-est-in-qtd to ws-est-desc-qtd
              add ws-est-in-valor to ws-est-desc-valor
           end-if.

       mostra-estatisticas.
           move zeros to ws-est-qtd-compotas.
           move zeros to ws-est-qtd-marmeladas.
           move zeros to ws-est-qtd-licores.
           move zeros to ws-est-qtd-outros.
           move zeros to ws-est-val-compotas.
           move zeros to ws-est-val-marmeladas.
           move zeros to ws-est-val-licores.
           move zeros to ws-est-val-outros.
           move zeros to ws-est-val-total.
           open input produtos.
           display "******ESTATISTICAS DE VENDAS " ws-est-ano
              " MES " ws-est-mes "******".
           move zeros to ws-est-k.
           perform until ws-est-k equal 200
              add 1 to ws-est-k
              if ws-est-usada(ws-est-k) equal "s"
                 perform mostra-estatistica-produto
              end-if
           end-perform.
           close produtos.
           display "**********************************".
           display "Compotas   - Qtd: " ws-est-qtd-compotas
              "  Valor: " ws-est-val-compotas.
           display "Marmeladas - Qtd: " ws-est-qtd-marmeladas
              "  Valor: " ws-est-val-marmeladas.
           display "Licores    - Qtd: " ws-est-qtd-licores
              "  Valor: " ws-est-val-licores.
           if ws-est-qtd-outros > 0
              display "Outros     - Qtd: " ws-est-qtd-outros
                 "  Valor: " ws-est-val-outros
           end-if.
           if ws-est-desc-linhas > 0
              display "AVISO - " ws-est-desc-linhas " linhas de "
                 "venda nao couberam na tabela de 200 produtos"
              display "        e ficaram FORA dos totais (Qtd: "
                 ws-est-desc-qtd "  Valor: " ws-est-desc-valor ")"
           end-if.
           display "Total vendido: " ws-est-val-total.

       mostra-estatistica-produto.
           move space to reg-produtos.
           move ws-est-produto(ws-est-k) to reg-produtos-id.
           move "S" to registo_encontrado.
           read produtos record
              invalid key
              move "N" to registo_encontrado
              move "*** PRODUTO DESCONHECIDO ***" to
                 reg-produtos-nome.
           display "Produto " ws-est-produto(ws-est-k) " "
              reg-produtos-nome
              " Qtd: " ws-est-qtd(ws-est-k)
              " Valor: " ws-est-valor(ws-est-k).
           add ws-est-valor(ws-est-k) to ws-est-val-total.
           evaluate true
              when registo_encontrado equal "N"
                 add ws-est-qtd(ws-est-k) to ws-est-qtd-outros
                 add ws-est-valor(ws-est-k) to ws-est-val-outros
              when reg-compota
                 add ws-est-qtd(ws-est-k) to ws-est-qtd-compotas
                 add ws-est-valor(ws-est-k) to ws-est-val-compotas
              when reg-marmelada
                 add ws-est-qtd(ws-est-k) to ws-est-qtd-marmeladas
                 add ws-est-valor(ws-est-k) to ws-est-val-marmeladas
              when reg-licor
                 add ws-est-qtd(ws-est-k) to ws-est-qtd-licores
                 add ws-est-valor(ws-est-k) to ws-est-val-licores
              when other
                 add ws-est-qtd(ws-est-k) to ws-est-qtd-outros
                 add ws-est-valor(ws-est-k) to ws-est-val-outros
           end-evaluate.

       mostra-fatura-aging.
           compute ws-idade-dias =
              (ws-data-sistema-ano - reg-faturas-ano) * 360 +
              (ws-data-sistema-mes - reg-faturas-mes) * 30 +
              (ws-data-sistema-dia - reg-faturas-dia).
           evaluate true
              when ws-idade-dias <= 30
                 move "ate 30 dias" to ws-aging-escalao
                 add ws-fat-saldo to ws-aging-ate30
              when ws-idade-dias <= 60
                 move "ate 60 dias" to ws-aging-escalao
                 add ws-fat-saldo to ws-aging-ate60
              when ws-idade-dias <= 90
                 move "ate 90 dias" to ws-aging-escalao
                 add ws-fat-saldo to ws-aging-ate90
              when other
                 move "mais de 90 dias" to ws-aging-escalao
                 add ws-fat-saldo to ws-aging-mais90
           end-evaluate.
           display "Fatura " reg-faturas-id
              " cliente " reg-faturas-id-cliente
              " de " reg-faturas-dia "/" reg-faturas-mes "/"
              reg-faturas-ano
              " em aberto " ws-fat-saldo
              " (" ws-aging-escalao ")".

      *consulta do arquivo de faturas: listagem completa e procura de
      *uma fatura arquivada pelo id
       listar_faturas_arquivo.
           open input faturas-historico.
           if fs-faturas-historico equal zeros
              display "******FATURAS ARQUIVADAS******"
              read faturas-historico next
              perform until fs-faturas-historico equal "10"
                 perform mostra-fatura-historico
                 display "-----------------"
                 read faturas-historico next
              end-perform
              display "**********************************"
           else
              display "Nao tens nenhuma fatura arquivada"
           end-if.
           close faturas-historico.

       consultar_fatura_arquivo.
           open input faturas-historico.
           move space to reg-faturas-historico.
           move zeros to reg-faturas-historico-id.
           display "ID da fatura arquivada: ".
           accept x.
           move x to reg-faturas-historico-id.
           move "S" to registo_encontrado.
           read faturas-historico record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Não encontrei nenhuma fatura arquivada com "
                 "esse id"
           else
              perform mostra-fatura-historico
           end-if.
           close faturas-historico.

       mostra-fatura-historico.
           display "ID: " reg-faturas-historico-id " (arquivada)".
           display "Data da fatura: " reg-faturas-historico-dia "/"
              reg-faturas-historico-mes "/" reg-faturas-historico-ano.
           display "ID do cliente: "
              reg-faturas-historico-id-cliente.
           display "Produtos: ".
           move zeros to i.
           perform until i equal reg-faturas-historico-n-produtos
              add 1 to i
              display "  Produto "
                 reg-faturas-historico-linha-produto-id(i)
                 " Qtd " reg-faturas-historico-linha-quantidade(i)
                 " Preco " reg-faturas-historico-linha-preco(i)
                 " IVA " reg-faturas-historico-linha-taxa(i) "%"
           end-perform.

      *arquiva (copia para o historico e apaga do ficheiro activo) as
      *faturas de um ano escolhido na hora
       arquivar_faturas.
           display "Ano a arquivar: ".
           accept ws-ano-arquivo.
           move zeros to ws-faturas-arquivadas.
           open i-o faturas.
           open i-o faturas-historico.
           if fs-faturas equal zeros
              read faturas next
              perform until fs-faturas equal "10"
                 if reg-faturas-ano equal ws-ano-arquivo
                    move reg-faturas-id to reg-faturas-historico-id
                    move reg-fatura-data to reg-fatura-historico-data
                    move reg-faturas-id-cliente to
                       reg-faturas-historico-id-cliente
                    move reg-faturas-n-produtos to
                       reg-faturas-historico-n-produtos
                    perform varying i from 1 by 1 until i > 50
                        move reg-faturas-linhas(i) to
                           reg-faturas-historico-linhas(i)
                    end-perform
                    move reg-faturas-serie-num to
                       reg-faturas-historico-serie-num
                    move reg-faturas-estado to
                       reg-faturas-historico-estado
                    write reg-faturas-historico
                       invalid key
                       display "Erro ao arquivar a fatura "
                          reg-faturas-id
                       not invalid key
                       delete faturas record
                          invalid key
                          display "Erro ao eliminar a fatura "
                             reg-faturas-id
                          not invalid key
                          add 1 to ws-faturas-arquivadas
                          perform apaga-item-aberto
                    end-write
                 end-if
                 read faturas next
              end-perform
           end-if.
           close faturas.
           close faturas-historico.
           display ws-faturas-arquivadas " faturas arquivadas para o "
              "ano " ws-ano-arquivo.

      *ledger de movimentos de stock: cada entrada, quebra, acerto ou
      *venda fica registada para depois se poder reconciliar o stock
       grava-movimento-stock.
           open i-o stockmov.
           move space to reg-stockmov.
           move zeros to reg-stockmov.
           move index_ids_stockmov to reg-stockmov-id.
           move ws-mov-produto to reg-stockmov-produto-id.
           accept reg-stockmov-data from date yyyymmdd.
           move ws-mov-tipo to reg-stockmov-tipo.
           move ws-mov-sinal to reg-stockmov-sinal.
           move ws-mov-qtd to reg-stockmov-quantidade.
           write reg-stockmov
              invalid key
              display "Erro ao gravar o movimento de stock".
           close stockmov.
           compute index_ids_stockmov = index_ids_stockmov + 1.
           perform save_ids.

      *acerto de stock feito pela alteracao directa do produto: a
      *diferenca entre o valor antigo e o novo fica no ledger
       regista-acerto-stock.
           if reg-produtos-stock > ws-stock-anterior
              move "+" to ws-mov-sinal
              compute ws-mov-qtd =
                 reg-produtos-stock - ws-stock-anterior
           else
              move "-" to ws-mov-sinal
              compute ws-mov-qtd =
                 ws-stock-anterior - reg-produtos-stock
           end-if.
           if ws-mov-qtd > 0
              move reg-produtos-id to ws-mov-produto
              move "A" to ws-mov-tipo
              perform grava-movimento-stock
           end-if.

       registar_entrada_stock.
           move "E" to ws-mov-tipo.
           move "+" to ws-mov-sinal.
           perform regista-movimento-manual.

       registar_quebra_stock.
           move "Q" to ws-mov-tipo.
           move "-" to ws-mov-sinal.
           perform regista-movimento-manual.

       regista-movimento-manual.
           perform verifica-periodo-hoje.
           if ws-periodo-fechado equal "s"
              display "O periodo actual esta fechado, o movimento "
                 "nao pode ser registado"
           else
              perform regista-movimento-manual-corpo
           end-if.

       regista-movimento-manual-corpo.
           open i-o produtos.
           move space to reg-produtos.
           move zeros to reg-produtos.
           display "ID do produto: ".
           accept x.
           move x to reg-produtos-id.
           move "S" to registo_encontrado.
           read produtos record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Não encontrei nenhum produto com esse id"
           else
              perform pede-quantidade-movimento
           end-if.
           close produtos.

       pede-quantidade-movimento.
           display "Produto: " reg-produtos-nome.
           display "Stock actual: " reg-produtos-stock.
           if ws-mov-tipo equal "Q"
              perform pede-armazem-saida
              move reg-produtos-id to ws-arm-produto
              move reg-produtos-stock to ws-arm-total
              move ws-arm-corrente to ws-arm-id
              perform calcula-stock-armazem
              display "Stock nesse armazem: " ws-arm-stock
           end-if.
           display "Quantidade: ".
           accept ws-mov-qtd.
           if ws-mov-tipo equal "Q"
              perform until (ws-mov-qtd > 0 and
                             ws-mov-qtd <= ws-arm-stock)
                 display "ERRO - quantidade invalida, so ha "
                    ws-arm-stock " unidades nesse armazem"
                 display "Volta a introduzir a quantidade: "
                 accept ws-mov-qtd
              end-perform
              subtract ws-mov-qtd from reg-produtos-stock
           else
              perform until (ws-mov-qtd > 0 and
                 ws-mov-qtd + reg-produtos-stock < 1000)
                 display "ERRO - a quantidade tem que ser maior que "
                    "zero e o stock nao pode passar de 999"
                 display "Volta a introduzir a quantidade: "
                 accept ws-mov-qtd
              end-perform
              add ws-mov-qtd to reg-produtos-stock
           end-if.
           rewrite reg-produtos
              invalid key
              display "Erro ao actualizar o stock do produto".
           move reg-produtos-id to ws-mov-produto.
           perform grava-movimento-stock.
      *as entradas pedem o lote que chegou; as quebras saem dos
      *lotes por ordem de validade, como as vendas
           if ws-mov-tipo equal "E"
              move reg-produtos-id to ws-lote-produto
              move ws-mov-qtd to ws-lote-qtd
              perform regista-entrada-lote
           else
              move reg-produtos-id to ws-fefo-produto
              move ws-mov-qtd to ws-fefo-qtd-in
              perform consome-lotes-fefo
              move 1 to ws-arm-corrente
           end-if.
           display "Movimento registado, stock actual: "
              reg-produtos-stock.

      *reconciliacao dos itens abertos: recalcula o total/pago/
      *creditado de cada fatura a partir dos recibos e notas de
      *credito, aponta as divergencias contra abertos12.dat e, se o
      *operador quiser, reconstroi o ficheiro (como a reconciliacao
      *de stock faz com o ledger)
       reconciliacao_abertos.
           move zeros to ws-ab-divergencias.
           move zeros to ws-ab-orfaos.
           open input faturas.
           open input recibos.
           open input notas-credito.
           open i-o abertos.
           open input notas-debito.
           display "******RECONCILIACAO DE ITENS ABERTOS******".
           read faturas next.
           perform until fs-faturas equal "10"
              perform verifica-item-aberto-fatura
              read faturas next
           end-perform.
           perform verifica-itens-nd.
           perform verifica-itens-orfaos.
           display "**********************************".
           display "Divergencias: " ws-ab-divergencias
              "  Itens sem fatura: " ws-ab-orfaos.
           if ws-ab-divergencias > 0 or ws-ab-orfaos > 0
              display "Quer reconstruir o ficheiro de itens "
                 "abertos? (s/n)"
              accept opcao_continuar
              perform until (opcao_continuar = "S" or
                             opcao_continuar = "s" or
                             opcao_continuar = "N" or
                             opcao_continuar = "n" )
                 display "ERRO - opcao errada"
                 display "Volta introduzir a opcao: "
                 accept opcao_continuar
              end-perform
              if sim
                 perform reconstroi-itens-abertos
              end-if
           end-if.
           close notas-debito.
           close abertos.
           close notas-credito.
           close recibos.
           close faturas.

       verifica-item-aberto-fatura.
           perform calcula-total-fatura.
           perform soma-recibos-fatura.
           perform soma-nc-fatura.
           perform pago-venda-balcao.
           move reg-faturas-id to reg-ab-id-fatura.
           move "S" to registo_encontrado.
           read abertos record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              add 1 to ws-ab-divergencias
              display "Fatura " reg-faturas-id " sem item aberto"
           else
              if reg-ab-total not equal ws-fat-total-doc or
                 reg-ab-pago not equal ws-fat-pago or
                 reg-ab-creditado not equal ws-fat-creditado
                 add 1 to ws-ab-divergencias
                 display "DIVERGENCIA - Fatura " reg-faturas-id
                 display "  Item:  total " reg-ab-total
                    " pago " reg-ab-pago
                    " creditado " reg-ab-creditado
                 display "  Real:  total " ws-fat-total-doc
                    " pago " ws-fat-pago
                    " creditado " ws-fat-creditado
              end-if
           end-if.

       verifica-itens-orfaos.
           move zeros to reg-ab-id-fatura.
           start abertos key is not less than reg-ab-id-fatura
              invalid key
                 continue
              not invalid key
                 read abertos next
                 perform until fs-abertos equal "10"
                    move reg-ab-id-fatura to reg-faturas-id
                    read faturas record
                       invalid key
                       move reg-ab-id-fatura to reg-nd-id
                       read notas-debito record
                          invalid key
                          add 1 to ws-ab-orfaos
                          display "Item aberto " reg-ab-id-fatura
                             " sem fatura no ficheiro activo"
                       end-read
                    end-read
                    read abertos next
                 end-perform
           end-start.

      *reconstrucao: apaga os itens orfaos e volta a gravar um item
      *por fatura com os valores recalculados
       reconstroi-itens-abertos.
           move zeros to reg-ab-id-fatura.
           start abertos key is not less than reg-ab-id-fatura
              invalid key
                 continue
              not invalid key
                 read abertos next
                 perform until fs-abertos equal "10"
                    move reg-ab-id-fatura to reg-faturas-id
                    read faturas record
                       invalid key
                       delete abertos record
                          invalid key
                             continue
                       end-delete
                    end-read
                    read abertos next
                 end-perform
           end-start.
           move zeros to reg-faturas-id.
           start faturas key is not less than reg-faturas-id
              invalid key
                 continue
              not invalid key
                 read faturas next
                 perform until fs-faturas equal "10"
                    perform calcula-total-fatura
                    perform soma-recibos-fatura
                    perform soma-nc-fatura
                    perform pago-venda-balcao
                    move reg-faturas-id to reg-ab-id-fatura
                    move ws-fat-total-doc to reg-ab-total
                    move ws-fat-pago to reg-ab-pago
                    move ws-fat-creditado to reg-ab-creditado
                    write reg-ab
                       invalid key
                       rewrite reg-ab
                          invalid key
                          display "Erro ao regravar o item da "
                             "fatura " reg-faturas-id
                       end-rewrite
                    end-write
                    read faturas next
                 end-perform
           end-start.
           perform reconstroi-itens-nd.
           display "Ficheiro de itens abertos reconstruido".

      *reconciliacao: repete os movimentos do ledger por produto e
      *compara o saldo com o stock da ficha do produto
       reconciliacao_stock.
           move zeros to ws-divergencias.
           open input produtos.
           open input stockmov.
           if fs-produtos equal zeros
              display "******RECONCILIACAO DE STOCK******"
              read produtos next
              perform until fs-produtos equal "10"
                 perform calcula-saldo-ledger
                 if ws-saldo-ledger not equal reg-produtos-stock
                    add 1 to ws-divergencias
                    display "DIVERGENCIA - Produto " reg-produtos-id
                       " " reg-produtos-nome
                    display "  Stock na ficha: " reg-produtos-stock
                       "  Saldo do ledger: " ws-saldo-ledger
                 end-if
                 read produtos next
              end-perform
              display "**********************************"
              display "Produtos com divergencia: " ws-divergencias
           else
              display "Não tens nenhum produto registado"
           end-if.
           close stockmov.
           close produtos.

       calcula-saldo-ledger.
           move zeros to ws-saldo-ledger.
           move reg-produtos-id to reg-stockmov-produto-id.
           start stockmov key is equal to reg-stockmov-produto-id
              invalid key
                 continue
              not invalid key
                 read stockmov next
                 perform until fs-stockmov equal "10" or
                    reg-stockmov-produto-id not equal reg-produtos-id
                    perform soma-movimento-ledger
                    read stockmov next
                 end-perform
           end-start.

       soma-movimento-ledger.
           if reg-stockmov-sinal equal "-"
              subtract reg-stockmov-quantidade from ws-saldo-ledger
           else
              add reg-stockmov-quantidade to ws-saldo-ledger
           end-if.

      *inventario fisico: congela as quantidades do sistema por
      *produto e lote, imprime as folhas de contagem, recebe as
      *quantidades contadas e, com autorizacao de um supervisor,
      *lanca as diferencas como acertos de stock de uma so vez
       menu_inventario.
           display "1. Congelar quantidades do sistema".
           display "2. Imprimir folhas de contagem".
           display "3. Registar contagens".
           display "4. Relatorio de diferencas".
           display "5. Lancar diferencas (supervisor)".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
               when OPCAO = 1
                   perform congelar_inventario
               when OPCAO = 2
                   perform imprimir_folhas_contagem
               when OPCAO = 3
                   perform registar_contagens
               when OPCAO = 4
                   perform relatorio_diferencas_inventario
               when OPCAO = 5
                   perform lancar_diferencas_inventario
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.

      *o congelamento apaga o inventario anterior; se ainda houver
      *um por lancar o operador tem que confirmar
       congelar_inventario.
           perform verifica-inventario-aberto.
           move "s" to opcao_continuar.
           if ws-inv-existe equal "s"
              display "Ja existe um inventario de " ws-inv-data
                 " por lancar. Quer substitui-lo? (s/n)"
              accept opcao_continuar
              perform until (opcao_continuar = "S" or
                             opcao_continuar = "s" or
                             opcao_continuar = "N" or
                             opcao_continuar = "n" )
                 display "ERRO - opcao errada"
                 display "Volta introduzir a opcao: "
                 accept opcao_continuar
              end-perform
           end-if.
           if sim
              perform congela-inventario-corpo
           end-if.

       verifica-inventario-aberto.
           move "n" to ws-inv-existe.
           move zeros to ws-inv-data.
           open input inventario.
           if fs-inventario equal zeros
              read inventario next
              perform until fs-inventario equal "10" or
                 ws-inv-existe equal "s"
                 if reg-inv-aberto
                    move "s" to ws-inv-existe
                    move reg-inv-data to ws-inv-data
                 end-if
                 read inventario next
              end-perform
           end-if.
           close inventario.

       congela-inventario-corpo.
           accept ws-inv-data from date yyyymmdd.
           move zeros to ws-inv-linhas.
           open output inventario.
           close inventario.
           open i-o inventario.
           open input produtos.
           open input lotes.
           open input compras.
           open input receitas.
           if fs-produtos equal zeros
              read produtos next
              perform until fs-produtos equal "10"
                 perform congela-produto-inventario
                 read produtos next
              end-perform
              display "Inventario de " ws-inv-data " congelado com "
                 ws-inv-linhas " linhas"
              move spaces to ws-linha-auditoria
              string "INVENTARIO CONGELAR DATA=" delimited by size
                 ws-inv-data delimited by size
                 " LINHAS=" delimited by size
                 ws-inv-linhas delimited by size
                 into ws-linha-auditoria
              perform escreve-auditoria
           else
              display "Não tens nenhum produto registado"
           end-if.
           close receitas.
           close compras.
           close lotes.
           close produtos.
           close inventario.

      *uma linha por lote com quantidade e, para o stock que nao
      *esta em lotes, uma linha sem lote (sempre presente quando o
      *produto nao tem lotes, para se poder contar o que aparecer)
       congela-produto-inventario.
           perform calcula-custo-inventario.
           move zeros to ws-inv-soma-lotes.
           move reg-produtos-id to reg-lote-produto-id.
           move spaces to reg-lote-codigo.
           start lotes key is not less than reg-lote-chave
              invalid key
                 continue
              not invalid key
                 read lotes next
                 perform until fs-lotes equal "10" or
                    reg-lote-produto-id not equal reg-produtos-id
                    if reg-lote-quantidade > 0
                       add reg-lote-quantidade to ws-inv-soma-lotes
                       move reg-lote-codigo to ws-inv-lote
                       move reg-lote-quantidade to ws-inv-qtd
                       move reg-lote-data-validade to
                          ws-inv-validade
                       perform grava-linha-inventario
                    end-if
                    read lotes next
                 end-perform
           end-start.
           compute ws-inv-resto =
              reg-produtos-stock - ws-inv-soma-lotes.
           if ws-inv-resto > 0 or ws-inv-soma-lotes equal zeros
              move spaces to ws-inv-lote
              move zeros to ws-inv-validade
              if ws-inv-resto > 0
                 move ws-inv-resto to ws-inv-qtd
              else
                 move zeros to ws-inv-qtd
              end-if
              perform grava-linha-inventario
           end-if.

      *custo unitario congelado com o inventario: o medio das
      *compras e, sem compras, o custo pela receita de fabrico
       calcula-custo-inventario.
           perform calcula-custo-medio-produto.
           move zeros to ws-inv-custo.
           if ws-mrg-qtd > 0
              compute ws-inv-custo rounded =
                 ws-mrg-custo-total / ws-mrg-qtd
           else
              move reg-produtos-id to ws-prd-produto
              perform calcula-custo-receita
              if ws-prd-tem-receita equal "s" and
                 ws-prd-custo-conhecido equal "s"
                 move ws-prd-custo-unit to ws-inv-custo
              end-if
           end-if.

       grava-linha-inventario.
           move space to reg-inv.
           move zeros to reg-inv.
           move reg-produtos-id to reg-inv-produto-id.
           move ws-inv-lote to reg-inv-lote.
           move ws-inv-data to reg-inv-data.
           move ws-inv-validade to reg-inv-validade.
           move ws-inv-qtd to reg-inv-qtd-sistema.
           move zeros to reg-inv-qtd-contada.
           move "n" to reg-inv-contado.
           move "a" to reg-inv-estado.
           move ws-inv-custo to reg-inv-custo.
           write reg-inv
              invalid key
              display "Erro ao gravar a linha de inventario do "
                 "produto " reg-produtos-id
              not invalid key
              add 1 to ws-inv-linhas
           end-write.

      *folhas de contagem: sem as quantidades do sistema, para a
      *contagem ser feita as cegas
       imprimir_folhas_contagem.
           perform verifica-inventario-aberto.
           if ws-inv-existe equal "n"
              display "Não ha nenhum inventario congelado por lancar"
           else
              perform imprime-folhas-contagem-corpo
           end-if.

       imprime-folhas-contagem-corpo.
           move "contagem_inventario.txt" to ws-ficheiro-txt.
           move zeros to pagina-impressao.
           move ws-inv-data to imp-inv-data.
           open input inventario.
           open input produtos.
           open output impressao.
           perform imprime-cabecalho-contagem.
           read inventario next.
           perform until fs-inventario equal "10"
              move space to reg-produtos
              move reg-inv-produto-id to reg-produtos-id
              read produtos record
                 invalid key
                 move "*** PRODUTO DESCONHECIDO ***" to
                    reg-produtos-nome
              end-read
              move reg-inv-produto-id to imp-inv-produto
              move reg-produtos-nome to imp-inv-nome
              if reg-inv-lote equal spaces
                 move "(sem lote)" to imp-inv-lote
              else
                 move reg-inv-lote to imp-inv-lote
              end-if
              write reg-impressao from ws-imp-inv-linha
                 before advancing 2 lines
                 at end-of-page
                    perform imprime-rodape
                    perform imprime-cabecalho-contagem
              end-write
              read inventario next
           end-perform.
           perform imprime-rodape.
           close impressao.
           close produtos.
           close inventario.
           display "Folhas de contagem imprimidas em "
              ws-ficheiro-txt.

       imprime-cabecalho-contagem.
           write reg-impressao from ws-imp-inv-titulo
              before advancing 1 line.
           write reg-impressao from ws-imp-inv-cabecalho
              before advancing 2 lines.

      *registo das quantidades contadas; um lote que aparece na
      *prateleira e nao estava no sistema entra com quantidade do
      *sistema zero
       registar_contagens.
           perform verifica-inventario-aberto.
           if ws-inv-existe equal "n"
              display "Não ha nenhum inventario congelado por lancar"
           else
              open i-o inventario
              open input produtos
              move "s" to opcao_continuar
              perform until nao
                 perform regista-contagem
                 display "Quer registar mais alguma contagem? (s/n)"
                 accept opcao_continuar
                 perform until (opcao_continuar = "S" or
                                opcao_continuar = "s" or
                                opcao_continuar = "N" or
                                opcao_continuar = "n" )
                    display "ERRO - opcao errada"
                    display "Volta introduzir a opcao: "
                    accept opcao_continuar
                 end-perform
              end-perform
              close produtos
              close inventario
           end-if.

       regista-contagem.
           move space to reg-produtos.
           move zeros to reg-produtos-id.
           display "ID do produto: ".
           accept x.
           move x to reg-produtos-id.
           move "S" to registo_encontrado.
           read produtos record
              invalid key
              move "N" to registo_encontrado.
           perform until registo_encontrado equal "S"
              display "Não encontrei nenhum produto com esse id. "
                 "Volta a introduzir o id do produto: "
              accept x
              move x to reg-produtos-id
              move "S" to registo_encontrado
              read produtos record
                 invalid key
                 move "N" to registo_encontrado
           end-perform.
           display "Produto: " reg-produtos-nome.
           display "Lote (em branco se nao tem lote): ".
           accept ws-inv-lote.
           move reg-produtos-id to reg-inv-produto-id.
           move ws-inv-lote to reg-inv-lote.
           move "S" to registo_encontrado.
           read inventario record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado equal "N"
              perform acrescenta-linha-inventario
           end-if.
           if registo_encontrado equal "S"
              if reg-inv-foi-contado
                 display "Ja contado: " reg-inv-qtd-contada
                    " (a nova quantidade substitui esta)"
              end-if
              display "Quantidade contada: "
              accept reg-inv-qtd-contada
              move "s" to reg-inv-contado
              rewrite reg-inv
                 invalid key
                 display "Erro ao gravar a contagem"
                 not invalid key
                 display "Contagem registada"
              end-rewrite
           end-if.

       acrescenta-linha-inventario.
           display "Esse lote nao estava no inventario. Quer "
              "acrescenta-lo? (s/n)".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao: "
              accept opcao_continuar
           end-perform.
           if sim
              move zeros to ws-inv-validade
              if ws-inv-lote not equal spaces
                 perform pede-validade-inventario
              end-if
              move space to reg-inv
              move zeros to reg-inv
              move reg-produtos-id to reg-inv-produto-id
              move ws-inv-lote to reg-inv-lote
              move ws-inv-data to reg-inv-data
              move ws-inv-validade to reg-inv-validade
              move "n" to reg-inv-contado
              move "a" to reg-inv-estado
              write reg-inv
                 invalid key
                 display "Erro ao gravar a linha de inventario"
                 not invalid key
                 move "S" to registo_encontrado
              end-write
           end-if.

       pede-validade-inventario.
           display "Data de validade - Ano: ".
           accept ws-vd-ano.
           display "Data de validade - Mes: ".
           accept ws-vd-mes.
           display "Data de validade - Dia: ".
           accept ws-vd-dia.
           perform valida-data.
           perform until ws-data-valida equal "s"
              display "ERRO - data invalida no calendario"
              display "Data de validade - Ano: "
              accept ws-vd-ano
              display "Data de validade - Mes: "
              accept ws-vd-mes
              display "Data de validade - Dia: "
              accept ws-vd-dia
              perform valida-data
           end-perform.
           move ws-vd-data to ws-inv-validade.

      *diferencas entre o contado e o congelado, valorizadas ao
      *custo unitario guardado no congelamento
       relatorio_diferencas_inventario.
           perform verifica-inventario-aberto.
           if ws-inv-existe equal "n"
              display "Não ha nenhum inventario congelado por lancar"
           else
              perform relatorio-diferencas-corpo
           end-if.

       relatorio-diferencas-corpo.
           move zeros to ws-inv-nao-contadas.
           move zeros to ws-inv-val-positivo.
           move zeros to ws-inv-val-negativo.
           move zeros to ws-inv-linhas.
           open input inventario.
           display "******DIFERENCAS DO INVENTARIO DE " ws-inv-data
              "******".
           read inventario next.
           perform until fs-inventario equal "10"
              perform mostra-diferenca-inventario
              read inventario next
           end-perform.
           close inventario.
           display "**********************************".
           display "Linhas com diferenca: " ws-inv-linhas.
           display "Linhas por contar: " ws-inv-nao-contadas.
           display "Sobras ao custo:  " ws-inv-val-positivo.
           display "Faltas ao custo:  " ws-inv-val-negativo.
           compute ws-inv-valor =
              ws-inv-val-positivo - ws-inv-val-negativo.
           display "Diferenca liquida: " ws-inv-valor.

       mostra-diferenca-inventario.
           if not reg-inv-foi-contado
              add 1 to ws-inv-nao-contadas
              display "Produto " reg-inv-produto-id " lote "
                 reg-inv-lote " POR CONTAR (sistema "
                 reg-inv-qtd-sistema ")"
           else
              compute ws-inv-dif =
                 reg-inv-qtd-contada - reg-inv-qtd-sistema
              if ws-inv-dif not equal zeros
                 add 1 to ws-inv-linhas
                 compute ws-inv-valor = ws-inv-dif * reg-inv-custo
                 if ws-inv-dif > 0
                    add ws-inv-valor to ws-inv-val-positivo
                 else
                    subtract ws-inv-valor from ws-inv-val-negativo
                 end-if
                 display "Produto " reg-inv-produto-id " lote "
                    reg-inv-lote
                 display "  Sistema " reg-inv-qtd-sistema
                    "  Contado " reg-inv-qtd-contada
                    "  Diferenca " ws-inv-dif
                    "  Valor " ws-inv-valor
              end-if
           end-if.

      *lancamento: por produto, a soma das diferencas entra como
      *um acerto no stock da ficha e no ledger; os lotes ficam com
      *a diferenca de cada linha. as linhas por contar nao mexem
      *no stock
       lancar_diferencas_inventario.
           perform verifica-nivel-supervisor.
           if ws-op-autorizado equal "s"
              perform lanca-inventario-protegido
           end-if.

       lanca-inventario-protegido.
           perform verifica-inventario-aberto.
           if ws-inv-existe equal "n"
              display "Não ha nenhum inventario congelado por lancar"
           else
              perform verifica-periodo-hoje
              if ws-periodo-fechado equal "s"
                 display "O periodo actual esta fechado, as "
                    "diferencas nao podem ser lancadas"
              else
                 perform confirma-lancamento-inventario
                 if sim
                    perform lanca-inventario-corpo
                 end-if
              end-if
           end-if.

       confirma-lancamento-inventario.
           perform relatorio-diferencas-corpo.
           if ws-inv-nao-contadas > 0
              display "Atencao: ha " ws-inv-nao-contadas
                 " linhas por contar, que ficam sem acerto"
           end-if.
           display "Confirma o lancamento das diferencas? (s/n)".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao: "
              accept opcao_continuar
           end-perform.

       lanca-inventario-corpo.
           move zeros to ws-inv-lancados.
           move zeros to ws-inv-produto.
           move zeros to ws-inv-dif-produto.
           open i-o inventario.
           open i-o produtos.
           open i-o lotes.
           read inventario next.
           perform until fs-inventario equal "10"
              if reg-inv-produto-id not equal ws-inv-produto
                 perform lanca-acerto-produto
                 move reg-inv-produto-id to ws-inv-produto
                 move zeros to ws-inv-dif-produto
              end-if
              if reg-inv-foi-contado
                 compute ws-inv-dif =
                    reg-inv-qtd-contada - reg-inv-qtd-sistema
                 add ws-inv-dif to ws-inv-dif-produto
                 if reg-inv-lote not equal spaces and
                    ws-inv-dif not equal zeros
                    perform acerta-lote-inventario
                 end-if
              end-if
              move "l" to reg-inv-estado
              rewrite reg-inv
                 invalid key
                 display "Erro ao fechar a linha de inventario"
              end-rewrite
              read inventario next
           end-perform.
           perform lanca-acerto-produto.
           close lotes.
           close produtos.
           close inventario.
           display "Inventario lancado, " ws-inv-lancados
              " produtos acertados".
           move spaces to ws-linha-auditoria.
           string "INVENTARIO LANCAR DATA=" delimited by size
              ws-inv-data delimited by size
              " PRODUTOS=" delimited by size
              ws-inv-lancados delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.

       acerta-lote-inventario.
           move reg-inv-produto-id to reg-lote-produto-id.
           move reg-inv-lote to reg-lote-codigo.
           read lotes record
              invalid key
              if ws-inv-dif > 0
                 move reg-inv-data to reg-lote-data-producao
                 move reg-inv-validade to reg-lote-data-validade
                 move ws-inv-dif to reg-lote-quantidade
                 write reg-lote
                    invalid key
                    display "Erro ao gravar o lote " reg-inv-lote
                 end-write
              end-if
              not invalid key
              compute ws-inv-novo-stock =
                 reg-lote-quantidade + ws-inv-dif
              if ws-inv-novo-stock < 0
                 move zeros to reg-lote-quantidade
              else
                 move ws-inv-novo-stock to reg-lote-quantidade
              end-if
              rewrite reg-lote
                 invalid key
                 display "Erro ao actualizar o lote " reg-inv-lote
              end-rewrite
           end-read.

      *a diferenca liquida do produto aplica-se ao stock actual da
      *ficha (as vendas depois do congelamento ja la estao)
       lanca-acerto-produto.
           if ws-inv-produto not equal zeros and
              ws-inv-dif-produto not equal zeros
              move ws-inv-produto to reg-produtos-id
              read produtos record
                 invalid key
                 display "Produto " ws-inv-produto
                    " ja nao existe, diferenca nao lancada"
                 not invalid key
                 perform acerta-stock-inventario
              end-read
           end-if.

       acerta-stock-inventario.
           compute ws-inv-novo-stock =
              reg-produtos-stock + ws-inv-dif-produto.
           if ws-inv-novo-stock < 0
              move zeros to ws-inv-novo-stock
           end-if.
           if ws-inv-novo-stock > 999
              move 999 to ws-inv-novo-stock
              display "Aviso - o stock do produto " ws-inv-produto
                 " ficou no maximo de 999"
           end-if.
           move reg-produtos-stock to ws-stock-anterior.
           move ws-inv-novo-stock to reg-produtos-stock.
           rewrite reg-produtos
              invalid key
              display "Erro ao actualizar o stock do produto".
           perform regista-acerto-stock.
           add 1 to ws-inv-lancados.
           move spaces to ws-linha-auditoria.
           string "INVENTARIO ACERTO PRODUTO=" delimited by size
              ws-inv-produto delimited by size
              " ANTES=" delimited by size
              ws-stock-anterior delimited by size
              " DEPOIS=" delimited by size
              reg-produtos-stock delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.

      *conversao unica dos ficheiros gravados no formato antigo (ids
      *de 2 digitos, linhas de fatura sem iva) para o formato actual.
      *cada ficheiro e lido pelo layout antigo, reescrito num ficheiro
      *temporario no layout novo e depois copiado de volta para o
      *nome original. os ficheiros ja no formato novo sao detectados
      *pelo tamanho do registo e ignorados.
       conversao_ficheiros.
           perform verifica-nivel-supervisor.
           if ws-op-autorizado equal "s"
              perform conversao-ficheiros-protegido
           end-if.

       conversao-ficheiros-protegido.
           display "Conversao unica dos ficheiros de dados para o "
              "formato novo.".
           display "So deve ser corrida uma vez, sobre os ficheiros "
              "antigos.".
           display "Quer continuar? (s/n)".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao: "
              accept opcao_continuar
           end-perform.
           if sim
              move "n" to ws-conv-algum
              perform converte-clientes
              perform converte-produtos
              perform converte-faturas
              perform converte-historico
              perform converte-index-ids
              display "Conversao terminada"
           end-if.

      *os contadores de clientes/produtos/faturas sao recalculados a
      *partir dos ficheiros acabados de converter (maior id + 1), em
      *vez de se confiar no ficheiro sequencial dos ids, cujo formato
      *nao se consegue verificar pelo tamanho do registo
       converte-index-ids.
           if ws-conv-algum equal "s"
              move zeros to index_ids_clientes
              move zeros to index_ids_produtos
              move zeros to index_ids_faturas
              open input clientes
              read clientes next
              perform until fs-clientes equal "10"
                 if reg-clientes-id >= index_ids_clientes
                    compute index_ids_clientes = reg-clientes-id + 1
                 end-if
                 read clientes next
              end-perform
              close clientes
              open input produtos
              read produtos next
              perform until fs-produtos equal "10"
                 if reg-produtos-id >= index_ids_produtos
                    compute index_ids_produtos = reg-produtos-id + 1
                 end-if
                 read produtos next
              end-perform
              close produtos
              open input faturas
              read faturas next
              perform until fs-faturas equal "10"
                 if reg-faturas-id >= index_ids_faturas
                    compute index_ids_faturas = reg-faturas-id + 1
                 end-if
                 read faturas next
              end-perform
              close faturas
              open input faturas-historico
              read faturas-historico next
              perform until fs-faturas-historico equal "10"
                 if reg-faturas-historico-id >= index_ids_faturas
                    compute index_ids_faturas =
                       reg-faturas-historico-id + 1
                 end-if
                 read faturas-historico next
              end-perform
              close faturas-historico
              perform save_ids
              display "Contadores de ids recalculados a partir dos "
                 "ficheiros convertidos"
           else
              display "Nenhum ficheiro estava no formato antigo, "
                 "contadores mantidos"
           end-if.

       converte-clientes.
           move zeros to ws-conv-regs.
           open input clientes-old.
           if fs-clientes-old not equal "00"
              display "clientes12.dat ja convertido ou indisponivel"
              close clientes-old
           else
              move "s" to ws-conv-algum
              open output clientes-tmp
              read clientes-old next
              perform until fs-clientes-old equal "10"
                 move spaces to reg-clientes-tmp
                 move reg-clientes-old-id to reg-clientes-tmp-id
                 move reg-clientes-old-nome to reg-clientes-tmp-nome
                 move reg-clientes-old-data-nasc to
                    reg-clientes-tmp-data-nasc
                 move reg-clientes-old-morada to
                    reg-clientes-tmp-morada
                 move reg-clientes-old-telefone to
                    reg-clientes-tmp-telefone
                 move reg-clientes-old-nif to reg-clientes-tmp-nif
                 move zeros to reg-clientes-tmp-desconto
                 move zeros to reg-clientes-tmp-limite-credito
                 write reg-clientes-tmp
                    invalid key
                       continue
                 end-write
                 add 1 to ws-conv-regs
                 read clientes-old next
              end-perform
              close clientes-old
              close clientes-tmp
              open input clientes-tmp
              open output clientes
              read clientes-tmp next
              perform until fs-clientes-tmp equal "10"
                 move reg-clientes-tmp to reg-clientes
                 write reg-clientes
                    invalid key
                       continue
                 end-write
                 read clientes-tmp next
              end-perform
              close clientes
              close clientes-tmp
              display "Clientes convertidos: " ws-conv-regs
           end-if.

       converte-produtos.
           move zeros to ws-conv-regs.
           open input produtos-old.
           if fs-produtos-old not equal "00"
              display "produtos12.dat ja convertido ou indisponivel"
              close produtos-old
           else
              move "s" to ws-conv-algum
              open output produtos-tmp
              read produtos-old next
              perform until fs-produtos-old equal "10"
                 move spaces to reg-produtos-tmp
                 move reg-produtos-old-id to reg-produtos-tmp-id
                 move reg-produtos-old-nome to reg-produtos-tmp-nome
                 move reg-produtos-old-tipo to reg-produtos-tmp-tipo
                 move reg-produtos-old-stock to
                    reg-produtos-tmp-stock
                 move reg-produtos-old-preco to
                    reg-produtos-tmp-preco
                 write reg-produtos-tmp
                    invalid key
                       continue
                 end-write
                 add 1 to ws-conv-regs
                 read produtos-old next
              end-perform
              close produtos-old
              close produtos-tmp
              open input produtos-tmp
              open output produtos
              read produtos-tmp next
              perform until fs-produtos-tmp equal "10"
                 move reg-produtos-tmp to reg-produtos
                 write reg-produtos
                    invalid key
                       continue
                 end-write
                 read produtos-tmp next
              end-perform
              close produtos
              close produtos-tmp
              display "Produtos convertidos: " ws-conv-regs
           end-if.

      *as faturas antigas nao traziam taxa/base/iva por linha: esses
      *campos sao preenchidos na conversao a partir da quantidade, do
      *preco e do tipo actual do produto (taxa reduzida quando o
      *produto ja nao existe)
       converte-faturas.
           move zeros to ws-conv-regs.
           open input faturas-old.
           if fs-faturas-old not equal "00"
              display "faturas12.dat ja convertido ou indisponivel"
              close faturas-old
           else
              move "s" to ws-conv-algum
              open output faturas-tmp
              open input produtos
              read faturas-old next
              perform until fs-faturas-old equal "10"
                 perform converte-uma-fatura
                 read faturas-old next
              end-perform
              close produtos
              close faturas-old
              close faturas-tmp
              open input faturas-tmp
              open output faturas
              read faturas-tmp next
              perform until fs-faturas-tmp equal "10"
                 move reg-faturas-tmp to reg-faturas
                 write reg-faturas
                    invalid key
                       continue
                 end-write
                 read faturas-tmp next
              end-perform
              close faturas
              close faturas-tmp
              display "Faturas convertidas: " ws-conv-regs
           end-if.

       converte-uma-fatura.
           move zeros to reg-faturas-tmp.
           move reg-faturas-old-id to reg-faturas-tmp-id.
           move reg-faturas-old-data to reg-faturas-tmp-data.
           move reg-faturas-old-id-cliente to
              reg-faturas-tmp-id-cliente.
           move reg-faturas-old-n-produtos to
              reg-faturas-tmp-n-produtos.
           move zeros to i.
           perform until i equal reg-faturas-old-n-produtos
              add 1 to i
              move reg-faturas-old-linha-produto-id(i) to
                 reg-faturas-tmp-linha-produto-id(i)
              move reg-faturas-old-linha-quantidade(i) to
                 reg-faturas-tmp-linha-quantidade(i)
              move reg-faturas-old-linha-preco(i) to
                 reg-faturas-tmp-linha-preco(i)
              move reg-faturas-old-linha-produto-id(i) to
                 reg-produtos-id
              read produtos record
                 invalid key
                    move 06 to ws-taxa-iva
                 not invalid key
                    perform taxa-iva-produto
              end-read
              move ws-taxa-iva to reg-faturas-tmp-linha-taxa(i)
              compute reg-faturas-tmp-linha-base(i) =
                 reg-faturas-old-linha-quantidade(i) *
                 reg-faturas-old-linha-preco(i)
              compute reg-faturas-tmp-linha-iva(i) rounded =
                 (reg-faturas-old-linha-quantidade(i) *
                  reg-faturas-old-linha-preco(i) * ws-taxa-iva) / 100
              move spaces to reg-faturas-tmp-linha-lote(i)
           end-perform.
           move zeros to reg-faturas-tmp-serie-num.
           move space to reg-faturas-tmp-estado.
           write reg-faturas-tmp
              invalid key
                 continue
           end-write.
           add 1 to ws-conv-regs.

       converte-historico.
           move zeros to ws-conv-regs.
           open input historico-old.
           if fs-historico-old not equal "00"
              display "faturas_historico.dat ja convertido ou "
                 "indisponivel"
              close historico-old
           else
              move "s" to ws-conv-algum
              open output historico-tmp
              open input produtos
              read historico-old next
              perform until fs-historico-old equal "10"
                 perform converte-uma-fatura-historico
                 read historico-old next
              end-perform
              close produtos
              close historico-old
              close historico-tmp
              open input historico-tmp
              open output faturas-historico
              read historico-tmp next
              perform until fs-historico-tmp equal "10"
                 move reg-historico-tmp to reg-faturas-historico
                 write reg-faturas-historico
                    invalid key
                       continue
                 end-write
                 read historico-tmp next
              end-perform
              close faturas-historico
              close historico-tmp
              display "Faturas arquivadas convertidas: " ws-conv-regs
           end-if.

       converte-uma-fatura-historico.
           move zeros to reg-historico-tmp.
           move reg-historico-old-id to reg-historico-tmp-id.
           move reg-historico-old-data to reg-historico-tmp-data.
           move reg-historico-old-id-cliente to
              reg-historico-tmp-id-cliente.
           move reg-historico-old-n-produtos to
              reg-historico-tmp-n-produtos.
           move zeros to i.
           perform until i equal reg-historico-old-n-produtos
              add 1 to i
              move reg-historico-old-linha-produto-id(i) to
                 reg-historico-tmp-linha-produto-id(i)
              move reg-historico-old-linha-quantidade(i) to
                 reg-historico-tmp-linha-quantidade(i)
              move reg-historico-old-linha-preco(i) to
                 reg-historico-tmp-linha-preco(i)
              move reg-historico-old-linha-produto-id(i) to
                 reg-produtos-id
              read produtos record
                 invalid key
                    move 06 to ws-taxa-iva
                 not invalid key
                    perform taxa-iva-produto
              end-read
              move ws-taxa-iva to reg-historico-tmp-linha-taxa(i)
              compute reg-historico-tmp-linha-base(i) =
                 reg-historico-old-linha-quantidade(i) *
                 reg-historico-old-linha-preco(i)
              compute reg-historico-tmp-linha-iva(i) rounded =
                 (reg-historico-old-linha-quantidade(i) *
                  reg-historico-old-linha-preco(i) * ws-taxa-iva)
                 / 100
              move spaces to reg-historico-tmp-linha-lote(i)
           end-perform.
           move zeros to reg-historico-tmp-serie-num.
           move space to reg-historico-tmp-estado.
           write reg-historico-tmp
              invalid key
                 continue
           end-write.
           add 1 to ws-conv-regs.

      *conversao dos ficheiros gravados no penultimo formato (antes
      *dos campos de desconto, limite de credito, lote por linha,
      *numero de serie e estado) para o formato actual. cada ficheiro
      *e lido pelo layout anterior, reescrito num temporario com os
      *campos novos a zeros/espacos e copiado de volta; um ficheiro
      *que ja esteja no formato actual nao abre pelo layout anterior
      *e e ignorado. depois de converter deve correr-se a
      *reconciliacao de itens abertos para criar abertos12.dat
       conversao_formato_actual.
           perform verifica-nivel-supervisor.
           if ws-op-autorizado equal "s"
              perform conversao-actual-protegido
           end-if.

       conversao-actual-protegido.
           display "Conversao unica dos ficheiros de dados do "
              "formato anterior".
           display "(sem descontos, lotes, series) para o formato "
              "actual.".
           display "So deve ser corrida uma vez, sobre os ficheiros "
              "anteriores.".
           display "Quer continuar? (s/n)".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao: "
              accept opcao_continuar
           end-perform.
           if sim
              perform converte-clientes-ant
              perform converte-faturas-ant
              perform converte-historico-ant
              perform converte-recibos-ant
              perform converte-nc-ant
              display "Conversao terminada. Corre agora a "
                 "reconciliacao de itens abertos para criar "
                 "abertos12.dat."
           end-if.

       converte-clientes-ant.
           move zeros to ws-conv-regs.
           open input clientes-ant.
           if fs-clientes-ant not equal "00"
              display "clientes12.dat nao esta no formato anterior "
                 "(ja convertido, mais antigo ou indisponivel)"
              close clientes-ant
           else
              open output clientes-tmp
              read clientes-ant next
              perform until fs-clientes-ant equal "10"
                 move spaces to reg-clientes-tmp
                 move reg-clientes-ant-id to reg-clientes-tmp-id
                 move reg-clientes-ant-nome to reg-clientes-tmp-nome
                 move reg-clientes-ant-data-nasc to
                    reg-clientes-tmp-data-nasc
                 move reg-clientes-ant-morada to
                    reg-clientes-tmp-morada
                 move reg-clientes-ant-telefone to
                    reg-clientes-tmp-telefone
                 move reg-clientes-ant-nif to reg-clientes-tmp-nif
                 move zeros to reg-clientes-tmp-desconto
                 move zeros to reg-clientes-tmp-limite-credito
                 write reg-clientes-tmp
                    invalid key
                       continue
                 end-write
                 add 1 to ws-conv-regs
                 read clientes-ant next
              end-perform
              close clientes-ant
              close clientes-tmp
              open input clientes-tmp
              open output clientes
              read clientes-tmp next
              perform until fs-clientes-tmp equal "10"
                 move reg-clientes-tmp to reg-clientes
                 write reg-clientes
                    invalid key
                       continue
                 end-write
                 read clientes-tmp next
              end-perform
              close clientes
              close clientes-tmp
              display "Clientes convertidos: " ws-conv-regs
           end-if.

       converte-faturas-ant.
           move zeros to ws-conv-regs.
           open input faturas-ant.
           if fs-faturas-ant not equal "00"
              display "faturas12.dat nao esta no formato anterior "
                 "(ja convertido, mais antigo ou indisponivel)"
              close faturas-ant
           else
              open output faturas-tmp
              read faturas-ant next
              perform until fs-faturas-ant equal "10"
                 perform converte-uma-fatura-ant
                 read faturas-ant next
              end-perform
              close faturas-ant
              close faturas-tmp
              open input faturas-tmp
              open output faturas
              read faturas-tmp next
              perform until fs-faturas-tmp equal "10"
                 move reg-faturas-tmp to reg-faturas
                 write reg-faturas
                    invalid key
                       continue
                 end-write
                 read faturas-tmp next
              end-perform
              close faturas
              close faturas-tmp
              display "Faturas convertidas: " ws-conv-regs
           end-if.

       converte-uma-fatura-ant.
           move zeros to reg-faturas-tmp.
           move reg-faturas-ant-id to reg-faturas-tmp-id.
           move reg-faturas-ant-data to reg-faturas-tmp-data.
           move reg-faturas-ant-id-cliente to
              reg-faturas-tmp-id-cliente.
           move reg-faturas-ant-n-produtos to
              reg-faturas-tmp-n-produtos.
           move zeros to i.
           perform until i equal reg-faturas-ant-n-produtos
              add 1 to i
              move reg-faturas-ant-linha-produto-id(i) to
                 reg-faturas-tmp-linha-produto-id(i)
              move reg-faturas-ant-linha-quantidade(i) to
                 reg-faturas-tmp-linha-quantidade(i)
              move reg-faturas-ant-linha-preco(i) to
                 reg-faturas-tmp-linha-preco(i)
              move reg-faturas-ant-linha-taxa(i) to
                 reg-faturas-tmp-linha-taxa(i)
              move zeros to reg-faturas-tmp-linha-desconto(i)
              move reg-faturas-ant-linha-base(i) to
                 reg-faturas-tmp-linha-base(i)
              move reg-faturas-ant-linha-iva(i) to
                 reg-faturas-tmp-linha-iva(i)
              move spaces to reg-faturas-tmp-linha-lote(i)
           end-perform.
           move zeros to reg-faturas-tmp-serie-num.
           move space to reg-faturas-tmp-estado.
           write reg-faturas-tmp
              invalid key
                 continue
           end-write.
           add 1 to ws-conv-regs.

       converte-historico-ant.
           move zeros to ws-conv-regs.
           open input historico-ant.
           if fs-historico-ant not equal "00"
              display "faturas_historico.dat nao esta no formato "
                 "anterior (ja convertido, mais antigo ou "
                 "indisponivel)"
              close historico-ant
           else
              open output historico-tmp
              read historico-ant next
              perform until fs-historico-ant equal "10"
                 perform converte-um-historico-ant
                 read historico-ant next
              end-perform
              close historico-ant
              close historico-tmp
              open input historico-tmp
              open output faturas-historico
              read historico-tmp next
              perform until fs-historico-tmp equal "10"
                 move reg-historico-tmp to reg-faturas-historico
                 write reg-faturas-historico
                    invalid key
                       continue
                 end-write
                 read historico-tmp next
              end-perform
              close faturas-historico
              close historico-tmp
              display "Faturas arquivadas convertidas: " ws-conv-regs
           end-if.

       converte-um-historico-ant.
           move zeros to reg-historico-tmp.
           move reg-historico-ant-id to reg-historico-tmp-id.
           move reg-historico-ant-data to reg-historico-tmp-data.
           move reg-historico-ant-id-cliente to
              reg-historico-tmp-id-cliente.
           move reg-historico-ant-n-produtos to
              reg-historico-tmp-n-produtos.
           move zeros to i.
           perform until i equal reg-historico-ant-n-produtos
              add 1 to i
              move reg-historico-ant-linha-produto-id(i) to
                 reg-historico-tmp-linha-produto-id(i)
              move reg-historico-ant-linha-quantidade(i) to
                 reg-historico-tmp-linha-quantidade(i)
              move reg-historico-ant-linha-preco(i) to
                 reg-historico-tmp-linha-preco(i)
              move reg-historico-ant-linha-taxa(i) to
                 reg-historico-tmp-linha-taxa(i)
              move zeros to reg-historico-tmp-linha-desconto(i)
              move reg-historico-ant-linha-base(i) to
                 reg-historico-tmp-linha-base(i)
              move reg-historico-ant-linha-iva(i) to
                 reg-historico-tmp-linha-iva(i)
              move spaces to reg-historico-tmp-linha-lote(i)
           end-perform.
           move zeros to reg-historico-tmp-serie-num.
           move space to reg-historico-tmp-estado.
           write reg-historico-tmp
              invalid key
                 continue
           end-write.
           add 1 to ws-conv-regs.

       converte-recibos-ant.
           move zeros to ws-conv-regs.
           open input recibos-ant.
           if fs-recibos-ant not equal "00"
              display "recibos12.dat nao esta no formato anterior "
                 "(ja convertido, mais antigo ou indisponivel)"
              close recibos-ant
           else
              open output recibos-tmp
              read recibos-ant next
              perform until fs-recibos-ant equal "10"
                 move spaces to reg-recibos-tmp
                 move reg-recibos-ant-id to reg-recibos-tmp-id
                 move reg-recibos-ant-id-fatura to
                    reg-recibos-tmp-id-fatura
                 move reg-recibos-ant-data to reg-recibos-tmp-data
                 move reg-recibos-ant-valor to
                    reg-recibos-tmp-valor
                 move reg-recibos-ant-metodo to
                    reg-recibos-tmp-metodo
                 move zeros to reg-recibos-tmp-serie-num
                 write reg-recibos-tmp
                    invalid key
                       continue
                 end-write
                 add 1 to ws-conv-regs
                 read recibos-ant next
              end-perform
              close recibos-ant
              close recibos-tmp
              open input recibos-tmp
              open output recibos
              read recibos-tmp next
              perform until fs-recibos-tmp equal "10"
                 move reg-recibos-tmp to reg-recibos
                 write reg-recibos
                    invalid key
                       continue
                 end-write
                 read recibos-tmp next
              end-perform
              close recibos
              close recibos-tmp
              display "Recibos convertidos: " ws-conv-regs
           end-if.

       converte-nc-ant.
           move zeros to ws-conv-regs.
           open input nc-ant.
           if fs-nc-ant not equal "00"
              display "notascredito12.dat nao esta no formato "
                 "anterior (ja convertido, mais antigo ou "
                 "indisponivel)"
              close nc-ant
           else
              open output nc-tmp
              read nc-ant next
              perform until fs-nc-ant equal "10"
                 perform converte-uma-nc-ant
                 read nc-ant next
              end-perform
              close nc-ant
              close nc-tmp
              open input nc-tmp
              open output notas-credito
              read nc-tmp next
              perform until fs-nc-tmp equal "10"
                 move reg-nc-tmp to reg-nc
                 write reg-nc
                    invalid key
                       continue
                 end-write
                 read nc-tmp next
              end-perform
              close notas-credito
              close nc-tmp
              display "Notas de credito convertidas: " ws-conv-regs
           end-if.

       converte-uma-nc-ant.
           move zeros to reg-nc-tmp.
           move reg-nc-ant-id to reg-nc-tmp-id.
           move reg-nc-ant-data to reg-nc-tmp-data.
           move reg-nc-ant-id-fatura to reg-nc-tmp-id-fatura.
           move reg-nc-ant-id-cliente to reg-nc-tmp-id-cliente.
           move reg-nc-ant-n-produtos to reg-nc-tmp-n-produtos.
           move zeros to i.
           perform until i equal reg-nc-ant-n-produtos
              add 1 to i
              move reg-nc-ant-linha-produto-id(i) to
                 reg-nc-tmp-linha-produto-id(i)
              move reg-nc-ant-linha-quantidade(i) to
                 reg-nc-tmp-linha-quantidade(i)
              move reg-nc-ant-linha-preco(i) to
                 reg-nc-tmp-linha-preco(i)
              move reg-nc-ant-linha-taxa(i) to
                 reg-nc-tmp-linha-taxa(i)
              move zeros to reg-nc-tmp-linha-desconto(i)
              move reg-nc-ant-linha-base(i) to
                 reg-nc-tmp-linha-base(i)
              move reg-nc-ant-linha-iva(i) to
                 reg-nc-tmp-linha-iva(i)
              move spaces to reg-nc-tmp-linha-lote(i)
           end-perform.
           move zeros to reg-nc-tmp-serie-num.
           write reg-nc-tmp
              invalid key
                 continue
           end-write.
           add 1 to ws-conv-regs.

      *fecho do dia: imprime o diario de caixa do dia (recibos por
      *metodo de pagamento, faturas e notas de credito emitidas e a
      *diferenca contra o dinheiro contado) e depois copia todos os
      *ficheiros de dados para uma geracao datada de copias de
      *seguranca (bak1_/bak2_/bak3_, rotativas), registando a
      *operacao na auditoria
       fecho_do_dia.
           display "Valor contado na caixa (numerario): ".
           accept ws-fdd-declarado.
           perform fecho-do-dia-corre.

       fecho-do-dia-corre.
           perform diario-de-caixa.
           perform le-backup-ctl.
           move bk-proxima to ws-bak-gen.
           if ws-bak-gen < 1 or ws-bak-gen > 3
              move 1 to ws-bak-gen
           end-if.
           accept ws-data-sistema from date yyyymmdd.
           display "A criar a geracao " ws-bak-gen " do backup".
           perform copia-clientes-backup.
           perform copia-produtos-backup.
           perform copia-faturas-backup.
           perform copia-historico-backup.
           perform copia-recibos-backup.
           perform copia-notascredito-backup.
           perform copia-stockmov-backup.
           evaluate ws-bak-gen
              when 1
                 move ws-data-sistema to bk-data-g1
              when 2
                 move ws-data-sistema to bk-data-g2
              when 3
                 move ws-data-sistema to bk-data-g3
           end-evaluate.
           compute bk-proxima = ws-bak-gen + 1.
           if bk-proxima > 3
              move 1 to bk-proxima
           end-if.
           perform grava-backup-ctl.
           move spaces to ws-linha-auditoria.
           string "BACKUP GERACAO=" delimited by size
              ws-bak-gen delimited by size
              " FICHEIROS=7" delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.
           display "Fecho do dia concluido (geracao " ws-bak-gen
              ")".

      *diario de caixa: uma pagina com os recibos de hoje, subtotais
      *por metodo de pagamento, as faturas e notas de credito do dia
      *e a diferenca entre o numerario contado e o do sistema
       diario-de-caixa.
           accept ws-data-sistema from date yyyymmdd.
           move "fecho_dia.txt" to ws-ficheiro-txt.
           move zeros to pagina-impressao.
           move zeros to ws-fdd-num.
           move zeros to ws-fdd-mb.
           move zeros to ws-fdd-tr.
           move zeros to ws-fdd-num-qtd.
           move zeros to ws-fdd-mb-qtd.
           move zeros to ws-fdd-tr-qtd.
           move zeros to ws-fdd-dd.
           move zeros to ws-fdd-dd-qtd.
           move zeros to ws-fdd-bal-num.
           move zeros to ws-fdd-bal-num-qtd.
           move zeros to ws-fdd-bal-mb.
           move zeros to ws-fdd-bal-mb-qtd.
           move zeros to ws-fdd-fat-qtd.
           move zeros to ws-fdd-fat-total.
           move zeros to ws-fdd-nc-qtd.
           move zeros to ws-fdd-nc-total.
           open output impressao.
           move ws-data-sistema-dia to imp-fdd-dia.
           move ws-data-sistema-mes to imp-fdd-mes.
           move ws-data-sistema-ano to imp-fdd-ano.
           write reg-impressao from ws-imp-fdd-titulo
              before advancing 1 line.
           write reg-impressao from spaces
              before advancing 1 line.
           open input recibos.
           read recibos next.
           perform until fs-recibos equal "10"
              if reg-recibos-data equal ws-data-sistema
                 perform acumula-recibo-diario
              end-if
              read recibos next
           end-perform.
           close recibos.
           open input faturas.
           read faturas next.
           perform until fs-faturas equal "10"
              if reg-fatura-data equal ws-data-sistema and
                 not reg-fatura-anulada
                 perform calcula-total-fatura
                 add 1 to ws-fdd-fat-qtd
                 add ws-fat-total-doc to ws-fdd-fat-total
                 perform acumula-balcao-diario
              end-if
              read faturas next
           end-perform.
           close faturas.
           open input notas-credito.
           read notas-credito next.
           perform until fs-notas-credito equal "10"
              if reg-nc-data equal ws-data-sistema
                 perform calcula-total-nc
                 add 1 to ws-fdd-nc-qtd
                 add ws-nc-total to ws-fdd-nc-total
              end-if
              read notas-credito next
           end-perform.
           close notas-credito.
           write reg-impressao from spaces
              before advancing 1 line.
           move "Recibos em numerario" to imp-fdd-rotulo.
           move ws-fdd-num-qtd to imp-fdd-qtd.
           move ws-fdd-num to imp-fdd-valor.
           write reg-impressao from ws-imp-fdd-linha
              before advancing 1 line.
           move "Recibos multibanco" to imp-fdd-rotulo.
           move ws-fdd-mb-qtd to imp-fdd-qtd.
           move ws-fdd-mb to imp-fdd-valor.
           write reg-impressao from ws-imp-fdd-linha
              before advancing 1 line.
           move "Recibos por transferencia" to imp-fdd-rotulo.
           move ws-fdd-tr-qtd to imp-fdd-qtd.
           move ws-fdd-tr to imp-fdd-valor.
           write reg-impressao from ws-imp-fdd-linha
              before advancing 1 line.
           move "Recibos por debito directo" to imp-fdd-rotulo.
           move ws-fdd-dd-qtd to imp-fdd-qtd.
           move ws-fdd-dd to imp-fdd-valor.
           write reg-impressao from ws-imp-fdd-linha
              before advancing 1 line.
           move "Vendas balcao numerario" to imp-fdd-rotulo.
           move ws-fdd-bal-num-qtd to imp-fdd-qtd.
           move ws-fdd-bal-num to imp-fdd-valor.
           write reg-impressao from ws-imp-fdd-linha
              before advancing 1 line.
           move "Vendas balcao multibanco" to imp-fdd-rotulo.
           move ws-fdd-bal-mb-qtd to imp-fdd-qtd.
           move ws-fdd-bal-mb to imp-fdd-valor.
           write reg-impressao from ws-imp-fdd-linha
              before advancing 1 line.
           move "Faturas emitidas hoje" to imp-fdd-rotulo.
           move ws-fdd-fat-qtd to imp-fdd-qtd.
           move ws-fdd-fat-total to imp-fdd-valor.
           write reg-impressao from ws-imp-fdd-linha
              before advancing 1 line.
           move "Notas de credito de hoje" to imp-fdd-rotulo.
           move ws-fdd-nc-qtd to imp-fdd-qtd.
           move ws-fdd-nc-total to imp-fdd-valor.
           write reg-impressao from ws-imp-fdd-linha
              before advancing 1 line.
           move "Numerario declarado" to imp-fdd-rotulo.
           move zeros to imp-fdd-qtd.
           move ws-fdd-declarado to imp-fdd-valor.
           write reg-impressao from ws-imp-fdd-linha
              before advancing 1 line.
           compute ws-fdd-dif = ws-fdd-declarado - ws-fdd-num
              - ws-fdd-bal-num.
           move ws-fdd-dif to imp-fdd-dif.
           write reg-impressao from ws-imp-fdd-dif
              before advancing 1 line.
           perform imprime-rodape.
           close impressao.
           display "Diario de caixa em " ws-ficheiro-txt
              " (numerario sistema " ws-fdd-num " + balcao "
              ws-fdd-bal-num
              " declarado " ws-fdd-declarado
              " diferenca " ws-fdd-dif ")".

      *as vendas ao balcao sao pagas com o documento, sem recibo:
      *entram no caixa pelo meio de pagamento da venda
       acumula-balcao-diario.
           perform le-tipo-fatura.
           if ws-fbl-balcao equal "s"
              if ws-fbl-metodo equal "m" or ws-fbl-metodo equal "M"
                 add 1 to ws-fdd-bal-mb-qtd
                 add ws-fat-total-doc to ws-fdd-bal-mb
              else
                 add 1 to ws-fdd-bal-num-qtd
                 add ws-fat-total-doc to ws-fdd-bal-num
              end-if
           end-if.

       acumula-recibo-diario.
           move reg-recibos-id to imp-fdd-rec-id.
           move reg-recibos-id-fatura to imp-fdd-rec-fat.
           move reg-recibos-metodo to imp-fdd-rec-met.
           move reg-recibos-valor to imp-fdd-rec-valor.
           write reg-impressao from ws-imp-fdd-recibo
              before advancing 1 line.
           evaluate true
              when reg-recibo-numerario
                 add 1 to ws-fdd-num-qtd
                 add reg-recibos-valor to ws-fdd-num
              when reg-recibo-multibanco
                 add 1 to ws-fdd-mb-qtd
                 add reg-recibos-valor to ws-fdd-mb
              when reg-recibo-transferencia
                 add 1 to ws-fdd-tr-qtd
                 add reg-recibos-valor to ws-fdd-tr
              when reg-recibo-debito-directo
                 add 1 to ws-fdd-dd-qtd
                 add reg-recibos-valor to ws-fdd-dd
           end-evaluate.

       le-backup-ctl.
           move 1 to bk-proxima.
           move zeros to bk-data-g1.
           move zeros to bk-data-g2.
           move zeros to bk-data-g3.
           open input backup-ctl.
           if fs-backup-ctl equal "00"
              read backup-ctl
                 at end
                    move 1 to bk-proxima
              end-read
           end-if.
           close backup-ctl.

       grava-backup-ctl.
           open output backup-ctl.
           write reg-backup-ctl.
           close backup-ctl.

       copia-clientes-backup.
           move zeros to ws-bak-count.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_clientes12.dat" delimited by size
              into ws-ficheiro-bak.
           open input clientes.
           if fs-clientes equal "00" or fs-clientes equal "05"
              open output clientes-bak
              read clientes next
              perform until fs-clientes equal "10"
                 move reg-clientes to reg-clientes-bak
                 write reg-clientes-bak
                    invalid key
                       continue
                 end-write
                 add 1 to ws-bak-count
                 read clientes next
              end-perform
              close clientes-bak
              display "clientes12.dat: " ws-bak-count
                 " registos copiados"
           else
              display "Erro ao ler clientes12.dat, "
                 "backup incompleto"
           end-if.
           close clientes.

       copia-produtos-backup.
           move zeros to ws-bak-count.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_produtos12.dat" delimited by size
              into ws-ficheiro-bak.
           open input produtos.
           if fs-produtos equal "00" or fs-produtos equal "05"
              open output produtos-bak
              read produtos next
              perform until fs-produtos equal "10"
                 move reg-produtos to reg-produtos-bak
                 write reg-produtos-bak
                    invalid key
                       continue
                 end-write
                 add 1 to ws-bak-count
                 read produtos next
              end-perform
              close produtos-bak
              display "produtos12.dat: " ws-bak-count
                 " registos copiados"
           else
              display "Erro ao ler produtos12.dat, "
                 "backup incompleto"
           end-if.
           close produtos.

       copia-faturas-backup.
           move zeros to ws-bak-count.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_faturas12.dat" delimited by size
              into ws-ficheiro-bak.
           open input faturas.
           if fs-faturas equal "00" or fs-faturas equal "05"
              open output faturas-bak
              read faturas next
              perform until fs-faturas equal "10"
                 move reg-faturas to reg-faturas-bak
                 write reg-faturas-bak
                    invalid key
                       continue
                 end-write
                 add 1 to ws-bak-count
                 read faturas next
              end-perform
              close faturas-bak
              display "faturas12.dat: " ws-bak-count
                 " registos copiados"
           else
              display "Erro ao ler faturas12.dat, "
                 "backup incompleto"
           end-if.
           close faturas.

       copia-historico-backup.
           move zeros to ws-bak-count.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_historico12.dat" delimited by size
              into ws-ficheiro-bak.
           open input faturas-historico.
           if fs-faturas-historico equal "00" or
              fs-faturas-historico equal "05"
              open output historico-bak
              read faturas-historico next
              perform until fs-faturas-historico equal "10"
                 move reg-faturas-historico to reg-historico-bak
                 write reg-historico-bak
                    invalid key
                       continue
                 end-write
                 add 1 to ws-bak-count
                 read faturas-historico next
              end-perform
              close historico-bak
              display "faturas_historico.dat: " ws-bak-count
                 " registos copiados"
           else
              display "Erro ao ler faturas_historico.dat, "
                 "backup incompleto"
           end-if.
           close faturas-historico.

       copia-recibos-backup.
           move zeros to ws-bak-count.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_recibos12.dat" delimited by size
              into ws-ficheiro-bak.
           open input recibos.
           if fs-recibos equal "00" or fs-recibos equal "05"
              open output recibos-bak
              read recibos next
              perform until fs-recibos equal "10"
                 move reg-recibos to reg-recibos-bak
                 write reg-recibos-bak
                    invalid key
                       continue
                 end-write
                 add 1 to ws-bak-count
                 read recibos next
              end-perform
              close recibos-bak
              display "recibos12.dat: " ws-bak-count
                 " registos copiados"
           else
              display "Erro ao ler recibos12.dat, "
                 "backup incompleto"
           end-if.
           close recibos.

       copia-notascredito-backup.
           move zeros to ws-bak-count.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_notascred12.dat" delimited by size
              into ws-ficheiro-bak.
           open input notas-credito.
           if fs-notas-credito equal "00" or fs-notas-credito equal "05"
              open output notascred-bak
              read notas-credito next
              perform until fs-notas-credito equal "10"
                 move reg-nc to reg-notascredito-bak
                 write reg-notascredito-bak
                    invalid key
                       continue
                 end-write
                 add 1 to ws-bak-count
                 read notas-credito next
              end-perform
              close notascred-bak
              display "notascredito12.dat: " ws-bak-count
                 " registos copiados"
           else
              display "Erro ao ler notascredito12.dat, "
                 "backup incompleto"
           end-if.
           close notas-credito.

       copia-stockmov-backup.
           move zeros to ws-bak-count.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_stockmov12.dat" delimited by size
              into ws-ficheiro-bak.
           open input stockmov.
           if fs-stockmov equal "00" or fs-stockmov equal "05"
              open output stockmov-bak
              read stockmov next
              perform until fs-stockmov equal "10"
                 move reg-stockmov to reg-stockmov-bak
                 write reg-stockmov-bak
                    invalid key
                       continue
                 end-write
                 add 1 to ws-bak-count
                 read stockmov next
              end-perform
              close stockmov-bak
              display "stockmov12.dat: " ws-bak-count
                 " registos copiados"
           else
              display "Erro ao ler stockmov12.dat, "
                 "backup incompleto"
           end-if.
           close stockmov.

      *restauro de uma geracao de backup: primeiro verifica que todas
      *as copias da geracao se conseguem ler, depois (com confirmacao)
      *substitui os ficheiros de dados e mostra os registos antes e
      *depois de cada um
       restaurar_backup.
           perform verifica-nivel-supervisor.
           if ws-op-autorizado equal "s"
              perform restaurar-backup-protegido
           end-if.

       restaurar-backup-protegido.
           perform le-backup-ctl.
           display "Geracoes disponiveis (0 = sem backup):".
           display "1 - data " bk-data-g1.
           display "2 - data " bk-data-g2.
           display "3 - data " bk-data-g3.
           display "Qual geracao quer restaurar? (1-3)".
           accept ws-bak-gen.
           perform until ws-bak-gen >= 1 and ws-bak-gen <= 3
              display "ERRO - geracao invalida"
              display "Volta a introduzir a geracao: "
              accept ws-bak-gen
           end-perform.
           evaluate ws-bak-gen
              when 1
                 move bk-data-g1 to ws-bak-data
              when 2
                 move bk-data-g2 to ws-bak-data
              when 3
                 move bk-data-g3 to ws-bak-data
           end-evaluate.
           if ws-bak-data equal zeros
              display "Essa geracao nao tem backup gravado"
           else
              perform verifica-e-restaura-backup
           end-if.

       verifica-e-restaura-backup.
           move "s" to ws-bak-ok.
           display "A verificar a geracao " ws-bak-gen " de "
              ws-bak-data.
           perform verifica-clientes-backup.
           perform verifica-produtos-backup.
           perform verifica-faturas-backup.
           perform verifica-historico-backup.
           perform verifica-recibos-backup.
           perform verifica-notascredito-backup.
           perform verifica-stockmov-backup.
           if ws-bak-ok equal "n"
              display "Backup ilegivel, restauro cancelado"
           else
              display "Backup legivel. Confirma o restauro? (s/n)"
              accept opcao_continuar
              perform until (opcao_continuar = "S" or
                             opcao_continuar = "s" or
                             opcao_continuar = "N" or
                             opcao_continuar = "n" )
                 display "ERRO - opcao errada"
                 display "Volta introduzir a opcao: "
                 accept opcao_continuar
              end-perform
              if sim
                 perform restaura-geracao
              end-if
           end-if.

       restaura-geracao.
           perform restaura-clientes-backup.
           perform restaura-produtos-backup.
           perform restaura-faturas-backup.
           perform restaura-historico-backup.
           perform restaura-recibos-backup.
           perform restaura-notascredito-backup.
           perform restaura-stockmov-backup.
           move spaces to ws-linha-auditoria.
           string "RESTAURO GERACAO=" delimited by size
              ws-bak-gen delimited by size
              " DATA-BACKUP=" delimited by size
              ws-bak-data delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.
           display "Restauro concluido".

       verifica-clientes-backup.
           move zeros to ws-bak-count.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_clientes12.dat" delimited by size
              into ws-ficheiro-bak.
           open input clientes-bak.
           if fs-clientes-bak not equal "00"
              move "n" to ws-bak-ok
              display "Nao consigo ler " ws-ficheiro-bak
           else
              read clientes-bak next
              perform until fs-clientes-bak equal "10"
                 add 1 to ws-bak-count
                 read clientes-bak next
              end-perform
              display ws-ficheiro-bak ": " ws-bak-count " registos"
           end-if.
           close clientes-bak.

       restaura-clientes-backup.
           move zeros to ws-bak-antes.
           move zeros to ws-bak-depois.
           open input clientes.
           if fs-clientes equal "00" or fs-clientes equal "05"
              read clientes next
              perform until fs-clientes equal "10"
                 add 1 to ws-bak-antes
                 read clientes next
              end-perform
           else
              display "Aviso - nao consegui contar os registos "
                 "actuais de clientes12.dat"
           end-if.
           close clientes.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_clientes12.dat" delimited by size
              into ws-ficheiro-bak.
           open input clientes-bak.
           open output clientes.
           read clientes-bak next.
           perform until fs-clientes-bak equal "10"
              move reg-clientes-bak to reg-clientes
              write reg-clientes
                 invalid key
                    continue
              end-write
              add 1 to ws-bak-depois
              read clientes-bak next
           end-perform.
           close clientes.
           close clientes-bak.
           display "clientes12.dat: antes " ws-bak-antes " depois "
              ws-bak-depois " registos".

       verifica-produtos-backup.
           move zeros to ws-bak-count.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_produtos12.dat" delimited by size
              into ws-ficheiro-bak.
           open input produtos-bak.
           if fs-produtos-bak not equal "00"
              move "n" to ws-bak-ok
              display "Nao consigo ler " ws-ficheiro-bak
           else
              read produtos-bak next
              perform until fs-produtos-bak equal "10"
                 add 1 to ws-bak-count
                 read produtos-bak next
              end-perform
              display ws-ficheiro-bak ": " ws-bak-count " registos"
           end-if.
           close produtos-bak.

       restaura-produtos-backup.
           move zeros to ws-bak-antes.
           move zeros to ws-bak-depois.
           open input produtos.
           if fs-produtos equal "00" or fs-produtos equal "05"
              read produtos next
              perform until fs-produtos equal "10"
                 add 1 to ws-bak-antes
                 read produtos next
              end-perform
           else
              display "Aviso - nao consegui contar os registos "
                 "actuais de produtos12.dat"
           end-if.
           close produtos.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_produtos12.dat" delimited by size
              into ws-ficheiro-bak.
           open input produtos-bak.
           open output produtos.
           read produtos-bak next.
           perform until fs-produtos-bak equal "10"
              move reg-produtos-bak to reg-produtos
              write reg-produtos
                 invalid key
                    continue
              end-write
              add 1 to ws-bak-depois
              read produtos-bak next
           end-perform.
           close produtos.
           close produtos-bak.
           display "produtos12.dat: antes " ws-bak-antes " depois "
              ws-bak-depois " registos".

       verifica-faturas-backup.
           move zeros to ws-bak-count.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_faturas12.dat" delimited by size
              into ws-ficheiro-bak.
           open input faturas-bak.
           if fs-faturas-bak not equal "00"
              move "n" to ws-bak-ok
              display "Nao consigo ler " ws-ficheiro-bak
           else
              read faturas-bak next
              perform until fs-faturas-bak equal "10"
                 add 1 to ws-bak-count
                 read faturas-bak next
              end-perform
              display ws-ficheiro-bak ": " ws-bak-count " registos"
           end-if.
           close faturas-bak.

       restaura-faturas-backup.
           move zeros to ws-bak-antes.
           move zeros to ws-bak-depois.
           open input faturas.
           if fs-faturas equal "00" or fs-faturas equal "05"
              read faturas next
              perform until fs-faturas equal "10"
                 add 1 to ws-bak-antes
                 read faturas next
              end-perform
           else
              display "Aviso - nao consegui contar os registos "
                 "actuais de faturas12.dat"
           end-if.
           close faturas.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_faturas12.dat" delimited by size
              into ws-ficheiro-bak.
           open input faturas-bak.
           open output faturas.
           read faturas-bak next.
           perform until fs-faturas-bak equal "10"
              move reg-faturas-bak to reg-faturas
              write reg-faturas
                 invalid key
                    continue
              end-write
              add 1 to ws-bak-depois
              read faturas-bak next
           end-perform.
           close faturas.
           close faturas-bak.
           display "faturas12.dat: antes " ws-bak-antes " depois "
              ws-bak-depois " registos".

       verifica-historico-backup.
           move zeros to ws-bak-count.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_historico12.dat" delimited by size
              into ws-ficheiro-bak.
           open input historico-bak.
           if fs-historico-bak not equal "00"
              move "n" to ws-bak-ok
              display "Nao consigo ler " ws-ficheiro-bak
           else
              read historico-bak next
              perform until fs-historico-bak equal "10"
                 add 1 to ws-bak-count
                 read historico-bak next
              end-perform
              display ws-ficheiro-bak ": " ws-bak-count " registos"
           end-if.
           close historico-bak.

       restaura-historico-backup.
           move zeros to ws-bak-antes.
           move zeros to ws-bak-depois.
           open input faturas-historico.
           if fs-faturas-historico equal "00" or
              fs-faturas-historico equal "05"
              read faturas-historico next
              perform until fs-faturas-historico equal "10"
                 add 1 to ws-bak-antes
                 read faturas-historico next
              end-perform
           else
              display "Aviso - nao consegui contar os registos "
                 "actuais de faturas_historico.dat"
           end-if.
           close faturas-historico.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_historico12.dat" delimited by size
              into ws-ficheiro-bak.
           open input historico-bak.
           open output faturas-historico.
           read historico-bak next.
           perform until fs-historico-bak equal "10"
              move reg-historico-bak to reg-faturas-historico
              write reg-faturas-historico
                 invalid key
                    continue
              end-write
              add 1 to ws-bak-depois
              read historico-bak next
           end-perform.
           close faturas-historico.
           close historico-bak.
           display "faturas_historico.dat: antes " ws-bak-antes
              " depois " ws-bak-depois " registos".

       verifica-recibos-backup.
           move zeros to ws-bak-count.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_recibos12.dat" delimited by size
              into ws-ficheiro-bak.
           open input recibos-bak.
           if fs-recibos-bak not equal "00"
              move "n" to ws-bak-ok
              display "Nao consigo ler " ws-ficheiro-bak
           else
              read recibos-bak next
              perform until fs-recibos-bak equal "10"
                 add 1 to ws-bak-count
                 read recibos-bak next
              end-perform
              display ws-ficheiro-bak ": " ws-bak-count " registos"
           end-if.
           close recibos-bak.

       restaura-recibos-backup.
           move zeros to ws-bak-antes.
           move zeros to ws-bak-depois.
           open input recibos.
           if fs-recibos equal "00" or fs-recibos equal "05"
              read recibos next
              perform until fs-recibos equal "10"
                 add 1 to ws-bak-antes
                 read recibos next
              end-perform
           else
              display "Aviso - nao consegui contar os registos "
                 "actuais de recibos12.dat"
           end-if.
           close recibos.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_recibos12.dat" delimited by size
              into ws-ficheiro-bak.
           open input recibos-bak.
           open output recibos.
           read recibos-bak next.
           perform until fs-recibos-bak equal "10"
              move reg-recibos-bak to reg-recibos
              write reg-recibos
                 invalid key
                    continue
              end-write
              add 1 to ws-bak-depois
              read recibos-bak next
           end-perform.
           close recibos.
           close recibos-bak.
           display "recibos12.dat: antes " ws-bak-antes " depois "
              ws-bak-depois " registos".

       verifica-notascredito-backup.
           move zeros to ws-bak-count.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_notascred12.dat" delimited by size
              into ws-ficheiro-bak.
           open input notascred-bak.
           if fs-notascredito-bak not equal "00"
              move "n" to ws-bak-ok
              display "Nao consigo ler " ws-ficheiro-bak
           else
              read notascred-bak next
              perform until fs-notascredito-bak equal "10"
                 add 1 to ws-bak-count
                 read notascred-bak next
              end-perform
              display ws-ficheiro-bak ": " ws-bak-count " registos"
           end-if.
           close notascred-bak.

       restaura-notascredito-backup.
           move zeros to ws-bak-antes.
           move zeros to ws-bak-depois.
           open input notas-credito.
           if fs-notas-credito equal "00" or fs-notas-credito equal "05"
              read notas-credito next
              perform until fs-notas-credito equal "10"
                 add 1 to ws-bak-antes
                 read notas-credito next
              end-perform
           else
              display "Aviso - nao consegui contar os registos "
                 "actuais de notascredito12.dat"
           end-if.
           close notas-credito.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_notascred12.dat" delimited by size
              into ws-ficheiro-bak.
           open input notascred-bak.
           open output notas-credito.
           read notascred-bak next.
           perform until fs-notascredito-bak equal "10"
              move reg-notascredito-bak to reg-nc
              write reg-nc
                 invalid key
                    continue
              end-write
              add 1 to ws-bak-depois
              read notascred-bak next
           end-perform.
           close notas-credito.
           close notascred-bak.
           display "notascredito12.dat: antes " ws-bak-antes " depois "
              ws-bak-depois " registos".

       verifica-stockmov-backup.
           move zeros to ws-bak-count.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_stockmov12.dat" delimited by size
              into ws-ficheiro-bak.
           open input stockmov-bak.
           if fs-stockmov-bak not equal "00"
              move "n" to ws-bak-ok
              display "Nao consigo ler " ws-ficheiro-bak
           else
              read stockmov-bak next
              perform until fs-stockmov-bak equal "10"
                 add 1 to ws-bak-count
                 read stockmov-bak next
              end-perform
              display ws-ficheiro-bak ": " ws-bak-count " registos"
           end-if.
           close stockmov-bak.

       restaura-stockmov-backup.
           move zeros to ws-bak-antes.
           move zeros to ws-bak-depois.
           open input stockmov.
           if fs-stockmov equal "00" or fs-stockmov equal "05"
              read stockmov next
              perform until fs-stockmov equal "10"
                 add 1 to ws-bak-antes
                 read stockmov next
              end-perform
           else
              display "Aviso - nao consegui contar os registos "
                 "actuais de stockmov12.dat"
           end-if.
           close stockmov.
           move spaces to ws-ficheiro-bak.
           string "bak" delimited by size
              ws-bak-gen delimited by size
              "_stockmov12.dat" delimited by size
              into ws-ficheiro-bak.
           open input stockmov-bak.
           open output stockmov.
           read stockmov-bak next.
           perform until fs-stockmov-bak equal "10"
              move reg-stockmov-bak to reg-stockmov
              write reg-stockmov
                 invalid key
                    continue
              end-write
              add 1 to ws-bak-depois
              read stockmov-bak next
           end-perform.
           close stockmov.
           close stockmov-bak.
           display "stockmov12.dat: antes " ws-bak-antes " depois "
              ws-bak-depois " registos".

      *consulta do ficheiro de auditoria: filtra por entidade, id e
      *intervalo de datas e mostra as imagens antes/depois campo a
      *campo em vez do registo concatenado
       consultar_auditoria.
           display "Entidade (1=Clientes, 2=Produtos, 3=Faturas): ".
           accept opcao.
           perform until opcao >= 1 and opcao <= 3
              display "ERRO - opcao invalida"
              display "Volta a introduzir a entidade: "
              accept opcao
           end-perform.
           evaluate opcao
              when 1
                 move "CLIENTES" to ws-aud-entidade
              when 2
                 move "PRODUTOS" to ws-aud-entidade
              when 3
                 move "FATURAS" to ws-aud-entidade
           end-evaluate.
           display "ID do registo (0 para todos): ".
           accept ws-aud-id-filtro.
           display "Data inicial (aaaammdd, 0 sem limite): ".
           accept ws-aud-f-ini.
           display "Data final (aaaammdd, 0 sem limite): ".
           accept ws-aud-f-fim.
           if ws-aud-f-fim equal zeros
              move 99999999 to ws-aud-f-fim
           end-if.
           move zeros to ws-aud-encontrados.
           open input auditoria.
           if fs-auditoria equal "00"
              read auditoria
              perform until fs-auditoria equal "10"
                 perform analisa-linha-auditoria
                 read auditoria
              end-perform
           else
              display "Ficheiro de auditoria nao disponivel"
           end-if.
           close auditoria.
           display "Registos de auditoria encontrados: "
              ws-aud-encontrados.

       analisa-linha-auditoria.
           if reg-auditoria(1:8) numeric
              move reg-auditoria(1:8) to ws-aud-lin-data
              if ws-aud-lin-data >= ws-aud-f-ini and
                 ws-aud-lin-data <= ws-aud-f-fim
                 perform analisa-linha-auditoria-2
              end-if
           end-if.

      *as linhas novas trazem o operador entre a hora e o conteudo
      *(OP=xxxxxxxx); as linhas antigas comecam logo no conteudo
       analisa-linha-auditoria-2.
           move spaces to ws-aud-cabeca.
           move spaces to ws-aud-antes-img.
           move spaces to ws-aud-depois-img.
           move spaces to ws-aud-operador.
           move spaces to ws-aud-conteudo.
           if reg-auditoria(19:3) equal "OP="
              move reg-auditoria(22:8) to ws-aud-operador
              move reg-auditoria(31:) to ws-aud-conteudo
           else
              move reg-auditoria(19:) to ws-aud-conteudo
           end-if.
           unstring ws-aud-conteudo
              delimited by " ANTES=[" or "] DEPOIS=[" or "]"
              into ws-aud-cabeca ws-aud-antes-img
                 ws-aud-depois-img.
           move spaces to ws-aud-tok-ent.
           move spaces to ws-aud-tok-accao.
           move spaces to ws-aud-tok-id.
           unstring ws-aud-cabeca delimited by " "
              into ws-aud-tok-ent ws-aud-tok-accao ws-aud-tok-id.
           if ws-aud-tok-ent equal ws-aud-entidade
              if ws-aud-id-filtro equal zeros
                 perform mostra-registo-auditoria
              else
                 move ws-aud-id-filtro to ws-aud-id-edit
                 move spaces to ws-aud-idcmp
                 string "ID=" delimited by size
                    ws-aud-id-edit delimited by size
                    into ws-aud-idcmp
                 if ws-aud-tok-id equal ws-aud-idcmp
                    perform mostra-registo-auditoria
                 end-if
              end-if
           end-if.

       mostra-registo-auditoria.
           add 1 to ws-aud-encontrados.
           display "=== " reg-auditoria(1:8) " "
              reg-auditoria(10:8) " OP " ws-aud-operador " "
              ws-aud-tok-ent " "
              ws-aud-tok-accao " " ws-aud-tok-id " ===".
           evaluate ws-aud-entidade
              when "CLIENTES"
                 perform mostra-auditoria-cliente
              when "PRODUTOS"
                 perform mostra-auditoria-produto
              when "FATURAS"
                 perform mostra-auditoria-fatura
           end-evaluate.

       mostra-auditoria-cliente.
           move ws-aud-antes-img to ws-aud-cli-a.
           move ws-aud-depois-img to ws-aud-cli-d.
           display "  Nome     antes : " ws-aud-cli-a-nome.
           if ws-aud-depois-img not equal spaces
              display "  Nome     depois: " ws-aud-cli-d-nome
           end-if.
           display "  Nasc.    antes : " ws-aud-cli-a-dia "/"
              ws-aud-cli-a-mes "/" ws-aud-cli-a-ano.
           if ws-aud-depois-img not equal spaces
              display "  Nasc.    depois: " ws-aud-cli-d-dia "/"
                 ws-aud-cli-d-mes "/" ws-aud-cli-d-ano
           end-if.
           display "  Morada   antes : " ws-aud-cli-a-morada.
           if ws-aud-depois-img not equal spaces
              display "  Morada   depois: " ws-aud-cli-d-morada
           end-if.
           display "  Telefone antes : " ws-aud-cli-a-telefone.
           if ws-aud-depois-img not equal spaces
              display "  Telefone depois: " ws-aud-cli-d-telefone
           end-if.
           display "  NIF      antes : " ws-aud-cli-a-nif.
           if ws-aud-depois-img not equal spaces
              display "  NIF      depois: " ws-aud-cli-d-nif
           end-if.
           display "  Desc.    antes : " ws-aud-cli-a-desconto.
           if ws-aud-depois-img not equal spaces
              display "  Desc.    depois: " ws-aud-cli-d-desconto
           end-if.
           display "  Limite   antes : " ws-aud-cli-a-limite.
           if ws-aud-depois-img not equal spaces
              display "  Limite   depois: " ws-aud-cli-d-limite
           end-if.

       mostra-auditoria-produto.
           move ws-aud-antes-img to ws-aud-pro-a.
           move ws-aud-depois-img to ws-aud-pro-d.
           display "  Nome  antes : " ws-aud-pro-a-nome.
           if ws-aud-depois-img not equal spaces
              display "  Nome  depois: " ws-aud-pro-d-nome
           end-if.
           display "  Tipo  antes : " ws-aud-pro-a-tipo.
           if ws-aud-depois-img not equal spaces
              display "  Tipo  depois: " ws-aud-pro-d-tipo
           end-if.
           display "  Stock antes : " ws-aud-pro-a-stock.
           if ws-aud-depois-img not equal spaces
              display "  Stock depois: " ws-aud-pro-d-stock
           end-if.
           display "  Preco antes : " ws-aud-pro-a-preco.
           if ws-aud-depois-img not equal spaces
              display "  Preco depois: " ws-aud-pro-d-preco
           end-if.

       mostra-auditoria-fatura.
           move ws-aud-antes-img to ws-aud-fat-a.
           move ws-aud-depois-img to ws-aud-fat-d.
           display "  Data    antes : " ws-aud-fat-a-dia "/"
              ws-aud-fat-a-mes "/" ws-aud-fat-a-ano.
           if ws-aud-depois-img not equal spaces
              display "  Data    depois: " ws-aud-fat-d-dia "/"
                 ws-aud-fat-d-mes "/" ws-aud-fat-d-ano
           end-if.
           display "  Cliente antes : " ws-aud-fat-a-cliente.
           if ws-aud-depois-img not equal spaces
              display "  Cliente depois: " ws-aud-fat-d-cliente
           end-if.
           if ws-aud-fat-a-n > 50
              display "  (linha de auditoria em formato antigo, "
                 "campos desalinhados e linhas truncadas)"
           end-if.
           display "  Linhas antes:".
           move zeros to i.
           perform until i equal ws-aud-fat-a-n or i equal 50
              add 1 to i
              display "   Produto " ws-aud-fat-a-produto(i)
                 " Qtd " ws-aud-fat-a-qtd(i)
                 " Preco " ws-aud-fat-a-preco(i)
                 " IVA " ws-aud-fat-a-taxa(i) "%"
           end-perform.
           if ws-aud-depois-img not equal spaces
              if ws-aud-fat-d-n > 50
                 display "  (linha de auditoria em formato antigo, "
                    "campos desalinhados e linhas truncadas)"
              end-if
              display "  Linhas depois:"
              move zeros to i
              perform until i equal ws-aud-fat-d-n or i equal 50
                 add 1 to i
                 display "   Produto " ws-aud-fat-d-produto(i)
                    " Qtd " ws-aud-fat-d-qtd(i)
                    " Preco " ws-aud-fat-d-preco(i)
                    " IVA " ws-aud-fat-d-taxa(i) "%"
              end-perform
           end-if.

      *relatorio unico das datas invalidas ja gravadas: percorre os
      *clientes (datas de nascimento) e as faturas (datas de emissao,
      *incluindo datas no futuro) e lista as que nao passam na
      *validacao de calendario
       relatorio_datas_invalidas.
           move zeros to ws-datas-invalidas.
           display "******DATAS INVALIDAS GRAVADAS******".
           open input clientes.
           read clientes next.
           perform until fs-clientes equal "10"
              perform valida-data-nascimento
              if ws-data-valida equal "n"
                 add 1 to ws-datas-invalidas
                 display "Cliente " reg-clientes-id " "
                    reg-clientes-nome
                 display "  Data de nascimento: "
                    reg-clientes-data-dia "/" reg-clientes-data-mes
                    "/" reg-clientes-data-ano
              end-if
              read clientes next
           end-perform.
           close clientes.
           open input faturas.
           read faturas next.
           perform until fs-faturas equal "10"
              perform valida-data-fatura-reg
              if ws-data-valida equal "n"
                 add 1 to ws-datas-invalidas
                 display "Fatura " reg-faturas-id " cliente "
                    reg-faturas-id-cliente
                 display "  Data da fatura: " reg-faturas-dia "/"
                    reg-faturas-mes "/" reg-faturas-ano
              end-if
              read faturas next
           end-perform.
           close faturas.
           display "**********************************".
           display "Datas invalidas encontradas: "
              ws-datas-invalidas.

      *integridade referencial: um cliente ou produto so pode ser
      *eliminado se nenhuma fatura (activa ou arquivada) nem nota de
      *credito o referenciar
       verifica-cliente-referenciado.
           move "n" to ws-tem-referencias.
           open input faturas.
           move ws-id-verifica to reg-faturas-id-cliente.
           start faturas key is equal to reg-faturas-id-cliente
              invalid key
                 continue
              not invalid key
                 read faturas next
                 if fs-faturas not equal "10" and
                    reg-faturas-id-cliente equal ws-id-verifica
                    move "s" to ws-tem-referencias
                 end-if
           end-start.
           close faturas.
           if ws-tem-referencias equal "n"
              open input faturas-historico
              read faturas-historico next
              perform until fs-faturas-historico equal "10" or
                 ws-tem-referencias equal "s"
                 if reg-faturas-historico-id-cliente equal
                    ws-id-verifica
                    move "s" to ws-tem-referencias
                 end-if
                 read faturas-historico next
              end-perform
              close faturas-historico
           end-if.
           if ws-tem-referencias equal "n"
              open input notas-credito
              move ws-id-verifica to reg-nc-id-cliente
              start notas-credito key is equal to reg-nc-id-cliente
                 invalid key
                    continue
                 not invalid key
                    read notas-credito next
                    if fs-notas-credito not equal "10" and
                       reg-nc-id-cliente equal ws-id-verifica
                       move "s" to ws-tem-referencias
                    end-if
              end-start
              close notas-credito
           end-if.
      *os documentos mais novos tambem prendem o cliente: encomendas
      *(abertas ou faturadas), guias de remessa e avencas
           if ws-tem-referencias equal "n"
              open input encomendas
              move ws-id-verifica to reg-enc-id-cliente
              start encomendas key is equal to reg-enc-id-cliente
                 invalid key
                    continue
                 not invalid key
                    read encomendas next
                    if fs-encomendas not equal "10" and
                       reg-enc-id-cliente equal ws-id-verifica
                       move "s" to ws-tem-referencias
                    end-if
              end-start
              close encomendas
           end-if.
           if ws-tem-referencias equal "n"
              open input guias
              move ws-id-verifica to reg-guia-id-cliente
              start guias key is equal to reg-guia-id-cliente
                 invalid key
                    continue
                 not invalid key
                    read guias next
                    if fs-guias not equal "10" and
                       reg-guia-id-cliente equal ws-id-verifica
                       move "s" to ws-tem-referencias
                    end-if
              end-start
              close guias
           end-if.
           if ws-tem-referencias equal "n"
              open input avencas
              read avencas next
              perform until fs-avencas equal "10" or
                 ws-tem-referencias equal "s"
                 if reg-av-cliente equal ws-id-verifica
                    move "s" to ws-tem-referencias
                 end-if
                 read avencas next
              end-perform
              close avencas
           end-if.

       verifica-produto-referenciado.
           move "n" to ws-tem-referencias.
           open input faturas.
           read faturas next.
           perform until fs-faturas equal "10" or
              ws-tem-referencias equal "s"
              move zeros to i
              perform until i equal reg-faturas-n-produtos
                 add 1 to i
                 if reg-faturas-linha-produto-id(i) equal
                    ws-id-verifica
                    move "s" to ws-tem-referencias
                 end-if
              end-perform
              read faturas next
           end-perform.
           close faturas.
           if ws-tem-referencias equal "n"
              open input faturas-historico
              read faturas-historico next
              perform until fs-faturas-historico equal "10" or
                 ws-tem-referencias equal "s"
                 move zeros to i
                 perform until i equal
                    reg-faturas-historico-n-produtos
                    add 1 to i
                    if reg-faturas-historico-linha-produto-id(i)
                       equal ws-id-verifica
                       move "s" to ws-tem-referencias
                    end-if
                 end-perform
                 read faturas-historico next
              end-perform
              close faturas-historico
           end-if.
           if ws-tem-referencias equal "n"
              open input notas-credito
              read notas-credito next
              perform until fs-notas-credito equal "10" or
                 ws-tem-referencias equal "s"
                 move zeros to i
                 perform until i equal reg-nc-n-produtos
                    add 1 to i
                    if reg-nc-linha-produto-id(i) equal
                       ws-id-verifica
                       move "s" to ws-tem-referencias
                    end-if
                 end-perform
                 read notas-credito next
              end-perform
              close notas-credito
           end-if.
      *as linhas dos documentos mais novos tambem prendem o produto:
      *encomendas, guias de remessa, avencas e documentos de compra
           if ws-tem-referencias equal "n"
              open input encomendas
              read encomendas next
              perform until fs-encomendas equal "10" or
                 ws-tem-referencias equal "s"
                 move zeros to i
                 perform until i equal reg-enc-n-produtos
                    add 1 to i
                    if reg-enc-linha-produto-id(i) equal
                       ws-id-verifica
                       move "s" to ws-tem-referencias
                    end-if
                 end-perform
                 read encomendas next
              end-perform
              close encomendas
           end-if.
           if ws-tem-referencias equal "n"
              open input guias
              read guias next
              perform until fs-guias equal "10" or
                 ws-tem-referencias equal "s"
                 move zeros to i
                 perform until i equal reg-guia-n-produtos
                    add 1 to i
                    if reg-guia-linha-produto-id(i) equal
                       ws-id-verifica
                       move "s" to ws-tem-referencias
                    end-if
                 end-perform
                 read guias next
              end-perform
              close guias
           end-if.
           if ws-tem-referencias equal "n"
              open input avencas
              read avencas next
              perform until fs-avencas equal "10" or
                 ws-tem-referencias equal "s"
                 move zeros to i
                 perform until i equal reg-av-n-produtos
                    add 1 to i
                    if reg-av-linha-produto-id(i) equal
                       ws-id-verifica
                       move "s" to ws-tem-referencias
                    end-if
                 end-perform
                 read avencas next
              end-perform
              close avencas
           end-if.
           if ws-tem-referencias equal "n"
              open input compras
              read compras next
              perform until fs-compras equal "10" or
                 ws-tem-referencias equal "s"
                 move zeros to i
                 perform until i equal reg-compra-n-produtos
                    add 1 to i
                    if reg-compra-linha-produto-id(i) equal
                       ws-id-verifica
                       move "s" to ws-tem-referencias
                    end-if
                 end-perform
                 read compras next
              end-perform
              close compras
           end-if.
      *um produto que entre numa receita, como produto acabado ou
      *como ingrediente, tambem fica preso
           if ws-tem-referencias equal "n"
              open input receitas
              read receitas next
              perform until fs-receitas equal "10" or
                 ws-tem-referencias equal "s"
                 if reg-receita-produto-id equal ws-id-verifica
                    move "s" to ws-tem-referencias
                 end-if
                 move zeros to i
                 perform until i equal reg-receita-n-ingredientes
                    add 1 to i
                    if reg-receita-linha-produto-id(i) equal
                       ws-id-verifica
                       move "s" to ws-tem-referencias
                    end-if
                 end-perform
                 read receitas next
              end-perform
              close receitas
           end-if.
           if ws-tem-referencias equal "n"
              open input pedidos-compra
              read pedidos-compra next
              perform until fs-pedidos-compra equal "10" or
                 ws-tem-referencias equal "s"
                 move zeros to i
                 perform until i equal reg-ped-n-produtos
                    add 1 to i
                    if reg-ped-linha-produto-id(i) equal
                       ws-id-verifica
                       move "s" to ws-tem-referencias
                    end-if
                 end-perform
                 read pedidos-compra next
              end-perform
              close pedidos-compra
           end-if.

      *verificacao de integridade: percorre todas as faturas (activas
      *e arquivadas) e imprime as referencias a clientes e produtos
      *que ja nao existem
       verificacao_integridade.
           move zeros to ws-orfaos.
           display "******VERIFICACAO DE INTEGRIDADE******".
           open input clientes.
           open input produtos.
           open input faturas.
           read faturas next.
           perform until fs-faturas equal "10"
              perform verifica-orfaos-fatura
              read faturas next
           end-perform.
           close faturas.
           open input faturas-historico.
           read faturas-historico next.
           perform until fs-faturas-historico equal "10"
              perform verifica-orfaos-historico
              read faturas-historico next
           end-perform.
           close faturas-historico.
           close produtos.
           close clientes.
           display "**********************************".
           display "Referencias orfas encontradas: " ws-orfaos.

       verifica-orfaos-fatura.
           if reg-faturas-id-cliente not equal ws-vb-consumidor-final
              move reg-faturas-id-cliente to reg-clientes-id
              read clientes record
                 invalid key
                 display "Fatura " reg-faturas-id ": cliente "
                    reg-faturas-id-cliente " inexistente"
                 add 1 to ws-orfaos
              end-read
           end-if.
           move zeros to i.
           perform until i equal reg-faturas-n-produtos
              add 1 to i
              move reg-faturas-linha-produto-id(i) to reg-produtos-id
              read produtos record
                 invalid key
                 display "Fatura " reg-faturas-id ": produto "
                    reg-faturas-linha-produto-id(i) " inexistente"
                 add 1 to ws-orfaos
              end-read
           end-perform.

       verifica-orfaos-historico.
           if reg-faturas-historico-id-cliente not equal
              ws-vb-consumidor-final
              move reg-faturas-historico-id-cliente to reg-clientes-id
              read clientes record
                 invalid key
                 display "Fatura arquivada " reg-faturas-historico-id
                    ": cliente " reg-faturas-historico-id-cliente
                    " inexistente"
                 add 1 to ws-orfaos
              end-read
           end-if.
           move zeros to i.
           perform until i equal reg-faturas-historico-n-produtos
              add 1 to i
              move reg-faturas-historico-linha-produto-id(i) to
                 reg-produtos-id
              read produtos record
                 invalid key
                 display "Fatura arquivada " reg-faturas-historico-id
                    ": produto "
                    reg-faturas-historico-linha-produto-id(i)
                    " inexistente"
                 add 1 to ws-orfaos
              end-read
           end-perform.

      *processamento de transaccoes em lote: le transaccoes.dat (uma
      *transaccao por linha, campos separados por ";"), aplica cada
      *uma com as mesmas regras do caminho interactivo e escreve as
      *recusadas em rejeitados.dat com a linha e o motivo. cada
      *transaccao tem uma referencia unica que fica em transproc12.dat
      *para o mesmo ficheiro poder ser processado duas vezes sem
      *aplicar nada em duplicado.
      *formato: C;ref;nome;morada;telefone;nif;dia;mes;ano
      *         P;ref;nome;tipo;stock;preco em centimos
      *         F;ref;id do cliente;ano;mes;dia
      *         L;ref;id do produto;quantidade (da fatura anterior)
       processar_transacoes.
           open input transacoes.
           if fs-transacoes not equal "00"
              display "Ficheiro transaccoes.dat nao disponivel"
              close transacoes
           else
              open output rejeitados
              open i-o transproc
              open i-o clientes
              open i-o produtos
              open i-o faturas
              move zeros to ws-trans-linha-num
              move zeros to ws-trans-aplicadas
              move zeros to ws-trans-rejeitadas
              move "n" to ws-trans-fatura-aberta
              read transacoes
              perform until fs-transacoes equal "10"
                 add 1 to ws-trans-linha-num
                 perform processa-transacao
                 read transacoes
              end-perform
              if ws-trans-fatura-aberta equal "s"
                 perform fecha-fatura-lote
              end-if
              close faturas
              close produtos
              close clientes
              close transproc
              close rejeitados
              close transacoes
              display "Transaccoes aplicadas: " ws-trans-aplicadas
              display "Transaccoes rejeitadas: " ws-trans-rejeitadas
              display "Motivos das rejeicoes em rejeitados.dat"
           end-if.

       processa-transacao.
           move spaces to ws-trans-tipo.
           move spaces to ws-trans-ref.
           move spaces to ws-trans-campo1.
           move spaces to ws-trans-campo2.
           move spaces to ws-trans-campo3.
           move spaces to ws-trans-campo4.
           move spaces to ws-trans-campo5.
           move spaces to ws-trans-campo6.
           move spaces to ws-trans-campo7.
           unstring reg-transacao delimited by ";"
              into ws-trans-tipo ws-trans-ref ws-trans-campo1
                   ws-trans-campo2 ws-trans-campo3 ws-trans-campo4
                   ws-trans-campo5 ws-trans-campo6 ws-trans-campo7.
           evaluate true
              when ws-trans-tipo equal "C" or ws-trans-tipo equal "c"
                 if ws-trans-fatura-aberta equal "s"
                    perform fecha-fatura-lote
                 end-if
                 perform processa-trans-cliente
              when ws-trans-tipo equal "P" or ws-trans-tipo equal "p"
                 if ws-trans-fatura-aberta equal "s"
                    perform fecha-fatura-lote
                 end-if
                 perform processa-trans-produto
              when ws-trans-tipo equal "F" or ws-trans-tipo equal "f"
                 if ws-trans-fatura-aberta equal "s"
                    perform fecha-fatura-lote
                 end-if
                 perform processa-trans-fatura
              when ws-trans-tipo equal "L" or ws-trans-tipo equal "l"
                 perform processa-trans-linha
              when other
                 move "tipo de transaccao desconhecido" to
                    ws-trans-motivo
                 move ws-trans-linha-num to ws-rej-linha
                 perform rejeita-transacao
           end-evaluate.

      *ve se a referencia da transaccao corrente ja foi aplicada numa
      *execucao anterior
       verifica-trans-aplicada.
           move "n" to ws-trans-aplicada.
           move ws-trans-ref to reg-transproc-ref.
           read transproc record
              invalid key
                 continue
              not invalid key
                 move "s" to ws-trans-aplicada
           end-read.

       marca-trans-aplicada.
           move ws-trans-ref to reg-transproc-ref.
           accept reg-transproc-data from date yyyymmdd.
           write reg-transproc
              invalid key
                 continue
           end-write.

      *a fatura do lote e fechada quando ja se esta a processar a
      *transaccao seguinte, por isso a referencia dela nao pode
      *passar por ws-trans-ref (que ja traz a referencia nova)
       marca-fatura-aplicada.
           move ws-trans-fat-ref to reg-transproc-ref.
           accept reg-transproc-data from date yyyymmdd.
           write reg-transproc
              invalid key
                 continue
           end-write.

       rejeita-transacao.
           add 1 to ws-trans-rejeitadas.
           move spaces to reg-rejeitado.
           string "Linha " delimited by size
              ws-rej-linha delimited by size
              ": " delimited by size
              ws-trans-motivo delimited by size
              into reg-rejeitado.
           write reg-rejeitado.

      *converte um campo do ficheiro de lote para numero; so aceita
      *digitos, ate 9
       converte-numero.
           move zeros to ws-trans-num.
           move zeros to ws-conv-tam.
           inspect ws-trans-campo tallying ws-conv-tam
              for characters before space.
           if ws-conv-tam equal 0 or ws-conv-tam > 9
              move "n" to ws-trans-num-ok
           else
              move "s" to ws-trans-num-ok
              perform varying ws-conv-k from 1 by 1
                 until ws-conv-k > ws-conv-tam
                 if ws-trans-campo(ws-conv-k:1) numeric
                    move ws-trans-campo(ws-conv-k:1) to
                       ws-conv-digito
                    compute ws-trans-num =
                       ws-trans-num * 10 + ws-conv-digito
                 else
                    move "n" to ws-trans-num-ok
                 end-if
              end-perform
           end-if.

       processa-trans-cliente.
           perform verifica-trans-aplicada.
           if ws-trans-aplicada equal "s"
              move "transaccao ja aplicada anteriormente" to
                 ws-trans-motivo
              move ws-trans-linha-num to ws-rej-linha
              perform rejeita-transacao
           else
              perform insere-cliente-lote
           end-if.

       insere-cliente-lote.
           move "s" to ws-trans-valida.
           move space to reg-clientes.
           move zeros to reg-clientes.
           move index_ids_clientes to reg-clientes-id.
           move ws-trans-campo1 to reg-clientes-nome.
           move ws-trans-campo2 to reg-clientes-morada.
           move ws-trans-campo3 to reg-clientes-telefone.
           move ws-trans-campo4 to ws-trans-campo.
           perform converte-numero.
           if ws-trans-num-ok equal "n"
              move "n" to ws-trans-valida
              move "NIF nao numerico" to ws-trans-motivo
           else
              move ws-trans-num to reg-clientes-nif
              perform valida-nif
              perform verifica-nif-duplicado
              if ws-nif-valido equal "n"
                 move "n" to ws-trans-valida
                 move "NIF invalido (digito de controlo)" to
                    ws-trans-motivo
              end-if
              if ws-nif-duplicado equal "s"
                 move "n" to ws-trans-valida
                 move "ja existe um cliente com esse NIF" to
                    ws-trans-motivo
              end-if
           end-if.
           if ws-trans-valida equal "s"
              move ws-trans-campo5 to ws-trans-campo
              perform converte-numero
              if ws-trans-num-ok equal "n"
                 move "n" to ws-trans-valida
                 move "dia de nascimento invalido" to ws-trans-motivo
              else
                 move ws-trans-num to reg-clientes-data-dia
              end-if
           end-if.
           if ws-trans-valida equal "s"
              move ws-trans-campo6 to ws-trans-campo
              perform converte-numero
              if ws-trans-num-ok equal "n"
                 move "n" to ws-trans-valida
                 move "mes de nascimento invalido" to ws-trans-motivo
              else
                 move ws-trans-num to reg-clientes-data-mes
              end-if
           end-if.
           if ws-trans-valida equal "s"
              move ws-trans-campo7 to ws-trans-campo
              perform converte-numero
              if ws-trans-num-ok equal "n" or
                 ws-trans-num not > ws-ano-minimo or
                 ws-trans-num not < ws-ano-maximo
                 move "n" to ws-trans-valida
                 move "ano de nascimento fora dos limites" to
                    ws-trans-motivo
              else
                 move ws-trans-num to reg-clientes-data-ano
              end-if
           end-if.
           if ws-trans-valida equal "s"
              perform valida-data-nascimento
              if ws-data-valida equal "n"
                 move "n" to ws-trans-valida
                 move "data de nascimento invalida no calendario" to
                    ws-trans-motivo
              end-if
           end-if.
           if ws-trans-valida equal "s"
              write reg-clientes
                 invalid key
                 move "n" to ws-trans-valida
                 move "erro ao gravar o cliente" to ws-trans-motivo
              end-write
           end-if.
           if ws-trans-valida equal "s"
              compute index_ids_clientes = index_ids_clientes + 1
              perform save_ids
              perform marca-trans-aplicada
              add 1 to ws-trans-aplicadas
           else
              move ws-trans-linha-num to ws-rej-linha
              perform rejeita-transacao
           end-if.

       processa-trans-produto.
           perform verifica-trans-aplicada.
           if ws-trans-aplicada equal "s"
              move "transaccao ja aplicada anteriormente" to
                 ws-trans-motivo
              move ws-trans-linha-num to ws-rej-linha
              perform rejeita-transacao
           else
              perform insere-produto-lote
           end-if.

       insere-produto-lote.
           move "s" to ws-trans-valida.
           move space to reg-produtos.
           move zeros to reg-produtos.
           move index_ids_produtos to reg-produtos-id.
           move ws-trans-campo1 to reg-produtos-nome.
           move ws-trans-campo2 to reg-produtos-tipo.
           if not (reg-compota or reg-marmelada or reg-licor)
              move "n" to ws-trans-valida
              move "tipo de produto invalido (l/m/c)" to
                 ws-trans-motivo
           end-if.
           if ws-trans-valida equal "s"
              move ws-trans-campo3 to ws-trans-campo
              perform converte-numero
              if ws-trans-num-ok equal "n" or ws-trans-num > 999
                 move "n" to ws-trans-valida
                 move "stock invalido" to ws-trans-motivo
              else
                 move ws-trans-num to reg-produtos-stock
              end-if
           end-if.
      *o stock inicial do produto e um movimento de entrada de hoje
           if ws-trans-valida equal "s" and reg-produtos-stock > 0
              perform verifica-periodo-hoje
              if ws-periodo-fechado equal "s"
                 move "n" to ws-trans-valida
                 move "periodo contabilistico fechado" to
                    ws-trans-motivo
              end-if
           end-if.
           if ws-trans-valida equal "s"
              move ws-trans-campo4 to ws-trans-campo
              perform converte-numero
              if ws-trans-num-ok equal "n"
                 move "n" to ws-trans-valida
                 move "preco invalido (centimos)" to ws-trans-motivo
              else
                 compute reg-produtos-preco = ws-trans-num / 100
              end-if
           end-if.
           if ws-trans-valida equal "s"
              write reg-produtos
                 invalid key
                 move "n" to ws-trans-valida
                 move "erro ao gravar o produto" to ws-trans-motivo
              end-write
           end-if.
           if ws-trans-valida equal "s"
              if reg-produtos-stock > 0
                 move reg-produtos-id to ws-mov-produto
                 move reg-produtos-stock to ws-mov-qtd
                 move "E" to ws-mov-tipo
                 move "+" to ws-mov-sinal
                 perform grava-movimento-stock
              end-if
              compute index_ids_produtos = index_ids_produtos + 1
              perform save_ids
              perform marca-trans-aplicada
              add 1 to ws-trans-aplicadas
           else
              move ws-trans-linha-num to ws-rej-linha
              perform rejeita-transacao
           end-if.

       processa-trans-fatura.
           perform verifica-trans-aplicada.
           if ws-trans-aplicada equal "s"
              move "transaccao ja aplicada anteriormente" to
                 ws-trans-motivo
              move ws-trans-linha-num to ws-rej-linha
              perform rejeita-transacao
           else
              perform abre-fatura-lote
           end-if.

       abre-fatura-lote.
           move "s" to ws-trans-valida.
           move space to reg-faturas.
           move zeros to reg-faturas.
           move index_ids_faturas to reg-faturas-id.
           move ws-trans-campo1 to ws-trans-campo.
           perform converte-numero.
           if ws-trans-num-ok equal "n"
              move "n" to ws-trans-valida
              move "id de cliente invalido" to ws-trans-motivo
           else
              move ws-trans-num to reg-clientes-id
              read clientes record
                 invalid key
                 move "n" to ws-trans-valida
                 move "cliente inexistente" to ws-trans-motivo
                 not invalid key
                 move ws-trans-num to reg-faturas-id-cliente
                 move reg-clientes-desconto to ws-prc-desc-cliente
                 move reg-clientes-limite-credito to ws-cred-limite
                 move reg-faturas-id-cliente to ws-cred-cliente
              end-read
           end-if.
           if ws-trans-valida equal "s"
              move ws-trans-campo2 to ws-trans-campo
              perform converte-numero
              if ws-trans-num-ok equal "n"
                 move "n" to ws-trans-valida
                 move "ano da fatura invalido" to ws-trans-motivo
              else
                 move ws-trans-num to reg-faturas-ano
              end-if
           end-if.
           if ws-trans-valida equal "s"
              move ws-trans-campo3 to ws-trans-campo
              perform converte-numero
              if ws-trans-num-ok equal "n" or ws-trans-num < 1 or
                 ws-trans-num > 12
                 move "n" to ws-trans-valida
                 move "mes da fatura invalido" to ws-trans-motivo
              else
                 move ws-trans-num to reg-faturas-mes
              end-if
           end-if.
           if ws-trans-valida equal "s"
              move ws-trans-campo4 to ws-trans-campo
              perform converte-numero
              if ws-trans-num-ok equal "n" or ws-trans-num < 1 or
                 ws-trans-num > 31
                 move "n" to ws-trans-valida
                 move "dia da fatura invalido" to ws-trans-motivo
              else
                 move ws-trans-num to reg-faturas-dia
              end-if
           end-if.
           if ws-trans-valida equal "s"
              perform valida-data-fatura-reg
              if ws-data-valida equal "n"
                 move "n" to ws-trans-valida
                 move "data da fatura invalida ou no futuro" to
                    ws-trans-motivo
              end-if
           end-if.
      *num mes fechado a fatura do lote e rejeitada
           if ws-trans-valida equal "s"
              perform verifica-periodo-fatura-reg
              if ws-periodo-fechado equal "s"
                 move "n" to ws-trans-valida
                 move "periodo contabilistico fechado" to
                    ws-trans-motivo
              end-if
           end-if.
      *no lote nao ha supervisor para autorizar: um cliente acima do
      *limite de credito rejeita a fatura toda
           if ws-trans-valida equal "s" and ws-cred-limite > 0
              perform calcula-saldo-cliente
              if ws-cred-saldo > ws-cred-limite
                 move "n" to ws-trans-valida
                 move "cliente acima do limite de credito" to
                    ws-trans-motivo
              end-if
           end-if.
           if ws-trans-valida equal "s"
              move zeros to reg-faturas-n-produtos
              move "s" to ws-trans-fatura-aberta
              move ws-trans-ref to ws-trans-fat-ref
              move ws-trans-linha-num to ws-trans-fat-linha
           else
              move ws-trans-linha-num to ws-rej-linha
              perform rejeita-transacao
           end-if.

       processa-trans-linha.
           if ws-trans-fatura-aberta equal "n"
              move "linha de fatura sem fatura aberta" to
                 ws-trans-motivo
              move ws-trans-linha-num to ws-rej-linha
              perform rejeita-transacao
           else
              perform insere-linha-lote
           end-if.

       insere-linha-lote.
           move "s" to ws-trans-valida.
           if reg-faturas-n-produtos equal 50
              move "n" to ws-trans-valida
              move "fatura ja tem o limite de linhas" to
                 ws-trans-motivo
           end-if.
           if ws-trans-valida equal "s"
              move ws-trans-campo1 to ws-trans-campo
              perform converte-numero
              if ws-trans-num-ok equal "n"
                 move "n" to ws-trans-valida
                 move "id de produto invalido" to ws-trans-motivo
              else
                 move ws-trans-num to reg-produtos-id
                 read produtos record
                    invalid key
                    move "n" to ws-trans-valida
                    move "produto inexistente" to ws-trans-motivo
                 end-read
              end-if
           end-if.
           if ws-trans-valida equal "s"
              move reg-produtos-id to ws-res-produto
              move zeros to ws-res-ignora-enc
              open input encomendas
              perform calcula-stock-reservado
              close encomendas
              compute ws-res-livre =
                 reg-produtos-stock - ws-res-reservado
              perform limita-livre-armazem
              move ws-trans-campo2 to ws-trans-campo
              perform converte-numero
              if ws-trans-num-ok equal "n" or ws-trans-num equal 0 or
                 ws-trans-num > ws-res-livre
                 move "n" to ws-trans-valida
                 move "quantidade invalida ou stock insuficiente" to
                    ws-trans-motivo
              else
                 move ws-trans-num to j
              end-if
           end-if.
           if ws-trans-valida equal "s"
              move reg-produtos-id to ws-prc-produto
              move reg-fatura-data to ws-prc-data
              move j to ws-prc-qtd
              perform procura-preco-produto
              add 1 to reg-faturas-n-produtos
              move reg-produtos-id to
                 reg-faturas-linha-produto-id(reg-faturas-n-produtos)
              move j to
                 reg-faturas-linha-quantidade(reg-faturas-n-produtos)
              move ws-prc-preco to
                 reg-faturas-linha-preco(reg-faturas-n-produtos)
              move ws-prc-desc-cliente to
                 reg-faturas-linha-desconto(reg-faturas-n-produtos)
              perform taxa-iva-produto
              move ws-taxa-iva to
                 reg-faturas-linha-taxa(reg-faturas-n-produtos)
              compute reg-faturas-linha-base(reg-faturas-n-produtos)
                 rounded = (j * ws-prc-preco *
                 (100 - ws-prc-desc-cliente)) / 100
              compute reg-faturas-linha-iva(reg-faturas-n-produtos)
                 rounded =
                 (reg-faturas-linha-base(reg-faturas-n-produtos) *
                  ws-taxa-iva) / 100
              subtract j from reg-produtos-stock
              rewrite reg-produtos
                 invalid key
                 display "Erro ao actualizar o stock do produto"
              end-rewrite
              move reg-produtos-id to ws-mov-produto
              move j to ws-mov-qtd
              move "V" to ws-mov-tipo
              move "-" to ws-mov-sinal
              perform grava-movimento-stock
              move reg-produtos-id to ws-fefo-produto
              move j to ws-fefo-qtd-in
              perform consome-lotes-fefo
              move ws-fefo-lote to
                 reg-faturas-linha-lote(reg-faturas-n-produtos)
           else
              move ws-trans-linha-num to ws-rej-linha
              perform rejeita-transacao
           end-if.

      *fecha a fatura acumulada do lote: grava-a se tiver pelo menos
      *uma linha valida
       fecha-fatura-lote.
           if reg-faturas-n-produtos > 0
              move "FT" to ws-ser-tipo
              move reg-faturas-ano to ws-ser-ano
              perform proximo-numero-serie
              move ws-ser-numero to reg-faturas-serie-num
              move space to reg-faturas-estado
              write reg-faturas
                 invalid key
                 move "erro ao gravar a fatura" to ws-trans-motivo
                 move ws-trans-fat-linha to ws-rej-linha
                 perform rejeita-transacao
                 not invalid key
                 compute index_ids_faturas = index_ids_faturas + 1
                 perform save_ids
                 perform marca-fatura-aplicada
                 perform cria-item-aberto
                 perform grava-vendedor-defeito
                 add 1 to ws-trans-aplicadas
              end-write
           else
              move "fatura sem linhas validas" to ws-trans-motivo
              move ws-trans-fat-linha to ws-rej-linha
              perform rejeita-transacao
           end-if.
           move "n" to ws-trans-fatura-aberta.

      *impressao em txt, com cabecalho/rodape e quebra de pagina
       imprimir_clientes.
           move "clientes.txt" to ws-ficheiro-txt.
           move zeros to pagina-impressao.
           open input clientes.
           open output impressao.
           read clientes next.
           if fs-clientes equal zeros
              perform imprime-cabecalho-clientes
              perform until fs-clientes equal "10"
                 move reg-clientes-id to imp-cli-id
                 move reg-clientes-nome to imp-cli-nome
                 move reg-clientes-data-dia to imp-cli-dia
                 move reg-clientes-data-mes to imp-cli-mes
                 move reg-clientes-data-ano to imp-cli-ano
                 move reg-clientes-telefone to imp-cli-telefone
                 move reg-clientes-morada to imp-cli-morada
                 move reg-clientes-nif to imp-cli-nif
                 write reg-impressao from ws-imp-detalhe-clientes
                    before advancing 1 line
                    at end-of-page
                       perform imprime-rodape
                       perform imprime-cabecalho-clientes
                 read clientes next
              end-perform
           end-if.
           close clientes.
           close impressao.
           display "Clientes imprimidos em " ws-ficheiro-txt.

       imprime-cabecalho-clientes.
           write reg-impressao from ws-imp-cabecalho-clientes
              before advancing 1 line.

       imprimir_produtos.
           move "produtos.txt" to ws-ficheiro-txt.
           move zeros to pagina-impressao.
           open input produtos.
           open output impressao.
           read produtos next.
           if fs-produtos equal zeros
              perform imprime-cabecalho-produtos
              perform until fs-produtos equal "10"
                 move reg-produtos-id to imp-prod-id
                 move reg-produtos-nome to imp-prod-nome
                 move reg-produtos-tipo to imp-prod-tipo
                 move reg-produtos-stock to imp-prod-stock
                 move reg-produtos-preco to imp-prod-preco
                 write reg-impressao from ws-imp-detalhe-produtos
                    before advancing 1 line
                    at end-of-page
                       perform imprime-rodape
                       perform imprime-cabecalho-produtos
                 read produtos next
              end-perform
           end-if.
           close produtos.
           close impressao.
           display "Produtos imprimidos em " ws-ficheiro-txt.

       imprime-cabecalho-produtos.
           write reg-impressao from ws-imp-cabecalho-produtos
              before advancing 1 line.

       imprimir_faturas.
           move "faturas.txt" to ws-ficheiro-txt.
           move zeros to pagina-impressao.
           open input faturas.
           open output impressao.
           read faturas next.
           if fs-faturas equal zeros
              perform imprime-cabecalho-faturas
              perform until fs-faturas equal "10"
                 move reg-faturas-id to imp-fat-id
                 move reg-faturas-dia to imp-fat-dia
                 move reg-faturas-mes to imp-fat-mes
                 move reg-faturas-ano to imp-fat-ano
                 move reg-faturas-id-cliente to imp-fat-cliente
                 move reg-faturas-n-produtos to imp-fat-nprod
                 write reg-impressao from ws-imp-detalhe-faturas
                    before advancing 1 line
                    at end-of-page
                       perform imprime-rodape
                       perform imprime-cabecalho-faturas
                 read faturas next
              end-perform
           end-if.
           close faturas.
           close impressao.
           display "Faturas imprimidas em " ws-ficheiro-txt.

       imprime-cabecalho-faturas.
           write reg-impressao from ws-imp-cabecalho-faturas
              before advancing 1 line.

       imprime-rodape.
           add 1 to pagina-impressao.
           move pagina-impressao to imp-rodape-pagina.
           write reg-impressao from spaces
              before advancing 1 line.
           write reg-impressao from ws-imp-rodape
              before advancing page.

      *impressao de uma unica fatura como documento para o cliente,
      *com os dados do cliente, as linhas de produtos e o total
       imprimir_uma_fatura.
           open input faturas.
           move space to reg-faturas.
           move zeros to reg-faturas-id.
           display "ID da fatura a imprimir: ".
           accept x.
           move x to reg-faturas-id.
           move "S" to registo_encontrado.
           read faturas record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Não encontrei nenhuma fatura com esse id"
           else
              perform imprime-documento-fatura
           end-if.
           close faturas.

       imprime-documento-fatura.
           move "fatura.txt" to ws-ficheiro-txt.
           move zeros to pagina-impressao.
           open input clientes.
           move space to reg-clientes.
           move zeros to reg-clientes-id.
           move reg-faturas-id-cliente to reg-clientes-id.
           read clientes record
              invalid key
              move "*** CLIENTE DESCONHECIDO ***" to reg-clientes-nome
              move spaces to reg-clientes-morada
              move zeros to reg-clientes-nif.
           move reg-clientes-nome to imp-fta-cli-nome.
           move reg-clientes-morada to imp-fta-cli-morada.
           move reg-clientes-nif to imp-fta-cli-nif.
           close clientes.
           perform le-tipo-fatura.
           evaluate ws-fbl-tipo
              when "FR"
                 move "FATURA-RECIBO FR " to imp-fta-designacao
              when "FS"
                 move "FATURA SIMPLIFICADA FS " to imp-fta-designacao
              when other
                 move "FATURA FT " to imp-fta-designacao
           end-evaluate.
           if ws-fbl-balcao equal "s"
              move "Consumidor final" to imp-fta-cli-nome
              move spaces to imp-fta-cli-morada
              move ws-fbl-nif to imp-fta-cli-nif
           end-if.
           open output impressao.
           move reg-faturas-ano to imp-fta-serie-ano.
           move reg-faturas-serie-num to imp-fta-serie-num.
           move reg-faturas-dia to imp-fta-dia.
           move reg-faturas-mes to imp-fta-mes.
           move reg-faturas-ano to imp-fta-ano.
           write reg-impressao from ws-imp-fatura-titulo
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-cliente
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-morada
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-nif
              before advancing 1 line.
           write reg-impressao from spaces
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-cab-linhas
              before advancing 1 line.
           open input produtos.
           move zeros to i.
           move zeros to ws-fta-total.
           move zeros to ws-fta-tot-base.
           move zeros to ws-fta-tot-iva.
           perform limpa-totais-qr.
           perform until i equal reg-faturas-n-produtos
              add 1 to i
              perform imprime-linha-fatura
           end-perform.
           close produtos.
           write reg-impressao from spaces
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-subtotal
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-totiva
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-total
              before advancing 1 line.
           if ws-fbl-balcao equal "s"
              if ws-fbl-metodo equal "m" or ws-fbl-metodo equal "M"
                 move "Pago por multibanco:  " to imp-fta-pag-metodo
              else
                 move "Pago em numerario:    " to imp-fta-pag-metodo
              end-if
              move ws-fta-total to imp-fta-pag-valor
              move ws-fbl-entregue to imp-fta-pag-entregue
              move ws-fbl-troco to imp-fta-pag-troco
              write reg-impressao from ws-imp-fatura-pagamento
                 before advancing 1 line
           end-if.
           move ws-fbl-tipo to ws-atc-tipo.
           move reg-faturas-ano to ws-atc-ano.
           move reg-faturas-serie-num to ws-atc-numero.
           move imp-fta-cli-nif to ws-qr-nif-cliente.
           move reg-fatura-data to ws-qr-data.
           move ws-fta-tot-iva to ws-qr-tot-iva.
           move ws-fta-total to ws-qr-total.
           if reg-fatura-anulada
              move "A" to ws-qr-estado
           end-if.
           perform imprime-atcud-qr.
           perform imprime-rodape.
           close impressao.
           display "Fatura imprimida em " ws-ficheiro-txt.

       imprime-linha-fatura.
           move space to reg-produtos.
           move zeros to reg-produtos-id.
           move reg-faturas-linha-produto-id(i) to reg-produtos-id.
           read produtos record
              invalid key
              move "*** PRODUTO DESCONHECIDO ***" to reg-produtos-nome.
           move reg-produtos-nome to imp-fta-lin-nome.
           move reg-faturas-linha-quantidade(i) to imp-fta-lin-qtd.
           move reg-faturas-linha-preco(i) to imp-fta-lin-preco.
           move reg-faturas-linha-desconto(i) to imp-fta-lin-desc.
           move reg-faturas-linha-lote(i) to imp-fta-lin-lote.
           compute ws-fta-linha-total =
              reg-faturas-linha-base(i) +
              reg-faturas-linha-iva(i).
           move ws-fta-linha-total to imp-fta-lin-total.
           add ws-fta-linha-total to ws-fta-total.
           add reg-faturas-linha-base(i) to ws-fta-tot-base.
           add reg-faturas-linha-iva(i) to ws-fta-tot-iva.
           move ws-fta-total to imp-fta-total.
           move ws-fta-tot-base to imp-fta-tot-base.
           move ws-fta-tot-iva to imp-fta-tot-iva.
           move reg-faturas-linha-taxa(i) to ws-qr-linha-taxa.
           move reg-faturas-linha-base(i) to ws-qr-linha-base.
           move reg-faturas-linha-iva(i) to ws-qr-linha-iva.
           perform acumula-taxa-qr.
           write reg-impressao from ws-imp-fatura-linha
              before advancing 1 line
              at end-of-page
                 perform imprime-rodape
                 write reg-impressao from ws-imp-fatura-cab-linhas
                    before advancing 1 line
           end-write.

      *codigos de validacao da AT: cada serie (tipo de documento e
      *ano) comunicada a AT recebe um codigo que, com o numero do
      *documento, forma o ATCUD impresso e exportado no saf-t
       menu_series_at.
           display "1. Registar codigo de validacao de uma serie".
           display "2. Listar codigos de validacao".
           display "3. Dados fiscais da empresa".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
               when OPCAO = 1
                   perform registar_codigo_serie
               when OPCAO = 2
                   perform listar_codigos_serie
               when OPCAO = 3
                   perform dados_empresa
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.

       registar_codigo_serie.
           perform verifica-nivel-supervisor.
           if ws-op-autorizado equal "s"
              perform regista-codigo-serie-protegido
           end-if.

       regista-codigo-serie-protegido.
           open i-o series-at.
           move space to reg-sat.
           display "Tipo de documento da serie (FT, NC, RC, GR...): ".
           accept reg-sat-tipo.
           perform until reg-sat-tipo not equal spaces
              display "ERRO - o tipo nao pode ficar vazio"
              display "Tipo de documento da serie: "
              accept reg-sat-tipo
           end-perform.
           inspect reg-sat-tipo converting
              "abcdefghijklmnopqrstuvwxyz" to
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           display "Ano da serie: ".
           accept reg-sat-ano.
           perform until reg-sat-ano > 1999
              display "ERRO - ano invalido"
              display "Ano da serie: "
              accept reg-sat-ano
           end-perform.
           move "S" to registo_encontrado.
           read series-at record
              invalid key
              move "N" to registo_encontrado.
           move "s" to opcao_continuar.
           if registo_encontrado equal "S"
              display "Essa serie ja tem o codigo " reg-sat-codigo
              display "Quer substitui-lo? (s/n)"
              accept opcao_continuar
              perform until (opcao_continuar = "S" or
                             opcao_continuar = "s" or
                 display "Volta introduzir a opcao: "
                 accept opcao_continuar
              end-perform
           end-if.
           if sim
              perform grava-codigo-serie
           end-if.
           close series-at.

       grava-codigo-serie.
           display "Codigo de validacao atribuido pela AT: ".
           accept reg-sat-codigo.
           perform until reg-sat-codigo(1:8) not equal spaces and
              reg-sat-codigo(8:1) not equal space
              display "ERRO - o codigo tem pelo menos 8 caracteres"
              display "Codigo de validacao: "
              accept reg-sat-codigo
           end-perform.
           accept reg-sat-data from date yyyymmdd.
           if registo_encontrado equal "S"
              rewrite reg-sat
                 invalid key
                 display "Erro ao actualizar o codigo da serie"
              end-rewrite
           else
              write reg-sat
                 invalid key
                 display "Erro ao gravar o codigo da serie"
              end-write
           end-if.
           display "Serie " reg-sat-tipo " " reg-sat-ano
              " com o codigo " reg-sat-codigo.
           move spaces to ws-linha-auditoria.
           string "SERIE CODIGO-AT TIPO=" delimited by size
              reg-sat-tipo delimited by size
              " ANO=" delimited by size
              reg-sat-ano delimited by size
              " CODIGO=" delimited by size
              reg-sat-codigo delimited by space
              into ws-linha-auditoria.
           perform escreve-auditoria.

       listar_codigos_serie.
           open input series-at.
           if fs-series-at equal zeros
              display "******CODIGOS DE VALIDACAO DAS SERIES******"
              read series-at next
              perform until fs-series-at equal "10"
                 display "Serie " reg-sat-tipo " " reg-sat-ano
                    "  Codigo: " reg-sat-codigo
                    "  Registado em: " reg-sat-data
                 read series-at next
              end-perform
              display "**********************************"
           else
              display "Não ha nenhum codigo de validacao registado"
           end-if.
           close series-at.

       dados_empresa.
           perform verifica-nivel-supervisor.
           if ws-op-autorizado equal "s"
              perform dados-empresa-protegido
           end-if.

       dados-empresa-protegido.
           open i-o empresa.
           move space to reg-emp.
           move zeros to reg-emp-nif.
           move 1 to reg-emp-chave.
           move "S" to registo_encontrado.
           read empresa record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado equal "S"
              display "Nome: " reg-emp-nome
              display "NIF: " reg-emp-nif
              display "Certificado do programa: " reg-emp-certificado
           end-if.
           display "Nome da empresa: ".
           accept reg-emp-nome.
           display "NIF da empresa: ".
           accept reg-emp-nif.
           move reg-emp-nif to ws-nif-validacao.
           perform valida-nif-digitos.
           perform until ws-nif-valido equal "s"
              display "ERRO - NIF invalido"
              display "NIF da empresa: "
              accept reg-emp-nif
              move reg-emp-nif to ws-nif-validacao
              perform valida-nif-digitos
           end-perform.
           display "Numero do certificado do programa na AT: ".
           accept reg-emp-certificado.
           if registo_encontrado equal "S"
              rewrite reg-emp
                 invalid key
                 display "Erro ao actualizar os dados da empresa"
              end-rewrite
           else
              write reg-emp
                 invalid key
                 display "Erro ao gravar os dados da empresa"
              end-write
           end-if.
           close empresa.

       le-dados-empresa.
           move spaces to ws-emp-nome.
           move zeros to ws-emp-nif.
           move "0" to ws-emp-certificado.
           open input empresa.
           move 1 to reg-emp-chave.
           read empresa record
              invalid key
                 continue
              not invalid key
                 move reg-emp-nome to ws-emp-nome
                 move reg-emp-nif to ws-emp-nif
                 move reg-emp-certificado to ws-emp-certificado
           end-read.
           close empresa.

      *ATCUD do documento ws-atc-numero da serie ws-atc-tipo/
      *ws-atc-ano: codigo de validacao, hifen e o numero sem zeros a
      *esquerda. serie sem codigo leva o ATCUD 0
       monta-atcud.
           move "n" to ws-atc-sem-codigo.
           move ws-atc-numero to ws-atc-num-ed.
           move zeros to ws-atc-brancos.
           inspect ws-atc-num-ed tallying ws-atc-brancos
              for leading spaces.
           move spaces to ws-atcud.
           open input series-at.
           move ws-atc-tipo to reg-sat-tipo.
           move ws-atc-ano to reg-sat-ano.
           read series-at record
              invalid key
                 move "s" to ws-atc-sem-codigo
           end-read.
           if ws-atc-sem-codigo equal "s"
              move "0" to ws-atcud
           else
              string reg-sat-codigo delimited by space
                 "-" delimited by size
                 ws-atc-num-ed(ws-atc-brancos + 1:)
                    delimited by size
                 into ws-atcud
           end-if.
           close series-at.

      *dados do codigo QR (campos A a R da especificacao da AT,
      *separados por *). o programa nao assina os documentos, por
      *isso o campo Q leva 0
       monta-qr.
           move spaces to ws-atc-qr.
           move 1 to ws-qr-ptr.
           if ws-qr-nif-cliente equal zeros
              move 999999990 to ws-qr-nif-cliente
           end-if.
           string "A:" delimited by size
              ws-emp-nif delimited by size
              "*B:" delimited by size
              ws-qr-nif-cliente delimited by size
              "*C:PT*D:" delimited by size
              ws-atc-tipo delimited by size
              "*E:" delimited by size
              ws-qr-estado delimited by size
              "*F:" delimited by size
              ws-qr-data delimited by size
              "*G:" delimited by size
              ws-atc-tipo delimited by size
              " " delimited by size
              ws-atc-ano delimited by size
              "/" delimited by size
              ws-atc-num-ed(ws-atc-brancos + 1:) delimited by size
              "*H:" delimited by size
              ws-atcud delimited by space
              into ws-atc-qr with pointer ws-qr-ptr.
           if ws-qr-base-red equal zeros and
              ws-qr-base-normal equal zeros and
              ws-qr-base-isenta equal zeros
              string "*I1:0" delimited by size
                 into ws-atc-qr with pointer ws-qr-ptr
           else
              string "*I1:PT" delimited by size
                 into ws-atc-qr with pointer ws-qr-ptr
              if ws-qr-base-isenta > 0
                 move ws-qr-base-isenta to ws-qr-valor
                 perform formata-valor-qr
                 string "*I2:" delimited by size
                    ws-qr-valor-txt delimited by space
                    into ws-atc-qr with pointer ws-qr-ptr
              end-if
              if ws-qr-base-red > 0
                 move ws-qr-base-red to ws-qr-valor
                 perform formata-valor-qr
                 string "*I3:" delimited by size
                    ws-qr-valor-txt delimited by space
                    into ws-atc-qr with pointer ws-qr-ptr
                 move ws-qr-iva-red to ws-qr-valor
                 perform formata-valor-qr
                 string "*I4:" delimited by size
                    ws-qr-valor-txt delimited by space
                    into ws-atc-qr with pointer ws-qr-ptr
              end-if
              if ws-qr-base-normal > 0
                 move ws-qr-base-normal to ws-qr-valor
                 perform formata-valor-qr
                 string "*I7:" delimited by size
                    ws-qr-valor-txt delimited by space
                    into ws-atc-qr with pointer ws-qr-ptr
                 move ws-qr-iva-normal to ws-qr-valor
                 perform formata-valor-qr
                 string "*I8:" delimited by size
                    ws-qr-valor-txt delimited by space
                    into ws-atc-qr with pointer ws-qr-ptr
              end-if
           end-if.
           move ws-qr-tot-iva to ws-qr-valor.
           perform formata-valor-qr.
           string "*N:" delimited by size
              ws-qr-valor-txt delimited by space
              into ws-atc-qr with pointer ws-qr-ptr.
           move ws-qr-total to ws-qr-valor.
           perform formata-valor-qr.
           string "*O:" delimited by size
              ws-qr-valor-txt delimited by space
              "*Q:0*R:" delimited by size
              ws-emp-certificado delimited by space
              into ws-atc-qr with pointer ws-qr-ptr.

       formata-valor-qr.
           move ws-qr-valor to ws-qr-valor-ed.
           move zeros to ws-qr-brancos.
           inspect ws-qr-valor-ed tallying ws-qr-brancos
              for leading spaces.
           move spaces to ws-qr-valor-txt.
           move ws-qr-valor-ed(ws-qr-brancos + 1:) to
              ws-qr-valor-txt.

       limpa-totais-qr.
           move zeros to ws-qr-base-normal.
           move zeros to ws-qr-iva-normal.
           move zeros to ws-qr-base-red.
           move zeros to ws-qr-iva-red.
           move zeros to ws-qr-base-isenta.
           move zeros to ws-qr-tot-iva.
           move zeros to ws-qr-total.
           move "N" to ws-qr-estado.

      *escreve no documento aberto em impressao as linhas do ATCUD
      *e dos dados do codigo QR (ws-atc-* e ws-qr-* ja carregados)
       imprime-atcud-qr.
           perform le-dados-empresa.
           perform monta-atcud.
           perform monta-qr.
           if ws-atc-sem-codigo equal "s"
              display "Aviso - a serie " ws-atc-tipo " " ws-atc-ano
                 " nao tem codigo de validacao da AT (ATCUD 0)"
           end-if.
           move ws-atcud to imp-atcud.
           write reg-impressao from spaces
              before advancing 1 line.
           write reg-impressao from ws-imp-atcud
              before advancing 1 line.
           move 1 to ws-qr-k.
           perform until ws-qr-k > 288
              if ws-atc-qr(ws-qr-k:96) not equal spaces
                 move ws-atc-qr(ws-qr-k:96) to imp-qr
                 write reg-impressao from ws-imp-qr
                    before advancing 1 line
              end-if
              add 96 to ws-qr-k
           end-perform.

      *quebra da base e do iva pela taxa normal (23), reduzida e
      *isenta (0) para o codigo QR
       acumula-taxa-qr.
           evaluate true
              when ws-qr-linha-taxa equal 23
                 add ws-qr-linha-base to ws-qr-base-normal
                 add ws-qr-linha-iva to ws-qr-iva-normal
              when ws-qr-linha-taxa equal zeros
                 add ws-qr-linha-base to ws-qr-base-isenta
              when other
                 add ws-qr-linha-base to ws-qr-base-red
                 add ws-qr-linha-iva to ws-qr-iva-red
           end-evaluate.

      *impressao de uma nota de credito como documento para o
      *cliente, no mesmo formato da fatura
       imprimir_uma_nota_credito.
           open input notas-credito.
           move space to reg-nc.
           move zeros to reg-nc-id.
           display "ID da nota de credito a imprimir: ".
           accept x.
           move x to reg-nc-id.
           move "S" to registo_encontrado.
           read notas-credito record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Não encontrei nenhuma nota de credito com "
                 "esse id"
           else
              perform imprime-documento-nc
           end-if.
           close notas-credito.

       imprime-documento-nc.
           move "nota_credito.txt" to ws-ficheiro-txt.
           move zeros to pagina-impressao.
           open input clientes.
           move space to reg-clientes.
           move zeros to reg-clientes-id.
           move reg-nc-id-cliente to reg-clientes-id.
           read clientes record
              invalid key
              move "*** CLIENTE DESCONHECIDO ***" to reg-clientes-nome
              move spaces to reg-clientes-morada
              move zeros to reg-clientes-nif.
           move reg-clientes-nome to imp-fta-cli-nome.
           move reg-clientes-morada to imp-fta-cli-morada.
           move reg-clientes-nif to imp-fta-cli-nif.
           close clientes.
           open output impressao.
           move reg-nc-ano to imp-nc-serie-ano.
           move reg-nc-serie-num to imp-nc-serie-num.
           move reg-nc-dia to imp-nc-dia.
           move reg-nc-mes to imp-nc-mes.
           move reg-nc-ano to imp-nc-ano.
           move reg-nc-id-fatura to imp-ref-fatura.
           write reg-impressao from ws-imp-nc-titulo
              before advancing 1 line.
           write reg-impressao from ws-imp-doc-referencia
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-cliente
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-morada
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-nif
              before advancing 1 line.
           write reg-impressao from spaces
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-cab-linhas
              before advancing 1 line.
           open input produtos.
           move zeros to i.
           move zeros to ws-fta-total.
           move zeros to ws-fta-tot-base.
           move zeros to ws-fta-tot-iva.
           perform limpa-totais-qr.
           perform until i equal reg-nc-n-produtos
              add 1 to i
              perform imprime-linha-nc
           end-perform.
           close produtos.
           write reg-impressao from spaces
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-subtotal
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-totiva
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-total
              before advancing 1 line.
           move "NC" to ws-atc-tipo.
           move reg-nc-ano to ws-atc-ano.
           move reg-nc-serie-num to ws-atc-numero.
           move imp-fta-cli-nif to ws-qr-nif-cliente.
           move reg-nc-data to ws-qr-data.
           move ws-fta-tot-iva to ws-qr-tot-iva.
           move ws-fta-total to ws-qr-total.
           perform imprime-atcud-qr.
           perform imprime-rodape.
           close impressao.
           display "Nota de credito imprimida em " ws-ficheiro-txt.

       imprime-linha-nc.
           move space to reg-produtos.
           move zeros to reg-produtos-id.
           move reg-nc-linha-produto-id(i) to reg-produtos-id.
           if reg-produtos-id equal ws-rap-produto
              move "Rappel - desconto de volume" to reg-produtos-nome
           else
              read produtos record
                 invalid key
                 move "*** PRODUTO DESCONHECIDO ***" to
                    reg-produtos-nome
              end-read
           end-if.
           move reg-produtos-nome to imp-fta-lin-nome.
           move reg-nc-linha-quantidade(i) to imp-fta-lin-qtd.
           move reg-nc-linha-preco(i) to imp-fta-lin-preco.
           move reg-nc-linha-desconto(i) to imp-fta-lin-desc.
           move reg-nc-linha-lote(i) to imp-fta-lin-lote.
           compute ws-fta-linha-total =
              reg-nc-linha-base(i) +
              reg-nc-linha-iva(i).
           move ws-fta-linha-total to imp-fta-lin-total.
           add ws-fta-linha-total to ws-fta-total.
           add reg-nc-linha-base(i) to ws-fta-tot-base.
           add reg-nc-linha-iva(i) to ws-fta-tot-iva.
           move ws-fta-total to imp-fta-total.
           move ws-fta-tot-base to imp-fta-tot-base.
           move ws-fta-tot-iva to imp-fta-tot-iva.
           move reg-nc-linha-taxa(i) to ws-qr-linha-taxa.
           move reg-nc-linha-base(i) to ws-qr-linha-base.
           move reg-nc-linha-iva(i) to ws-qr-linha-iva.
           perform acumula-taxa-qr.
           write reg-impressao from ws-imp-fatura-linha
              before advancing 1 line
              at end-of-page
                 perform imprime-rodape
                 write reg-impressao from ws-imp-fatura-cab-linhas
                    before advancing 1 line
           end-write.

      *impressao de um recibo como documento para o cliente
       imprimir_um_recibo.
           open input recibos.
           move space to reg-recibos.
           move zeros to reg-recibos-id.
           display "ID do recibo a imprimir: ".
           accept x.
           move x to reg-recibos-id.
           move "S" to registo_encontrado.
           read recibos record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Não encontrei nenhum recibo com esse id"
           else
              perform imprime-documento-recibo
           end-if.
           close recibos.

       imprime-documento-recibo.
           move "recibo.txt" to ws-ficheiro-txt.
           move zeros to pagina-impressao.
           open input faturas.
           move space to reg-faturas.
           move reg-recibos-id-fatura to reg-faturas-id.
           move "S" to registo_encontrado.
           read faturas record
              invalid key
              move "N" to registo_encontrado
              move zeros to reg-faturas-id-cliente.
           close faturas.
           if registo_encontrado = "N"
              open input notas-debito
              move reg-recibos-id-fatura to reg-nd-id
              read notas-debito record
                 invalid key
                    move "N" to registo_encontrado
                 not invalid key
                    move "D" to registo_encontrado
                    move reg-nd-id-cliente to reg-faturas-id-cliente
              end-read
              close notas-debito
           end-if.
           open input clientes.
           move space to reg-clientes.
           move zeros to reg-clientes-id.
           move reg-faturas-id-cliente to reg-clientes-id.
           read clientes record
              invalid key
              move "*** CLIENTE DESCONHECIDO ***" to reg-clientes-nome
              move spaces to reg-clientes-morada
              move zeros to reg-clientes-nif.
           move reg-clientes-nome to imp-fta-cli-nome.
           move reg-clientes-morada to imp-fta-cli-morada.
           move reg-clientes-nif to imp-fta-cli-nif.
           close clientes.
           open output impressao.
           move reg-recibos-ano to imp-rec-serie-ano.
           move reg-recibos-serie-num to imp-rec-serie-num.
           move reg-recibos-dia to imp-rec-dia.
           move reg-recibos-mes to imp-rec-mes.
           move reg-recibos-ano to imp-rec-ano.
           move reg-recibos-id-fatura to imp-ref-fatura.
           move reg-recibos-valor to imp-rec-valor.
           evaluate true
              when reg-recibo-numerario
                 move "Numerario" to imp-rec-metodo
              when reg-recibo-multibanco
                 move "Multibanco" to imp-rec-metodo
              when reg-recibo-transferencia
                 move "Transferencia" to imp-rec-metodo
              when reg-recibo-debito-directo
                 move "Debito directo" to imp-rec-metodo
              when other
                 move reg-recibos-metodo to imp-rec-metodo
           end-evaluate.
           write reg-impressao from ws-imp-recibo-titulo
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-cliente
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-morada
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-nif
              before advancing 1 line.
           write reg-impressao from spaces
              before advancing 1 line.
           if registo_encontrado = "D"
              move reg-recibos-id-fatura to imp-ref-nd
              write reg-impressao from ws-imp-nd-referencia
                 before advancing 1 line
           else
              write reg-impressao from ws-imp-doc-referencia
                 before advancing 1 line
           end-if.
           write reg-impressao from ws-imp-recibo-valor
              before advancing 1 line.
           write reg-impressao from ws-imp-recibo-metodo
              before advancing 1 line.
           perform limpa-totais-qr.
           move "RC" to ws-atc-tipo.
           move reg-recibos-ano to ws-atc-ano.
           move reg-recibos-serie-num to ws-atc-numero.
           move imp-fta-cli-nif to ws-qr-nif-cliente.
           move reg-recibos-data to ws-qr-data.
           move reg-recibos-valor to ws-qr-total.
           perform imprime-atcud-qr.
           perform imprime-rodape.
           close impressao.
           display "Recibo imprimido em " ws-ficheiro-txt.

      *rappel: escaloes de desconto de volume por cliente. no fim do
      *ano soma as compras liquidas do cliente (base das faturas nao
      *anuladas, activas e arquivadas, menos a base das notas de
      *credito de devolucao do ano) e aplica a percentagem do maior
      *escalao atingido numa nota de credito financeira, sem
      *devolucao de stock, com uma linha por taxa de iva
       menu_rappel.
           display "1. Registar escalao de rappel de um cliente".
           display "2. Listar escaloes de rappel".
           display "3. Apagar escalao de rappel".
           display "4. Calcular e emitir o rappel de um ano".
           display "5. Listar rappel emitido".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
               when OPCAO = 1
                   perform inserir_escalao_rappel
               when OPCAO = 2
                   perform listar_escaloes_rappel
               when OPCAO = 3
                   perform apagar_escalao_rappel
               when OPCAO = 4
                   perform calcular_rappel
               when OPCAO = 5
                   perform listar_rappel_emitido
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.

       inserir_escalao_rappel.
           open i-o rappel.
           open input clientes.
           move space to reg-clientes.
           move zeros to reg-clientes-id.
           display "ID do cliente: ".
           accept x.
           move x to reg-clientes-id.
           move "S" to registo_encontrado.
           read clientes record
              invalid key
              move "N" to registo_encontrado.
           perform until registo_encontrado equal "S"
              display "Não encontrei nenhum cliente com esse id. "
                 "Volta a introduzir um id de cliente: "
              accept x
              move x to reg-clientes-id
              move "S" to registo_encontrado
              read clientes record
                 invalid key
                 move "N" to registo_encontrado
           end-perform.
           display "Cliente: " reg-clientes-nome.
           move reg-clientes-id to ws-rap-cliente.
           perform mostra-escaloes-cliente.
           move space to reg-rap.
           move ws-rap-cliente to reg-rap-cliente.
           display "Compras anuais (sem iva) a partir de: ".
           accept reg-rap-limite.
           perform until reg-rap-limite > 0
              display "ERRO - o limite tem que ser maior que zero"
              display "Compras anuais a partir de: "
              accept reg-rap-limite
           end-perform.
           display "Percentagem de rappel: ".
           accept reg-rap-percentagem.
           perform until reg-rap-percentagem > 0 and
              reg-rap-percentagem < 50
              display "ERRO - percentagem invalida (0 a 50)"
              display "Percentagem de rappel: "
              accept reg-rap-percentagem
           end-perform.
           write reg-rap
              invalid key
                 rewrite reg-rap
                    invalid key
                    display "Erro ao gravar o escalao"
                    not invalid key
                    display "Escalao actualizado"
                 end-rewrite
              not invalid key
                 display "Escalao registado"
           end-write.
           move spaces to ws-linha-auditoria.
           string "RAPPEL ESCALAO CLIENTE=" delimited by size
              reg-rap-cliente delimited by size
              " LIMITE=" delimited by size
              reg-rap-limite delimited by size
              " PCT=" delimited by size
              reg-rap-percentagem delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.
           close clientes.
           close rappel.

       mostra-escaloes-cliente.
           move ws-rap-cliente to reg-rap-cliente.
           move zeros to reg-rap-limite.
           start rappel key is not less than reg-rap-chave
              invalid key
                 continue
              not invalid key
                 read rappel next
                 perform until fs-rappel equal "10" or
                    reg-rap-cliente not equal ws-rap-cliente
                    display "   A partir de " reg-rap-limite
                       ": " reg-rap-percentagem "%"
                    read rappel next
                 end-perform
           end-start.

       listar_escaloes_rappel.
           open input rappel.
           if fs-rappel equal zeros
              display "******ESCALOES DE RAPPEL******"
              read rappel next
              perform until fs-rappel equal "10"
                 display "Cliente " reg-rap-cliente
                    "  a partir de " reg-rap-limite
                    ": " reg-rap-percentagem "%"
                 read rappel next
              end-perform
              display "**********************************"
           else
              display "Não ha nenhum escalao de rappel registado"
           end-if.
           close rappel.

       apagar_escalao_rappel.
           open i-o rappel.
           move space to reg-rap.
           display "ID do cliente: ".
           accept x.
           move x to reg-rap-cliente.
           move x to ws-rap-cliente.
           perform mostra-escaloes-cliente.
           move ws-rap-cliente to reg-rap-cliente.
           display "Limite do escalao a apagar: ".
           accept reg-rap-limite.
           delete rappel record
              invalid key
                 display "Esse escalao nao existe"
              not invalid key
                 display "Escalao apagado"
                 move spaces to ws-linha-auditoria
                 string "RAPPEL APAGADO CLIENTE=" delimited by size
                    reg-rap-cliente delimited by size
                    " LIMITE=" delimited by size
                    reg-rap-limite delimited by size
                    into ws-linha-auditoria
                 perform escreve-auditoria
           end-delete.
           close rappel.

       calcular_rappel.
           perform verifica-nivel-supervisor.
           if ws-op-autorizado equal "s"
              perform calcula-rappel-protegido
           end-if.

       calcula-rappel-protegido.
           perform verifica-periodo-hoje.
           if ws-periodo-fechado equal "s"
              display "O periodo actual esta fechado, as notas de "
                 "credito nao podem ser emitidas"
           else
              display "Ano das compras: "
              accept ws-rap-ano
              perform until ws-rap-ano > 1999 and
                 ws-rap-ano <= ws-data-sistema-ano
                 display "ERRO - ano invalido"
                 display "Ano das compras: "
                 accept ws-rap-ano
              end-perform
              move "n" to ws-rap-emitir
              perform rappel-passagem
              if ws-rap-elegiveis equal zeros
                 display "Nenhum cliente tem rappel por emitir "
                    "nesse ano"
              else
                 display "Clientes com rappel por emitir: "
                    ws-rap-elegiveis "  Total: " ws-rap-total
                 display "Emitir as notas de credito? (s/n)"
                 accept opcao_continuar
                 perform until (opcao_continuar = "S" or
                                opcao_continuar = "s" or
                                opcao_continuar = "N" or
                                opcao_continuar = "n" )
                    display "ERRO - opcao errada"
                    display "Volta introduzir a opcao: "
                    accept opcao_continuar
                 end-perform
                 if sim
                    move "s" to ws-rap-emitir
                    perform rappel-passagem
                    display "Notas de credito emitidas: "
                       ws-rap-emitidas
                 end-if
              end-if
           end-if.

      *uma passagem pelos escaloes (ordenados por cliente e limite):
      *na mudanca de cliente trata o anterior com os escaloes dele
       rappel-passagem.
           move zeros to ws-rap-elegiveis.
           move zeros to ws-rap-emitidas.
           move zeros to ws-rap-total.
           move "n" to ws-rap-activo.
           open input rappel.
           open input faturas.
           open input faturas-historico.
           open input recibos.
           open i-o notas-credito.
           open i-o rappelproc.
           if fs-rappel equal zeros
              read rappel next
              perform until fs-rappel equal "10"
                 if ws-rap-activo equal "s" and
                    reg-rap-cliente not equal ws-rap-cliente
                    perform rappel-cliente
                    move "n" to ws-rap-activo
                 end-if
                 if ws-rap-activo equal "n"
                    move "s" to ws-rap-activo
                    move reg-rap-cliente to ws-rap-cliente
                    move zeros to ws-rap-n-esc
                 end-if
                 if ws-rap-n-esc < 20
                    add 1 to ws-rap-n-esc
                    move reg-rap-limite to
                       ws-rap-esc-limite(ws-rap-n-esc)
                    move reg-rap-percentagem to
                       ws-rap-esc-pct(ws-rap-n-esc)
                 end-if
                 read rappel next
              end-perform
              if ws-rap-activo equal "s"
                 perform rappel-cliente
              end-if
           else
              display "Não ha nenhum escalao de rappel registado"
           end-if.
           close rappelproc.
           close notas-credito.
           close recibos.
           close faturas-historico.
           close faturas.
           close rappel.

       rappel-cliente.
           perform soma-compras-rappel.
           move zeros to ws-rap-pct.
           move zeros to ws-rap-limite.
           move zeros to ws-rap-k.
           perform until ws-rap-k equal ws-rap-n-esc
              add 1 to ws-rap-k
              if ws-rap-esc-limite(ws-rap-k) <= ws-rap-compras and
                 ws-rap-esc-limite(ws-rap-k) >= ws-rap-limite
                 move ws-rap-esc-limite(ws-rap-k) to ws-rap-limite
                 move ws-rap-esc-pct(ws-rap-k) to ws-rap-pct
              end-if
           end-perform.
           if ws-rap-pct > 0
              perform calcula-valor-rappel
              move ws-rap-cliente to reg-rpp-cliente
              move ws-rap-ano to reg-rpp-ano
              move "S" to registo_encontrado
              read rappelproc record
                 invalid key
                 move "N" to registo_encontrado
              end-read
              if registo_encontrado equal "S"
                 display "Cliente " ws-rap-cliente ": rappel de "
                    ws-rap-ano " ja emitido na nota de credito "
                    reg-rpp-nc-id
              else
                 if ws-rap-valor > 0
                    add 1 to ws-rap-elegiveis
                    add ws-rap-valor to ws-rap-total
                    display "Cliente " ws-rap-cliente
                       " compras " ws-rap-compras
                       " escalao " ws-rap-limite " "
                       ws-rap-pct "% rappel " ws-rap-valor
                    if ws-rap-emitir equal "s"
                       perform emite-nc-rappel
                    end-if
                 end-if
              end-if
           end-if.

      *base das compras do ano por taxa de iva: faturas activas e
      *arquivadas nao anuladas menos as notas de credito de
      *devolucao (as do proprio rappel nao contam)
       soma-compras-rappel.
           move zeros to ws-rap-k.
           perform until ws-rap-k equal 5
              add 1 to ws-rap-k
              move "n" to ws-rap-ent-usada(ws-rap-k)
              move zeros to ws-rap-ent-taxa(ws-rap-k)
              move zeros to ws-rap-ent-base(ws-rap-k)
              move zeros to ws-rap-ent-rebate(ws-rap-k)
           end-perform.
           move ws-rap-cliente to reg-faturas-id-cliente.
           start faturas key is equal to reg-faturas-id-cliente
              invalid key
                 continue
              not invalid key
                 read faturas next
                 perform until fs-faturas equal "10" or
                    reg-faturas-id-cliente not equal ws-rap-cliente
                    if reg-faturas-ano equal ws-rap-ano and
                       not reg-fatura-anulada
                       move zeros to i
                       perform until i equal reg-faturas-n-produtos
                          add 1 to i
                          move reg-faturas-linha-taxa(i) to
                             ws-rap-in-taxa
                          move reg-faturas-linha-base(i) to
                             ws-rap-in-base
                          perform acumula-base-rappel
                       end-perform
                    end-if
                    read faturas next
                 end-perform
           end-start.
           move zeros to reg-faturas-historico-id.
           start faturas-historico key is not less than
              reg-faturas-historico-id
              invalid key
                 continue
              not invalid key
                 read faturas-historico next
                 perform until fs-faturas-historico equal "10"
                    if reg-faturas-historico-id-cliente equal
                       ws-rap-cliente and
                       reg-faturas-historico-ano equal ws-rap-ano
                       and not reg-fatura-hist-anulada
                       move zeros to i
                       perform until i equal
                          reg-faturas-historico-n-produtos
                          add 1 to i
                          move reg-faturas-historico-linha-taxa(i)
                             to ws-rap-in-taxa
                          move reg-faturas-historico-linha-base(i)
                             to ws-rap-in-base
                          perform acumula-base-rappel
                       end-perform
                    end-if
                    read faturas-historico next
                 end-perform
           end-start.
           move ws-rap-cliente to reg-nc-id-cliente.
           start notas-credito key is equal to reg-nc-id-cliente
              invalid key
                 continue
              not invalid key
                 read notas-credito next
                 perform until fs-notas-credito equal "10" or
                    reg-nc-id-cliente not equal ws-rap-cliente
                    if reg-nc-ano equal ws-rap-ano
                       perform verifica-nc-rappel
                       if ws-rap-nc-rappel equal "n"
                          perform abate-nc-compras-rappel
                       end-if
                    end-if
                    read notas-credito next
                 end-perform
           end-start.
           move zeros to ws-rap-compras.
           move zeros to ws-rap-k.
           perform until ws-rap-k equal 5
              add 1 to ws-rap-k
              add ws-rap-ent-base(ws-rap-k) to ws-rap-compras
           end-perform.

       abate-nc-compras-rappel.
           move zeros to i.
           perform until i equal reg-nc-n-produtos
              add 1 to i
              move reg-nc-linha-taxa(i) to ws-rap-in-taxa
              compute ws-rap-in-base = 0 - reg-nc-linha-base(i)
              perform acumula-base-rappel
           end-perform.

       verifica-nc-rappel.
           move "n" to ws-rap-nc-rappel.
           move reg-nc-id to reg-rpp-nc-id.
           read rappelproc key is reg-rpp-nc-id
              invalid key
                 continue
              not invalid key
                 move "s" to ws-rap-nc-rappel
           end-read.

       acumula-base-rappel.
           move zeros to ws-rap-k.
           move "n" to ws-rap-nc-rappel.
           perform until ws-rap-k equal 5 or
              ws-rap-nc-rappel equal "s"
              add 1 to ws-rap-k
              if ws-rap-ent-usada(ws-rap-k) equal "n"
                 move "s" to ws-rap-ent-usada(ws-rap-k)
                 move ws-rap-in-taxa to ws-rap-ent-taxa(ws-rap-k)
              end-if
              if ws-rap-ent-taxa(ws-rap-k) equal ws-rap-in-taxa
                 add ws-rap-in-base to ws-rap-ent-base(ws-rap-k)
                 move "s" to ws-rap-nc-rappel
              end-if
           end-perform.
           move "n" to ws-rap-nc-rappel.

       calcula-valor-rappel.
           move zeros to ws-rap-valor.
           move zeros to ws-rap-k.
           perform until ws-rap-k equal 5
              add 1 to ws-rap-k
              move zeros to ws-rap-ent-rebate(ws-rap-k)
              if ws-rap-ent-usada(ws-rap-k) equal "s" and
                 ws-rap-ent-base(ws-rap-k) > 0
                 compute ws-rap-ent-rebate(ws-rap-k) rounded =
                    ws-rap-ent-base(ws-rap-k) * ws-rap-pct / 100
                 add ws-rap-ent-rebate(ws-rap-k) to ws-rap-valor
              end-if
           end-perform.

      *a nota de credito fica contra a fatura activa do cliente com
      *mais saldo em aberto (a mais recente se nenhuma tiver), para
      *entrar nos itens abertos e no extracto
       emite-nc-rappel.
           perform escolhe-fatura-rappel.
           if ws-rap-tem-fatura equal "n"
              display "Cliente " ws-rap-cliente " nao tem faturas "
                 "activas, o rappel tem que ser emitido a mao"
           else
              perform grava-nc-rappel
           end-if.

       escolhe-fatura-rappel.
           move "n" to ws-rap-tem-fatura.
           move zeros to ws-rap-fatura.
           move zeros to ws-rap-melhor-saldo.
           move ws-rap-cliente to reg-faturas-id-cliente.
           start faturas key is equal to reg-faturas-id-cliente
              invalid key
                 continue
              not invalid key
                 read faturas next
                 perform until fs-faturas equal "10" or
                    reg-faturas-id-cliente not equal ws-rap-cliente
                    if not reg-fatura-anulada
                       perform le-item-aberto
                       compute ws-fat-saldo = ws-fat-total-doc -
                          ws-fat-pago - ws-fat-creditado
                       if ws-rap-tem-fatura equal "n" or
                          ws-fat-saldo >= ws-rap-melhor-saldo
                          move "s" to ws-rap-tem-fatura
                          move reg-faturas-id to ws-rap-fatura
                          move ws-fat-saldo to ws-rap-melhor-saldo
                       end-if
                    end-if
                    read faturas next
                 end-perform
           end-start.

       grava-nc-rappel.
           move space to reg-nc.
           move zeros to reg-nc.
           move index_ids_nc to reg-nc-id.
           accept reg-nc-data from date yyyymmdd.
           move ws-rap-fatura to reg-nc-id-fatura.
           move ws-rap-cliente to reg-nc-id-cliente.
           move zeros to reg-nc-n-produtos.
           move zeros to ws-rap-k.
           perform until ws-rap-k equal 5
              add 1 to ws-rap-k
              if ws-rap-ent-rebate(ws-rap-k) > 0
                 add 1 to reg-nc-n-produtos
                 move ws-rap-produto to
                    reg-nc-linha-produto-id(reg-nc-n-produtos)
                 move 1 to
                    reg-nc-linha-quantidade(reg-nc-n-produtos)
                 move ws-rap-ent-rebate(ws-rap-k) to
                    reg-nc-linha-preco(reg-nc-n-produtos)
                 move ws-rap-ent-taxa(ws-rap-k) to
                    reg-nc-linha-taxa(reg-nc-n-produtos)
                 move zeros to
                    reg-nc-linha-desconto(reg-nc-n-produtos)
                 move ws-rap-ent-rebate(ws-rap-k) to
                    reg-nc-linha-base(reg-nc-n-produtos)
                 compute reg-nc-linha-iva(reg-nc-n-produtos)
                    rounded = ws-rap-ent-rebate(ws-rap-k) *
                    ws-rap-ent-taxa(ws-rap-k) / 100
                 move spaces to
                    reg-nc-linha-lote(reg-nc-n-produtos)
              end-if
           end-perform.
           move "NC" to ws-ser-tipo.
           move reg-nc-ano to ws-ser-ano.
           perform proximo-numero-serie.
           move ws-ser-numero to reg-nc-serie-num.
           write reg-nc
              invalid key
              display "Erro ao gravar a nota de credito do rappel"
              not invalid key
              display "Nota de credito " reg-nc-id " (NC "
                 reg-nc-ano "/" reg-nc-serie-num ") contra a fatura "
                 reg-nc-id-fatura
              perform actualiza-item-creditado
              compute index_ids_nc = index_ids_nc + 1
              perform save_ids
              add 1 to ws-rap-emitidas
              perform grava-rappel-emitido
           end-write.

       grava-rappel-emitido.
           move space to reg-rpp.
           move ws-rap-cliente to reg-rpp-cliente.
           move ws-rap-ano to reg-rpp-ano.
           move reg-nc-id to reg-rpp-nc-id.
           move ws-rap-compras to reg-rpp-compras.
           move ws-rap-pct to reg-rpp-percentagem.
           move ws-rap-valor to reg-rpp-valor.
           move reg-nc-data to reg-rpp-data.
           write reg-rpp
              invalid key
              display "Erro ao registar o rappel emitido".
           move spaces to ws-linha-auditoria.
           string "RAPPEL EMITIDO CLIENTE=" delimited by size
              ws-rap-cliente delimited by size
              " ANO=" delimited by size
              ws-rap-ano delimited by size
              " NC=" delimited by size
              reg-nc-id delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.

       listar_rappel_emitido.
           open input rappelproc.
           if fs-rappelproc equal zeros
              display "******RAPPEL EMITIDO******"
              read rappelproc next
              perform until fs-rappelproc equal "10"
                 display "Cliente " reg-rpp-cliente " ano "
                    reg-rpp-ano " compras " reg-rpp-compras
                    " " reg-rpp-percentagem "% base "
                    reg-rpp-valor " NC " reg-rpp-nc-id
                 read rappelproc next
              end-perform
              display "**********************************"
           else
              display "Ainda nao foi emitido nenhum rappel"
           end-if.
           close rappelproc.

      *clientes duplicados: o mesmo cliente criado mais que uma vez
      *com o nome ou a morada escritos de outra maneira. o relatorio
      *compara os clientes dois a dois (nome sem espacos nem
      *pontuacao, primeiro e ultimo nome, telefone, morada) e a fusao
      *passa todos os documentos do duplicado para o cliente que fica
       menu_clientes_duplicados.
           display "1. Relatorio de clientes duplicados".
           display "2. Fundir dois clientes".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
               when OPCAO = 1
                   perform relatorio_clientes_duplicados
               when OPCAO = 2
                   perform fundir_clientes
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.

       relatorio_clientes_duplicados.
           perform carrega-tabela-duplicados.
           if ws-dup-cheio equal "s"
              display "AVISO - so foram comparados os primeiros "
                 ws-dup-n " clientes"
           end-if.
           display "******CLIENTES PROVAVELMENTE DUPLICADOS******".
           move zeros to ws-dup-pares.
           move zeros to ws-dup-i.
           perform until ws-dup-i >= ws-dup-n
              add 1 to ws-dup-i
              move ws-dup-i to ws-dup-j
              perform until ws-dup-j >= ws-dup-n
                 add 1 to ws-dup-j
                 perform compara-par-duplicados
              end-perform
           end-perform.
           if ws-dup-pares equal zeros
              display "Nao foram encontrados clientes duplicados"
           else
              display "Pares encontrados: " ws-dup-pares
              display "Use a fusao de clientes (supervisor) para "
                 "juntar os que forem o mesmo cliente"
           end-if.
           display "*********************************************".

       carrega-tabela-duplicados.
           move zeros to ws-dup-n.
           move "n" to ws-dup-cheio.
           open input clientes.
           read clientes next.
           perform until fs-clientes equal "10" or
              fs-clientes equal "35" or ws-dup-cheio equal "s"
              if reg-clientes-id not equal ws-vb-consumidor-final
                 if ws-dup-n equal 2000
                    move "s" to ws-dup-cheio
                 else
                    add 1 to ws-dup-n
                    move reg-clientes-id to ws-dup-id(ws-dup-n)
                    move reg-clientes-nome to ws-dup-nome(ws-dup-n)
                    move reg-clientes-nome to ws-dup-texto
                    perform normaliza-texto-duplicado
                    move ws-dup-chave to ws-dup-nome-chave(ws-dup-n)
                    move ws-dup-primeiro to
                       ws-dup-nome-prim(ws-dup-n)
                    move ws-dup-ultimo to ws-dup-nome-ult(ws-dup-n)
                    move reg-clientes-telefone to ws-dup-texto
                    perform normaliza-texto-duplicado
                    move ws-dup-chave to ws-dup-tel-chave(ws-dup-n)
                    move reg-clientes-morada to ws-dup-texto
                    perform normaliza-texto-duplicado
                    move ws-dup-chave to ws-dup-mor-chave(ws-dup-n)
                 end-if
              end-if
              read clientes next
           end-perform.
           close clientes.

      *poe em ws-dup-chave o texto em maiusculas so com letras e
      *algarismos, e em ws-dup-primeiro/ultimo a primeira e a ultima
      *palavra
       normaliza-texto-duplicado.
           inspect ws-dup-texto converting
              "abcdefghijklmnopqrstuvwxyz" to
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move spaces to ws-dup-chave.
           move spaces to ws-dup-primeiro.
           move spaces to ws-dup-ultimo.
           move spaces to ws-dup-palavra.
           move zeros to ws-dup-p.
           move zeros to ws-dup-w.
           move zeros to ws-dup-c.
           perform until ws-dup-c equal 50
              add 1 to ws-dup-c
              move ws-dup-texto(ws-dup-c:1) to ws-dup-car
              if (ws-dup-car >= "A" and ws-dup-car <= "Z") or
                 (ws-dup-car >= "0" and ws-dup-car <= "9")
                 add 1 to ws-dup-p
                 move ws-dup-car to ws-dup-chave(ws-dup-p:1)
                 if ws-dup-w < 15
                    add 1 to ws-dup-w
                    move ws-dup-car to ws-dup-palavra(ws-dup-w:1)
                 end-if
              else
                 if ws-dup-car equal space
                    perform fecha-palavra-duplicado
                 end-if
              end-if
           end-perform.
           perform fecha-palavra-duplicado.

       fecha-palavra-duplicado.
           if ws-dup-w > 0
              if ws-dup-primeiro equal spaces
                 move ws-dup-palavra to ws-dup-primeiro
              end-if
              move ws-dup-palavra to ws-dup-ultimo
              move spaces to ws-dup-palavra
              move zeros to ws-dup-w
           end-if.

       compara-par-duplicados.
           move spaces to ws-dup-motivos.
           if ws-dup-nome-chave(ws-dup-i) not equal spaces and
              (ws-dup-nome-chave(ws-dup-i) equal
                 ws-dup-nome-chave(ws-dup-j) or
              (ws-dup-nome-prim(ws-dup-i) equal
                 ws-dup-nome-prim(ws-dup-j) and
              ws-dup-nome-ult(ws-dup-i) equal
                 ws-dup-nome-ult(ws-dup-j) and
              ws-dup-nome-prim(ws-dup-i) not equal
                 ws-dup-nome-ult(ws-dup-i)))
              move "NOME" to ws-dup-motivos(1:5)
           end-if.
           if ws-dup-tel-chave(ws-dup-i) not equal spaces and
              ws-dup-tel-chave(ws-dup-i) equal
                 ws-dup-tel-chave(ws-dup-j)
              move "TELEFONE" to ws-dup-motivos(6:9)
           end-if.
           if ws-dup-mor-chave(ws-dup-i) not equal spaces and
              ws-dup-mor-chave(ws-dup-i) equal
                 ws-dup-mor-chave(ws-dup-j)
              move "MORADA" to ws-dup-motivos(15:6)
           end-if.
           if ws-dup-motivos not equal spaces
              add 1 to ws-dup-pares
              display ws-dup-id(ws-dup-i) " " ws-dup-nome(ws-dup-i)
                 " / " ws-dup-id(ws-dup-j) " "
                 ws-dup-nome(ws-dup-j)
              display "   mesmo(a): " ws-dup-motivos
           end-if.

       fundir_clientes.
           perform verifica-nivel-supervisor.
           if ws-op-autorizado equal "s"
              perform fundir-clientes-protegido
           end-if.

       fundir-clientes-protegido.
           open i-o clientes.
           display "ID do cliente duplicado (vai ser apagado): ".
           accept ws-fus-origem.
           move ws-fus-origem to reg-clientes-id.
           move "S" to registo_encontrado.
           read clientes record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado equal "N" or
              ws-fus-origem equal ws-vb-consumidor-final
              display "Cliente invalido"
              close clientes
           else
              display "Duplicado: " reg-clientes-nome
              display "   " reg-clientes-morada " "
                 reg-clientes-telefone " NIF " reg-clientes-nif
              move reg-clientes-nif to ws-fus-nif
              move reg-clientes-telefone to ws-fus-telefone
              display "ID do cliente que fica: "
              accept ws-fus-destino
              move ws-fus-destino to reg-clientes-id
              move "S" to registo_encontrado
              read clientes record
                 invalid key
                 move "N" to registo_encontrado
              end-read
              if registo_encontrado equal "N" or
                 ws-fus-destino equal ws-fus-origem or
                 ws-fus-destino equal ws-vb-consumidor-final
                 display "Cliente invalido"
                 close clientes
              else
                 display "Fica: " reg-clientes-nome
                 display "   " reg-clientes-morada " "
                    reg-clientes-telefone " NIF " reg-clientes-nif
                 display "Passar todos os documentos do cliente "
                    ws-fus-origem " para o " ws-fus-destino
                    " e apagar o " ws-fus-origem "? (s/n)"
                 accept opcao_continuar
                 perform until (opcao_continuar = "S" or
                                opcao_continuar = "s" or
                                opcao_continuar = "N" or
                                opcao_continuar = "n" )
                    display "ERRO - opcao errada"
                    display "Volta introduzir a opcao: "
                    accept opcao_continuar
                 end-perform
                 close clientes
                 if sim
                    perform executa-fusao-clientes
                 end-if
              end-if
           end-if.

      *recibos, itens abertos e avisos de pagamento estao ligados a
      *fatura e nao ao cliente, acompanham as faturas sem mais nada
       executa-fusao-clientes.
           move spaces to ws-linha-auditoria.
           string "FUSAO CLIENTES INICIO DUPLICADO=" delimited by size
              ws-fus-origem delimited by size
              " FICA=" delimited by size
              ws-fus-destino delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.
           perform funde-faturas.
           perform funde-faturas-historico.
           perform funde-notas-credito.
           perform funde-notas-debito.
           perform funde-propostas-nd.
           perform funde-encomendas.
           perform funde-guias.
           perform funde-avencas.
           perform funde-debitos-sepa.
           perform funde-mandato.
           perform funde-rappel.
           perform funde-vendedor-cliente.
           perform funde-ficha-cliente.
           move spaces to ws-linha-auditoria.
           string "FUSAO CLIENTES FIM DUPLICADO=" delimited by size
              ws-fus-origem delimited by size
              " FICA=" delimited by size
              ws-fus-destino delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.
           display "Fusao concluida".

       regista-fusao-documento.
           move spaces to ws-linha-auditoria.
           string "FUSAO CLIENTES " delimited by size
              ws-fus-origem delimited by size
              "->" delimited by size
              ws-fus-destino delimited by size
              " " delimited by size
              ws-fus-doc delimited by space
              "=" delimited by size
              ws-fus-doc-id delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.

       mostra-total-fusao.
           display "   " ws-fus-doc ": " ws-fus-qtd.

      *nos ficheiros com chave alternativa pelo cliente volta-se a
      *posicionar a cada registo, porque a regravacao muda a chave
       funde-faturas.
           open i-o faturas.
           move zeros to ws-fus-qtd.
           move "FATURA" to ws-fus-doc.
           move "n" to ws-fus-fim.
           perform until ws-fus-fim equal "s"
              move ws-fus-origem to reg-faturas-id-cliente
              start faturas key is equal to reg-faturas-id-cliente
                 invalid key
                    move "s" to ws-fus-fim
                 not invalid key
                    read faturas next
                    move ws-fus-destino to reg-faturas-id-cliente
                    rewrite reg-faturas
                       invalid key
                       display "Erro ao actualizar a fatura "
                          reg-faturas-id
                       move "s" to ws-fus-fim
                       not invalid key
                       add 1 to ws-fus-qtd
                       move reg-faturas-id to ws-fus-doc-id
                       perform regista-fusao-documento
                    end-rewrite
              end-start
           end-perform.
           close faturas.
           perform mostra-total-fusao.

       funde-faturas-historico.
           open i-o faturas-historico.
           move zeros to ws-fus-qtd.
           move "HISTORICO" to ws-fus-doc.
           read faturas-historico next.
           perform until fs-faturas-historico equal "10" or
              fs-faturas-historico equal "35"
              if reg-faturas-historico-id-cliente equal
                 ws-fus-origem
                 move ws-fus-destino to
                    reg-faturas-historico-id-cliente
                 rewrite reg-faturas-historico
                    invalid key
                    display "Erro ao actualizar a fatura arquivada "
                       reg-faturas-historico-id
                    not invalid key
                    add 1 to ws-fus-qtd
                    move reg-faturas-historico-id to ws-fus-doc-id
                    perform regista-fusao-documento
                 end-rewrite
              end-if
              read faturas-historico next
           end-perform.
           close faturas-historico.
           perform mostra-total-fusao.

       funde-notas-credito.
           open i-o notas-credito.
           move zeros to ws-fus-qtd.
           move "NC" to ws-fus-doc.
           move "n" to ws-fus-fim.
           perform until ws-fus-fim equal "s"
              move ws-fus-origem to reg-nc-id-cliente
              start notas-credito key is equal to reg-nc-id-cliente
                 invalid key
                    move "s" to ws-fus-fim
                 not invalid key
                    read notas-credito next
                    move ws-fus-destino to reg-nc-id-cliente
                    rewrite reg-nc
                       invalid key
                       display "Erro ao actualizar a nota de credito "
                          reg-nc-id
                       move "s" to ws-fus-fim
                       not invalid key
                       add 1 to ws-fus-qtd
                       move reg-nc-id to ws-fus-doc-id
                       perform regista-fusao-documento
                    end-rewrite
              end-start
           end-perform.
           close notas-credito.
           perform mostra-total-fusao.

       funde-encomendas.
           open i-o encomendas.
           move zeros to ws-fus-qtd.
           move "ENCOMENDA" to ws-fus-doc.
           move "n" to ws-fus-fim.
           perform until ws-fus-fim equal "s"
              move ws-fus-origem to reg-enc-id-cliente
              start encomendas key is equal to reg-enc-id-cliente
                 invalid key
                    move "s" to ws-fus-fim
                 not invalid key
                    read encomendas next
                    move ws-fus-destino to reg-enc-id-cliente
                    rewrite reg-enc
                       invalid key
                       display "Erro ao actualizar a encomenda "
                          reg-enc-id
                       move "s" to ws-fus-fim
                       not invalid key
                       add 1 to ws-fus-qtd
                       move reg-enc-id to ws-fus-doc-id
                       perform regista-fusao-documento
                    end-rewrite
              end-start
           end-perform.
           close encomendas.
           perform mostra-total-fusao.

       funde-guias.
           open i-o guias.
           move zeros to ws-fus-qtd.
           move "GUIA" to ws-fus-doc.
           move "n" to ws-fus-fim.
           perform until ws-fus-fim equal "s"
              move ws-fus-origem to reg-guia-id-cliente
              start guias key is equal to reg-guia-id-cliente
                 invalid key
                    move "s" to ws-fus-fim
                 not invalid key
                    read guias next
                    move ws-fus-destino to reg-guia-id-cliente
                    rewrite reg-guia
                       invalid key
                       display "Erro ao actualizar a guia "
                          reg-guia-id
                       move "s" to ws-fus-fim
                       not invalid key
                       add 1 to ws-fus-qtd
                       move reg-guia-id to ws-fus-doc-id
                       perform regista-fusao-documento
                    end-rewrite
              end-start
           end-perform.
           close guias.
           perform mostra-total-fusao.

       funde-avencas.
           open i-o avencas.
           move zeros to ws-fus-qtd.
           move "AVENCA" to ws-fus-doc.
           read avencas next.
           perform until fs-avencas equal "10" or
              fs-avencas equal "35"
              if reg-av-cliente equal ws-fus-origem
                 move ws-fus-destino to reg-av-cliente
                 rewrite reg-av
                    invalid key
                    display "Erro ao actualizar a avenca " reg-av-id
                    not invalid key
                    add 1 to ws-fus-qtd
                    move reg-av-id to ws-fus-doc-id
                    perform regista-fusao-documento
                 end-rewrite
              end-if
              read avencas next
           end-perform.
           close avencas.
           perform mostra-total-fusao.

       funde-debitos-sepa.
           open i-o faturas-avenca.
           read faturas-avenca next.
           perform until fs-faturas-avenca equal "10" or
              fs-faturas-avenca equal "35"
              if reg-fav-cliente equal ws-fus-origem
                 move ws-fus-destino to reg-fav-cliente
                 rewrite reg-fav
                    invalid key
                    display "Erro ao actualizar a fatura de avenca "
                       reg-fav-id-fatura
                 end-rewrite
              end-if
              read faturas-avenca next
           end-perform.
           close faturas-avenca.
           open i-o debitos.
           move zeros to ws-fus-qtd.
           move "DEBITO" to ws-fus-doc.
           read debitos next.
           perform until fs-debitos equal "10" or
              fs-debitos equal "35"
              if reg-deb-cliente equal ws-fus-origem
                 move ws-fus-destino to reg-deb-cliente
                 rewrite reg-deb
                    invalid key
                    display "Erro ao actualizar o debito da fatura "
                       reg-deb-id-fatura
                    not invalid key
                    add 1 to ws-fus-qtd
                    move reg-deb-id-fatura to ws-fus-doc-id
                    perform regista-fusao-documento
                 end-rewrite
              end-if
              read debitos next
           end-perform.
           close debitos.
           perform mostra-total-fusao.

      *o mandato e um por cliente: o do duplicado so passa se o
      *cliente que fica nao tiver nenhum activo
       funde-mandato.
           open i-o mandatos.
           move ws-fus-origem to reg-man-cliente.
           move "S" to registo_encontrado.
           read mandatos record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado equal "S"
              move reg-man to ws-fus-reg-man
              delete mandatos record
                 invalid key
                 continue
              end-delete
              move ws-fus-destino to reg-man-cliente
              move "S" to registo_encontrado
              read mandatos record
                 invalid key
                 move "N" to registo_encontrado
              end-read
              move "MANDATO" to ws-fus-doc
              move ws-fus-origem to ws-fus-doc-id
              if registo_encontrado equal "N"
                 move ws-fus-reg-man to reg-man
                 move ws-fus-destino to reg-man-cliente
                 write reg-man
                    invalid key
                    display "Erro ao passar o mandato"
                 end-write
                 display "   Mandato passado para o cliente "
                    ws-fus-destino
                 perform regista-fusao-documento
              else
                 if reg-man-cancelado
                    move ws-fus-reg-man to reg-man
                    move ws-fus-destino to reg-man-cliente
                    rewrite reg-man
                       invalid key
                       display "Erro ao passar o mandato"
                    end-rewrite
                    display "   Mandato passado para o cliente "
                       ws-fus-destino
                    perform regista-fusao-documento
                 else
                    display "   O cliente " ws-fus-destino " ja tem "
                       "mandato activo, o do duplicado foi apagado"
                    move "MANDATO-APAGADO" to ws-fus-doc
                    perform regista-fusao-documento
                 end-if
              end-if
           end-if.
           close mandatos.

      *escaloes e rappel emitido: passam os que o cliente que fica
      *ainda nao tem
       funde-rappel.
           open i-o rappel.
           move "n" to ws-fus-fim.
           perform until ws-fus-fim equal "s"
              move ws-fus-origem to reg-rap-cliente
              move zeros to reg-rap-limite
              start rappel key is not less than reg-rap-chave
                 invalid key
                    move "s" to ws-fus-fim
                 not invalid key
                    read rappel next
                    if fs-rappel equal "10" or
                       reg-rap-cliente not equal ws-fus-origem
                       move "s" to ws-fus-fim
                    else
                       delete rappel record
                          invalid key
                          move "s" to ws-fus-fim
                       end-delete
                       move ws-fus-destino to reg-rap-cliente
                       write reg-rap
                          invalid key
                          continue
                       end-write
                    end-if
              end-start
           end-perform.
           close rappel.
           open i-o rappelproc.
           move "n" to ws-fus-fim.
           perform until ws-fus-fim equal "s"
              move ws-fus-origem to reg-rpp-cliente
              move zeros to reg-rpp-ano
              start rappelproc key is not less than reg-rpp-chave
                 invalid key
                    move "s" to ws-fus-fim
                 not invalid key
                    read rappelproc next
                    if fs-rappelproc equal "10" or
                       reg-rpp-cliente not equal ws-fus-origem
                       move "s" to ws-fus-fim
                    else
                       delete rappelproc record
                          invalid key
                          move "s" to ws-fus-fim
                       end-delete
                       move ws-fus-destino to reg-rpp-cliente
                       write reg-rpp
                          invalid key
                          display "   O rappel de " reg-rpp-ano
                             " ja existia nos dois clientes (NC "
                             reg-rpp-nc-id ")"
                       end-write
                    end-if
              end-start
           end-perform.
           close rappelproc.

      *o vendedor habitual do duplicado so passa se o cliente que
      *fica nao tiver nenhum; se tiver, o do duplicado e descartado
      *com aviso. fica sempre na auditoria
       funde-vendedor-cliente.
           open i-o clientes-vendedor.
           move ws-fus-origem to reg-clv-cliente.
           read clientes-vendedor record
              invalid key
                 continue
              not invalid key
                 move reg-clv-vendedor to ws-fus-vendedor
                 delete clientes-vendedor record
                    invalid key
                    continue
                 end-delete
                 move ws-fus-destino to reg-clv-cliente
                 write reg-clv
                    invalid key
                    read clientes-vendedor record
                       invalid key
                       move zeros to reg-clv-vendedor
                    end-read
                    display "   Vendedor " ws-fus-vendedor
                       " do cliente " ws-fus-origem " descartado, "
                       "fica o vendedor " reg-clv-vendedor
                    move "DESCARTADO" to ws-fus-ven-acao
                    perform audita-fusao-vendedor
                    not invalid key
                    display "   Vendedor " ws-fus-vendedor
                       " passa para o cliente " ws-fus-destino
                    move "TRANSFERIDO" to ws-fus-ven-acao
                    perform audita-fusao-vendedor
                 end-write
           end-read.
           close clientes-vendedor.

       audita-fusao-vendedor.
           move spaces to ws-linha-auditoria.
           string "FUSAO CLIENTES " delimited by size
              ws-fus-origem delimited by size
              "->" delimited by size
              ws-fus-destino delimited by size
              " VENDEDOR=" delimited by size
              ws-fus-vendedor delimited by size
              " " delimited by size
              ws-fus-ven-acao delimited by space
              " FICA=" delimited by size
              reg-clv-vendedor delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.

      *a ficha que fica herda o NIF e o telefone do duplicado se nao
      *os tiver; o duplicado e apagado
       funde-ficha-cliente.
           open i-o clientes.
           move ws-fus-destino to reg-clientes-id.
           read clientes record
              invalid key
                 continue
              not invalid key
                 if reg-clientes-nif equal zeros
                    move ws-fus-nif to reg-clientes-nif
                 end-if
                 if reg-clientes-telefone equal spaces
                    move ws-fus-telefone to reg-clientes-telefone
                 end-if
                 rewrite reg-clientes
                    invalid key
                    display "Erro ao actualizar o cliente "
                       ws-fus-destino
                 end-rewrite
           end-read.
           move ws-fus-origem to reg-clientes-id.
           delete clientes record
              invalid key
              display "Erro ao apagar o cliente " ws-fus-origem
              not invalid key
              display "Cliente " ws-fus-origem " apagado"
              move "CLIENTE-APAGADO" to ws-fus-doc
              move ws-fus-origem to ws-fus-doc-id
              perform regista-fusao-documento
           end-delete.
           close clientes.

      *protecao de dados pessoais: relatorio com tudo o que temos de
      *um cliente e anonimizacao dos clientes sem movimento ha anos
      *e sem saldo em aberto (o NIF e os documentos ficam, por causa
      *das obrigacoes fiscais)
       menu_protecao_dados.
           display "1. Exportar os dados de um cliente".
           display "2. Anonimizar clientes inactivos".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
               when OPCAO = 1
                   perform exportar_dados_cliente
               when OPCAO = 2
                   perform anonimizar_clientes
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.

       exportar_dados_cliente.
           open input clientes.
           move space to reg-clientes.
           move zeros to reg-clientes-id.
           display "ID do cliente: ".
           accept x.
           move x to reg-clientes-id.
           move "S" to registo_encontrado.
           read clientes record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado equal "N"
              display "Não encontrei nenhum cliente com esse id"
              close clientes
           else
              move reg-clientes-id to ws-rgpd-cliente
              move spaces to ws-ficheiro-csv
              string "dados_cliente_" delimited by size
                 ws-rgpd-cliente delimited by size
                 ".txt" delimited by size
                 into ws-ficheiro-csv
              open output impressao-csv
              move spaces to ws-linha-csv
              perform exporta-ficha-cliente
              close clientes
              perform exporta-mandato-cliente
              perform exporta-faturas-cliente
              perform exporta-nc-cliente
              perform exporta-nd-cliente
              perform exporta-encomendas-cliente
              perform exporta-guias-cliente
              perform exporta-avencas-cliente
              close impressao-csv
              move spaces to ws-linha-auditoria
              string "EXPORTACAO DADOS PESSOAIS CLIENTE="
                 delimited by size
                 ws-rgpd-cliente delimited by size
                 " FICHEIRO=" delimited by size
                 ws-ficheiro-csv delimited by space
                 into ws-linha-auditoria
              perform escreve-auditoria
              display "Dados do cliente em " ws-ficheiro-csv
           end-if.

       formata-data-rgpd.
           move ws-rgpd-data to ws-rgpd-data-grp.
           move ws-rgpd-g-ano to ws-rgpd-ed-ano.
           move ws-rgpd-g-mes to ws-rgpd-ed-mes.
           move ws-rgpd-g-dia to ws-rgpd-ed-dia.

       exporta-ficha-cliente.
           accept ws-data-sistema from date yyyymmdd.
           move ws-data-sistema to ws-rgpd-data.
           perform formata-data-rgpd.
           string "DADOS PESSOAIS DO CLIENTE " delimited by size
              ws-rgpd-cliente delimited by size
              " EM " delimited by size
              ws-rgpd-data-ed delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           perform escreve-linha-saft.
           string "Nome:              " delimited by size
              reg-clientes-nome delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move reg-clientes-data-nasc to ws-rgpd-data.
           perform formata-data-rgpd.
           string "Data de nascimento: " delimited by size
              ws-rgpd-data-ed delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           string "Morada:            " delimited by size
              reg-clientes-morada delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           string "Telefone:          " delimited by size
              reg-clientes-telefone delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           string "NIF:               " delimited by size
              reg-clientes-nif delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move reg-clientes-desconto to ws-rgpd-qtd-ed.
           string "Desconto (%):      " delimited by size
              ws-rgpd-qtd-ed delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move reg-clientes-limite-credito to ws-rgpd-valor-ed.
           string "Limite de credito: " delimited by size
              ws-rgpd-valor-ed delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.

       exporta-mandato-cliente.
           open input mandatos.
           move ws-rgpd-cliente to reg-man-cliente.
           read mandatos record
              invalid key
                 continue
              not invalid key
                 perform escreve-linha-saft
                 string "Mandato SEPA:      " delimited by size
                    reg-man-referencia delimited by size
                    into ws-linha-csv
                 perform escreve-linha-saft
                 string "IBAN:              " delimited by size
                    reg-man-iban delimited by size
                    into ws-linha-csv
                 perform escreve-linha-saft
                 move reg-man-data-assinatura to ws-rgpd-data
                 perform formata-data-rgpd
                 string "Assinado em:       " delimited by size
                    ws-rgpd-data-ed delimited by size
                    "  estado " delimited by size
                    reg-man-estado delimited by size
                    into ws-linha-csv
                 perform escreve-linha-saft
           end-read.
           close mandatos.

      *faturas activas e arquivadas, cada uma com os seus recibos
       exporta-faturas-cliente.
           perform escreve-linha-saft.
           move "FATURAS E RECIBOS" to ws-linha-csv.
           perform escreve-linha-saft.
           move zeros to ws-rgpd-docs.
           open input faturas.
           open input faturas-historico.
           open input recibos.
           move ws-rgpd-cliente to reg-faturas-id-cliente.
           start faturas key is equal to reg-faturas-id-cliente
              invalid key
                 continue
              not invalid key
                 read faturas next
                 perform until fs-faturas equal "10" or
                    reg-faturas-id-cliente not equal ws-rgpd-cliente
                    add 1 to ws-rgpd-docs
                    perform calcula-total-fatura
                    move ws-fat-total-doc to ws-rgpd-total
                    move reg-fatura-data to ws-rgpd-data
                    move reg-faturas-estado to ws-rgpd-activa
                    perform escreve-fatura-rgpd
                    read faturas next
                 end-perform
           end-start.
           read faturas-historico next.
           perform until fs-faturas-historico equal "10" or
              fs-faturas-historico equal "35"
              if reg-faturas-historico-id-cliente equal
                 ws-rgpd-cliente
                 add 1 to ws-rgpd-docs
                 move zeros to ws-rgpd-total
                 move zeros to i
                 perform until i equal
                    reg-faturas-historico-n-produtos
                    add 1 to i
                    compute ws-rgpd-total = ws-rgpd-total +
                       reg-faturas-historico-linha-base(i) +
                       reg-faturas-historico-linha-iva(i)
                 end-perform
                 move reg-faturas-historico-id to reg-faturas-id
                 move reg-faturas-historico-serie-num to
                    reg-faturas-serie-num
                 move reg-fatura-historico-data to ws-rgpd-data
                 move reg-faturas-historico-estado to ws-rgpd-activa
                 perform escreve-fatura-rgpd
              end-if
              read faturas-historico next
           end-perform.
           close recibos.
           close faturas-historico.
           close faturas.
           if ws-rgpd-docs equal zeros
              move "   (nenhuma)" to ws-linha-csv
              perform escreve-linha-saft
           end-if.

      *escreve a fatura em reg-faturas-id (data, total e estado
      *em ws-rgpd-*) e os recibos registados contra ela
       escreve-fatura-rgpd.
           perform formata-data-rgpd.
           perform le-tipo-fatura.
           move ws-rgpd-total to ws-rgpd-valor-ed.
           string "   Fatura " delimited by size
              reg-faturas-id delimited by size
              " (" delimited by size
              ws-fbl-tipo delimited by size
              " " delimited by size
              reg-faturas-serie-num delimited by size
              ") de " delimited by size
              ws-rgpd-data-ed delimited by size
              " total " delimited by size
              ws-rgpd-valor-ed delimited by size
              into ws-linha-csv.
           if ws-rgpd-activa equal "x" or ws-rgpd-activa equal "X"
              move "ANULADA" to ws-linha-csv(70:7)
           end-if.
           perform escreve-linha-saft.
           move reg-faturas-id to reg-recibos-id-fatura.
           start recibos key is equal to reg-recibos-id-fatura
              invalid key
                 continue
              not invalid key
                 read recibos next
                 perform until fs-recibos equal "10" or
                    reg-recibos-id-fatura not equal reg-faturas-id
                    move reg-recibos-data to ws-rgpd-data
                    perform formata-data-rgpd
                    move reg-recibos-valor to ws-rgpd-valor-ed
                    string "      Recibo " delimited by size
                       reg-recibos-id delimited by size
                       " de " delimited by size
                       ws-rgpd-data-ed delimited by size
                       " valor " delimited by size
                       ws-rgpd-valor-ed delimited by size
                       " metodo " delimited by size
                       reg-recibos-metodo delimited by size
                       into ws-linha-csv
                    perform escreve-linha-saft
                    read recibos next
                 end-perform
           end-start.

       exporta-nc-cliente.
           perform escreve-linha-saft.
           move "NOTAS DE CREDITO" to ws-linha-csv.
           perform escreve-linha-saft.
           move zeros to ws-rgpd-docs.
           open input notas-credito.
           move ws-rgpd-cliente to reg-nc-id-cliente.
           start notas-credito key is equal to reg-nc-id-cliente
              invalid key
                 continue
              not invalid key
                 read notas-credito next
                 perform until fs-notas-credito equal "10" or
                    reg-nc-id-cliente not equal ws-rgpd-cliente
                    add 1 to ws-rgpd-docs
                    perform calcula-total-nc
                    move ws-nc-total to ws-rgpd-valor-ed
                    move reg-nc-data to ws-rgpd-data
                    perform formata-data-rgpd
                    string "   Nota de credito " delimited by size
                       reg-nc-id delimited by size
                       " (NC " delimited by size
                       reg-nc-serie-num delimited by size
                       ") de " delimited by size
                       ws-rgpd-data-ed delimited by size
                       " fatura " delimited by size
                       reg-nc-id-fatura delimited by size
                       " total " delimited by size
                       ws-rgpd-valor-ed delimited by size
                       into ws-linha-csv
                    perform escreve-linha-saft
                    read notas-credito next
                 end-perform
           end-start.
           close notas-credito.
           if ws-rgpd-docs equal zeros
              move "   (nenhuma)" to ws-linha-csv
              perform escreve-linha-saft
           end-if.

       exporta-encomendas-cliente.
           perform escreve-linha-saft.
           move "ENCOMENDAS" to ws-linha-csv.
           perform escreve-linha-saft.
           move zeros to ws-rgpd-docs.
           open input encomendas.
           move ws-rgpd-cliente to reg-enc-id-cliente.
           start encomendas key is equal to reg-enc-id-cliente
              invalid key
                 continue
              not invalid key
                 read encomendas next
                 perform until fs-encomendas equal "10" or
                    reg-enc-id-cliente not equal ws-rgpd-cliente
                    add 1 to ws-rgpd-docs
                    move zeros to ws-rgpd-total
                    move zeros to i
                    perform until i equal reg-enc-n-produtos
                       add 1 to i
                       compute ws-rgpd-total = ws-rgpd-total +
                          reg-enc-linha-base(i) + reg-enc-linha-iva(i)
                    end-perform
                    move ws-rgpd-total to ws-rgpd-valor-ed
                    move reg-enc-data to ws-rgpd-data
                    perform formata-data-rgpd
                    string "   Encomenda " delimited by size
                       reg-enc-id delimited by size
                       " de " delimited by size
                       ws-rgpd-data-ed delimited by size
                       " total " delimited by size
                       ws-rgpd-valor-ed delimited by size
                       " estado " delimited by size
                       reg-enc-estado delimited by size
                       into ws-linha-csv
                    perform escreve-linha-saft
                    read encomendas next
                 end-perform
           end-start.
           close encomendas.
           if ws-rgpd-docs equal zeros
              move "   (nenhuma)" to ws-linha-csv
              perform escreve-linha-saft
           end-if.

       exporta-guias-cliente.
           perform escreve-linha-saft.
           move "GUIAS DE REMESSA" to ws-linha-csv.
           perform escreve-linha-saft.
           move zeros to ws-rgpd-docs.
           open input guias.
           move ws-rgpd-cliente to reg-guia-id-cliente.
           start guias key is equal to reg-guia-id-cliente
              invalid key
                 continue
              not invalid key
                 read guias next
                 perform until fs-guias equal "10" or
                    reg-guia-id-cliente not equal ws-rgpd-cliente
                    add 1 to ws-rgpd-docs
                    move reg-guia-data to ws-rgpd-data
                    perform formata-data-rgpd
                    string "   Guia " delimited by size
                       reg-guia-id delimited by size
                       " de " delimited by size
                       ws-rgpd-data-ed delimited by size
                       " estado " delimited by size
                       reg-guia-estado delimited by size
                       into ws-linha-csv
                    perform escreve-linha-saft
                    read guias next
                 end-perform
           end-start.
           close guias.
           if ws-rgpd-docs equal zeros
              move "   (nenhuma)" to ws-linha-csv
              perform escreve-linha-saft
           end-if.

       exporta-avencas-cliente.
           perform escreve-linha-saft.
           move "AVENCAS" to ws-linha-csv.
           perform escreve-linha-saft.
           move zeros to ws-rgpd-docs.
           open input avencas.
           read avencas next.
           perform until fs-avencas equal "10" or
              fs-avencas equal "35"
              if reg-av-cliente equal ws-rgpd-cliente
                 add 1 to ws-rgpd-docs
                 string "   Avenca " delimited by size
                    reg-av-id delimited by size
                    " frequencia " delimited by size
                    reg-av-frequencia delimited by size
                    " estado " delimited by size
                    reg-av-estado delimited by size
                    " produtos " delimited by size
                    reg-av-n-produtos delimited by size
                    into ws-linha-csv
                 perform escreve-linha-saft
              end-if
              read avencas next
           end-perform.
           close avencas.
           if ws-rgpd-docs equal zeros
              move "   (nenhuma)" to ws-linha-csv
              perform escreve-linha-saft
           end-if.

       anonimizar_clientes.
           perform verifica-nivel-supervisor.
           if ws-op-autorizado equal "s"
              perform anonimiza-protegido
           end-if.

       anonimiza-protegido.
           display "Anonimizar clientes sem movimento ha quantos "
              "anos? ".
           accept ws-rgpd-anos.
           perform until ws-rgpd-anos > 0
              display "ERRO - numero de anos invalido"
              display "Anos sem movimento: "
              accept ws-rgpd-anos
           end-perform.
           accept ws-data-sistema from date yyyymmdd.
           move ws-data-sistema to ws-rgpd-data-grp.
           subtract ws-rgpd-anos from ws-rgpd-g-ano.
           move ws-rgpd-data-grp to ws-rgpd-limite.
           move ws-rgpd-limite to ws-rgpd-data.
           perform formata-data-rgpd.
           display "Clientes sem nenhum documento desde "
              ws-rgpd-data-ed " e sem saldo em aberto:".
           move "n" to ws-rgpd-aplicar.
           perform anonimiza-passagem.
           if ws-rgpd-candidatos equal zeros
              display "Nenhum cliente a anonimizar"
           else
              display "Clientes a anonimizar: " ws-rgpd-candidatos
              display "Confirma a anonimizacao? (s/n)"
              accept opcao_continuar
              perform until (opcao_continuar = "S" or
                             opcao_continuar = "s" or
                             opcao_continuar = "N" or
                             opcao_continuar = "n" )
                 display "ERRO - opcao errada"
                 display "Volta introduzir a opcao: "
                 accept opcao_continuar
              end-perform
              if sim
                 move "anonimizados.txt" to ws-ficheiro-csv
                 open output impressao-csv
                 move ws-rgpd-limite to ws-rgpd-data
                 perform formata-data-rgpd
                 move spaces to ws-linha-csv
                 string "CLIENTES ANONIMIZADOS EM " delimited by size
                    ws-data-sistema delimited by size
                    " (SEM MOVIMENTO DESDE " delimited by size
                    ws-rgpd-data-ed delimited by size
                    ")" delimited by size
                    into ws-linha-csv
                 perform escreve-linha-saft
                 move "    ID       NIF  Ultimo movimento" to
                    ws-linha-csv
                 perform escreve-linha-saft
                 move "s" to ws-rgpd-aplicar
                 perform anonimiza-passagem
                 string "Total: " delimited by size
                    ws-rgpd-anonimizados delimited by size
                    into ws-linha-csv
                 perform escreve-linha-saft
                 close impressao-csv
                 move spaces to ws-linha-auditoria
                 string "ANONIMIZACAO CLIENTES ANOS=" delimited by size
                    ws-rgpd-anos delimited by size
                    " TOTAL=" delimited by size
                    ws-rgpd-anonimizados delimited by size
                    into ws-linha-auditoria
                 perform escreve-auditoria
                 display "Clientes anonimizados: "
                    ws-rgpd-anonimizados
                 display "Lista em " ws-ficheiro-csv
              end-if
           end-if.

       anonimiza-passagem.
           move zeros to ws-rgpd-candidatos.
           move zeros to ws-rgpd-anonimizados.
           open i-o clientes.
           open input faturas.
           read clientes next.
           perform until fs-clientes equal "10" or
              fs-clientes equal "35"
              if reg-clientes-id not equal ws-vb-consumidor-final and
                 reg-clientes-nome not equal ws-rgpd-nome-anonimo
                 move reg-clientes-id to ws-rgpd-cliente
                 perform avalia-anonimizacao
              end-if
              read clientes next
           end-perform.
           close faturas.
           close clientes.

       avalia-anonimizacao.
           move reg-clientes-id to ws-cred-cliente.
           perform calcula-saldo-cliente.
           if ws-cred-saldo equal zeros
              perform ultima-actividade-cliente
              if ws-rgpd-ultima > 0 and
                 ws-rgpd-ultima < ws-rgpd-limite and
                 ws-rgpd-activa equal "n"
                 add 1 to ws-rgpd-candidatos
                 if ws-rgpd-aplicar equal "n"
                    move ws-rgpd-ultima to ws-rgpd-data
                    perform formata-data-rgpd
                    display "   " reg-clientes-id " "
                       reg-clientes-nome " ultimo movimento "
                       ws-rgpd-data-ed
                 else
                    perform anonimiza-cliente
                 end-if
              end-if
           end-if.

      *data do ultimo documento do cliente (faturas activas e
      *arquivadas, recibos, notas de credito e de debito, encomendas
      *e guias); uma avenca activa conta como movimento. um cliente
      *sem nenhum documento fica com zero e nao e anonimizado (pode
      *ser novo)
       ultima-actividade-cliente.
           move zeros to ws-rgpd-ultima.
           move "n" to ws-rgpd-activa.
           open input recibos.
           move ws-rgpd-cliente to reg-faturas-id-cliente.
           start faturas key is equal to reg-faturas-id-cliente
              invalid key
                 continue
              not invalid key
                 read faturas next
                 perform until fs-faturas equal "10" or
                    reg-faturas-id-cliente not equal ws-rgpd-cliente
                    move reg-fatura-data to ws-rgpd-data
                    perform guarda-ultima-data
                    perform ultimo-recibo-fatura
                    read faturas next
                 end-perform
           end-start.
           open input faturas-historico.
           read faturas-historico next.
           perform until fs-faturas-historico equal "10" or
              fs-faturas-historico equal "35"
              if reg-faturas-historico-id-cliente equal
                 ws-rgpd-cliente
                 move reg-fatura-historico-data to ws-rgpd-data
                 perform guarda-ultima-data
                 move reg-faturas-historico-id to reg-faturas-id
                 perform ultimo-recibo-fatura
              end-if
              read faturas-historico next
           end-perform.
           close faturas-historico.
           open input notas-debito.
           move ws-rgpd-cliente to reg-nd-id-cliente.
           start notas-debito key is equal to reg-nd-id-cliente
              invalid key
                 continue
              not invalid key
                 read notas-debito next
                 perform until fs-notas-debito equal "10" or
                    reg-nd-id-cliente not equal ws-rgpd-cliente
                    move reg-nd-data to ws-rgpd-data
                    perform guarda-ultima-data
                    move reg-nd-id to reg-faturas-id
                    perform ultimo-recibo-fatura
                    read notas-debito next
                 end-perform
           end-start.
           close notas-debito.
           close recibos.
           open input notas-credito.
           move ws-rgpd-cliente to reg-nc-id-cliente.
           start notas-credito key is equal to reg-nc-id-cliente
              invalid key
                 continue
              not invalid key
                 read notas-credito next
                 perform until fs-notas-credito equal "10" or
                    reg-nc-id-cliente not equal ws-rgpd-cliente
                    move reg-nc-data to ws-rgpd-data
                    perform guarda-ultima-data
                    read notas-credito next
                 end-perform
           end-start.
           close notas-credito.
           open input encomendas.
           move ws-rgpd-cliente to reg-enc-id-cliente.
           start encomendas key is equal to reg-enc-id-cliente
              invalid key
                 continue
              not invalid key
                 read encomendas next
                 perform until fs-encomendas equal "10" or
                    reg-enc-id-cliente not equal ws-rgpd-cliente
                    move reg-enc-data to ws-rgpd-data
                    perform guarda-ultima-data
                    read encomendas next
                 end-perform
           end-start.
           close encomendas.
           open input guias.
           move ws-rgpd-cliente to reg-guia-id-cliente.
           start guias key is equal to reg-guia-id-cliente
              invalid key
                 continue
              not invalid key
                 read guias next
                 perform until fs-guias equal "10" or
                    reg-guia-id-cliente not equal ws-rgpd-cliente
                    move reg-guia-data to ws-rgpd-data
                    perform guarda-ultima-data
                    read guias next
                 end-perform
           end-start.
           close guias.
           open input avencas.
           read avencas next.
           perform until fs-avencas equal "10" or
              fs-avencas equal "35"
              if reg-av-cliente equal ws-rgpd-cliente and
                 reg-av-activa
                 move "s" to ws-rgpd-activa
              end-if
              read avencas next
           end-perform.
           close avencas.

       guarda-ultima-data.
           if ws-rgpd-data > ws-rgpd-ultima
              move ws-rgpd-data to ws-rgpd-ultima
           end-if.

       ultimo-recibo-fatura.
           move reg-faturas-id to reg-recibos-id-fatura.
           start recibos key is equal to reg-recibos-id-fatura
              invalid key
                 continue
              not invalid key
                 read recibos next
                 perform until fs-recibos equal "10" or
                    reg-recibos-id-fatura not equal reg-faturas-id
                    move reg-recibos-data to ws-rgpd-data
                    perform guarda-ultima-data
                    read recibos next
                 end-perform
           end-start.

      *apaga os dados pessoais da ficha (o NIF, o desconto e o
      *limite ficam) e o mandato de debito, que tem o IBAN
       anonimiza-cliente.
           move ws-rgpd-nome-anonimo to reg-clientes-nome.
           move zeros to reg-clientes-data-nasc.
           move spaces to reg-clientes-morada.
           move spaces to reg-clientes-telefone.
           rewrite reg-clientes
              invalid key
              display "Erro ao anonimizar o cliente " reg-clientes-id
              not invalid key
              add 1 to ws-rgpd-anonimizados
              open i-o mandatos
              move reg-clientes-id to reg-man-cliente
              delete mandatos record
                 invalid key
                 continue
              end-delete
              close mandatos
              move ws-rgpd-ultima to ws-rgpd-data
              perform formata-data-rgpd
              string reg-clientes-id delimited by size
                 " " delimited by size
                 reg-clientes-nif delimited by size
                 " " delimited by size
                 ws-rgpd-data-ed delimited by size
                 into ws-linha-csv
              perform escreve-linha-saft
              move spaces to ws-linha-auditoria
              string "ANONIMIZADO CLIENTE=" delimited by size
                 reg-clientes-id delimited by size
                 " NIF=" delimited by size
                 reg-clientes-nif delimited by size
                 " ULTIMO MOVIMENTO=" delimited by size
                 ws-rgpd-ultima delimited by size
                 into ws-linha-auditoria
              perform escreve-auditoria
           end-rewrite.

      *vendedores: ficha com a comissao, vendedor habitual de cada
      *cliente (cliven12.dat) e vendedor de cada fatura (fatven12.dat).
      *a comissao e paga sobre o que foi recebido: recibos das faturas
      *do vendedor e vendas a pronto, menos as notas de credito, tudo
      *sem iva
       menu_vendedores.
           display "1. Inserir vendedor".
           display "2. Listar vendedores".
           display "3. Alterar comissao / estado de um vendedor".
           display "4. Vendedor habitual de um cliente".
           display "5. Relatorio mensal de comissoes".
           display "6. Vendas por vendedor e tipo de produto".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
               when OPCAO = 1
                   perform inserir_vendedor
               when OPCAO = 2
                   perform listar_vendedores
               when OPCAO = 3
                   perform alterar_vendedor
               when OPCAO = 4
                   perform atribuir_vendedor_cliente
               when OPCAO = 5
                   perform relatorio_comissoes
               when OPCAO = 6
                   perform vendas_por_vendedor
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.

       inserir_vendedor.
           open i-o vendedores.
           move space to reg-ven.
           move zeros to reg-ven-comissao.
           display "******INFORMACOES DO VENDEDOR******".
           move index_ids_vendedores to reg-ven-id.
           display "ID: " index_ids_vendedores.
           display "Nome: ".
           accept reg-ven-nome.
           display "Comissao em % sobre o recebido: ".
           accept reg-ven-comissao.
           perform until reg-ven-comissao < 50
              display "ERRO - comissao invalida"
              display "Comissao em %: "
              accept reg-ven-comissao
           end-perform.
           move "a" to reg-ven-estado.
           write reg-ven
              invalid key
              display "Erro ao gravar o vendedor"
              not invalid key
              display "Codigo: " reg-ven-id " foi registado"
              compute index_ids_vendedores = index_ids_vendedores + 1
              perform save_ids
              move spaces to ws-linha-auditoria
              string "VENDEDOR NOVO ID=" delimited by size
                 reg-ven-id delimited by size
                 " COMISSAO=" delimited by size
                 reg-ven-comissao delimited by size
                 into ws-linha-auditoria
              perform escreve-auditoria
           end-write.
           close vendedores.

       listar_vendedores.
           open input vendedores.
           if fs-vendedores equal zeros
              display "******VENDEDORES******"
              read vendedores next
              perform until fs-vendedores equal "10"
                 display reg-ven-id " " reg-ven-nome
                    " comissao " reg-ven-comissao "% estado "
                    reg-ven-estado
                 read vendedores next
              end-perform
              display "**********************************"
           else
              display "Não ha nenhum vendedor registado"
           end-if.
           close vendedores.

       alterar_vendedor.
           open i-o vendedores.
           display "ID do vendedor: ".
           accept x.
           move x to reg-ven-id.
           move "S" to registo_encontrado.
           read vendedores record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado equal "N"
              display "Não encontrei nenhum vendedor com esse id"
           else
              display "Vendedor: " reg-ven-nome
              display "Comissao actual: " reg-ven-comissao "%"
              display "Nova comissao em %: "
              accept reg-ven-comissao
              perform until reg-ven-comissao < 50
                 display "ERRO - comissao invalida"
                 display "Comissao em %: "
                 accept reg-ven-comissao
              end-perform
              display "Estado (A-activo, I-inactivo): "
              accept reg-ven-estado
              perform until reg-ven-activo or reg-ven-inactivo
                 display "ERRO - estado invalido"
                 display "Estado (A/I): "
                 accept reg-ven-estado
              end-perform
              rewrite reg-ven
                 invalid key
                 display "Erro ao actualizar o vendedor"
                 not invalid key
                 display "Vendedor actualizado"
                 move spaces to ws-linha-auditoria
                 string "VENDEDOR ALTERADO ID=" delimited by size
                    reg-ven-id delimited by size
                    " COMISSAO=" delimited by size
                    reg-ven-comissao delimited by size
                    " ESTADO=" delimited by size
                    reg-ven-estado delimited by size
                    into ws-linha-auditoria
                 perform escreve-auditoria
              end-rewrite
           end-if.
           close vendedores.

       atribuir_vendedor_cliente.
           open input clientes.
           move space to reg-clientes.
           display "ID do cliente: ".
           accept x.
           move x to reg-clientes-id.
           move "S" to registo_encontrado.
           read clientes record
              invalid key
              move "N" to registo_encontrado.
           close clientes.
           if registo_encontrado equal "N"
              display "Não encontrei nenhum cliente com esse id"
           else
              display "Cliente: " reg-clientes-nome
              perform pede-vendedor-cliente
           end-if.

      *vendedor habitual do cliente em reg-clientes-id; so pergunta
      *se ja houver vendedores registados
       pede-vendedor-cliente.
           move reg-clientes-id to reg-faturas-id-cliente.
           perform vendedor-por-defeito.
           perform pede-vendedor.
           open i-o clientes-vendedor.
           move reg-clientes-id to reg-clv-cliente.
           if ws-vnd-fat-tem equal "s"
              move ws-vnd-fat-id to reg-clv-vendedor
              write reg-clv
                 invalid key
                 rewrite reg-clv
                    invalid key
                    display "Erro ao gravar o vendedor do cliente"
                 end-rewrite
              end-write
           else
              delete clientes-vendedor record
                 invalid key
                 continue
              end-delete
           end-if.
           close clientes-vendedor.

      *vendedor habitual do cliente da fatura corrente
       vendedor-por-defeito.
           move "n" to ws-vnd-fat-tem.
           move zeros to ws-vnd-fat-id.
           open input clientes-vendedor.
           move reg-faturas-id-cliente to reg-clv-cliente.
           read clientes-vendedor record
              invalid key
                 continue
              not invalid key
                 move "s" to ws-vnd-fat-tem
                 move reg-clv-vendedor to ws-vnd-fat-id
           end-read.
           close clientes-vendedor.

      *confirma ou troca o vendedor em ws-vnd-fat-id (999999 = sem
      *vendedor); sem vendedores registados nao pergunta nada
       pede-vendedor.
           open input vendedores.
           read vendedores next.
           if fs-vendedores equal zeros
              move "n" to opcao_continuar
              if ws-vnd-fat-tem equal "s"
                 move ws-vnd-fat-id to reg-ven-id
                 read vendedores record
                    invalid key
                    move "*** VENDEDOR DESCONHECIDO ***" to
                       reg-ven-nome
                 end-read
                 display "Vendedor: " ws-vnd-fat-id " "
                    reg-ven-nome
                 display "Manter este vendedor? (s/n)"
                 accept opcao_continuar
                 perform until (opcao_continuar = "S" or
                                opcao_continuar = "s" or
                                opcao_continuar = "N" or
                                opcao_continuar = "n" )
                    display "ERRO - opcao errada"
                    display "Volta introduzir a opcao: "
                    accept opcao_continuar
                 end-perform
              end-if
              if nao
                 display "ID do vendedor (999999 = sem vendedor): "
                 accept ws-vnd-id
                 perform valida-vendedor
                 perform until registo_encontrado equal "S"
                    display "ERRO - vendedor inexistente ou inactivo"
                    display "ID do vendedor (999999 = sem "
                       "vendedor): "
                    accept ws-vnd-id
                    perform valida-vendedor
                 end-perform
                 if ws-vnd-id equal 999999
                    move "n" to ws-vnd-fat-tem
                 else
                    move "s" to ws-vnd-fat-tem
                    move ws-vnd-id to ws-vnd-fat-id
                 end-if
              end-if
           end-if.
           close vendedores.

       valida-vendedor.
           move "S" to registo_encontrado.
           if ws-vnd-id not equal 999999
              move ws-vnd-id to reg-ven-id
              read vendedores record
                 invalid key
                 move "N" to registo_encontrado
                 not invalid key
                 if not reg-ven-activo
                    move "N" to registo_encontrado
                 end-if
              end-read
           end-if.

      *nas faturas introduzidas a mao o vendedor habitual do cliente
      *pode ser trocado; nas geradas fica o habitual
       pede-vendedor-fatura.
           perform vendedor-por-defeito.
           perform pede-vendedor.

       grava-vendedor-defeito.
           perform vendedor-por-defeito.
           perform grava-vendedor-fatura.

       grava-vendedor-fatura.
           if ws-vnd-fat-tem equal "s"
              open i-o faturas-vendedor
              move reg-faturas-id to reg-ftv-id-fatura
              move ws-vnd-fat-id to reg-ftv-vendedor
              write reg-ftv
                 invalid key
                 rewrite reg-ftv
                    invalid key
                    display "Erro ao gravar o vendedor da fatura"
                 end-rewrite
              end-write
              close faturas-vendedor
           end-if.

      *vendedor da fatura em reg-ftv-id-fatura (faturas-vendedor
      *aberto); ws-vnd-achou diz se a fatura tem vendedor
       le-vendedor-fatura.
           move "s" to ws-vnd-achou.
           read faturas-vendedor record
              invalid key
              move "n" to ws-vnd-achou
           end-read.

      *procura (ou cria) a entrada do vendedor ws-vnd-in-id na tabela;
      *ws-vnd-in-sem "s" e a entrada das faturas sem vendedor
       procura-slot-vendedor.
           move zeros to ws-vnd-k.
           move "n" to ws-vnd-achou.
           perform until ws-vnd-achou equal "s" or ws-vnd-k equal 50
              add 1 to ws-vnd-k
              if ws-vnd-usada(ws-vnd-k) equal "s" and
                 ws-vnd-sem(ws-vnd-k) equal ws-vnd-in-sem and
                 ws-vnd-ent-id(ws-vnd-k) equal ws-vnd-in-id
                 move "s" to ws-vnd-achou
              else
                 if ws-vnd-usada(ws-vnd-k) equal "n"
                    move "s" to ws-vnd-usada(ws-vnd-k)
                    move ws-vnd-in-sem to ws-vnd-sem(ws-vnd-k)
                    move ws-vnd-in-id to ws-vnd-ent-id(ws-vnd-k)
                    move "s" to ws-vnd-achou
                 end-if
              end-if
           end-perform.
           if ws-vnd-achou equal "n"
              move zeros to ws-vnd-k
              add 1 to ws-vnd-fora
           end-if.

       limpa-tabela-vendedores.
           move zeros to ws-vnd-fora.
           move zeros to ws-vnd-k.
           perform until ws-vnd-k equal 50
              add 1 to ws-vnd-k
              move "n" to ws-vnd-usada(ws-vnd-k)
              move "n" to ws-vnd-sem(ws-vnd-k)
              move zeros to ws-vnd-ent-id(ws-vnd-k)
              move zeros to ws-vnd-recebido(ws-vnd-k)
              move zeros to ws-vnd-creditado(ws-vnd-k)
              move zeros to ws-vnd-t
              perform until ws-vnd-t equal 4
                 add 1 to ws-vnd-t
                 move zeros to ws-vnd-qtd(ws-vnd-k, ws-vnd-t)
                 move zeros to ws-vnd-valor(ws-vnd-k, ws-vnd-t)
              end-perform
           end-perform.

       pede-mes-vendedores.
           display "Ano: ".
           accept ws-vnd-ano.
           display "Mes (1-12): ".
           accept ws-vnd-mes.
           perform until ws-vnd-mes > 0 and ws-vnd-mes <= 12
              display "ERRO - mes invalido"
              display "Volta a introduzir o mes: "
              accept ws-vnd-mes
           end-perform.

       relatorio_comissoes.
           perform pede-mes-vendedores.
           perform limpa-tabela-vendedores.
           open input faturas-vendedor.
           open input faturas.
           open input faturas-historico.
           open input recibos.
           read recibos next.
           perform until fs-recibos equal "10" or
              fs-recibos equal "35"
              if reg-recibos-ano equal ws-vnd-ano and
                 reg-recibos-mes equal ws-vnd-mes
                 move reg-recibos-id-fatura to reg-ftv-id-fatura
                 perform le-vendedor-fatura
                 if ws-vnd-achou equal "s"
                    perform base-fatura-vendedor
                    move zeros to ws-vnd-parte
                    if ws-vnd-fat-total > 0
                       compute ws-vnd-parte rounded =
                          reg-recibos-valor * ws-vnd-fat-base /
                          ws-vnd-fat-total
                    end-if
                    move reg-ftv-vendedor to ws-vnd-in-id
                    move "n" to ws-vnd-in-sem
                    perform procura-slot-vendedor
                    if ws-vnd-k > 0
                       add ws-vnd-parte to ws-vnd-recebido(ws-vnd-k)
                    end-if
                 end-if
              end-if
              read recibos next
           end-perform.
           close recibos.
           perform comissoes-vendas-pronto.
           close faturas-historico.
           close faturas.
           perform comissoes-notas-credito.
           close faturas-vendedor.
           perform mostra-comissoes.

      *as vendas ao balcao (FR/FS) ficam pagas sem recibo: contam no
      *mes da propria fatura
       comissoes-vendas-pronto.
           open input faturas-balcao.
           read faturas-balcao next.
           perform until fs-faturas-balcao equal "10" or
              fs-faturas-balcao equal "35"
              move reg-fbl-id-fatura to reg-ftv-id-fatura
              perform le-vendedor-fatura
              if ws-vnd-achou equal "s"
                 move reg-fbl-id-fatura to reg-faturas-id
                 read faturas record
                    invalid key
                       continue
                    not invalid key
                       if reg-faturas-ano equal ws-vnd-ano and
                          reg-faturas-mes equal ws-vnd-mes and
                          not reg-fatura-anulada
                          perform base-fatura-vendedor
                          move reg-ftv-vendedor to ws-vnd-in-id
                          move "n" to ws-vnd-in-sem
                          perform procura-slot-vendedor
                          if ws-vnd-k > 0
                             add ws-vnd-fat-base to
                                ws-vnd-recebido(ws-vnd-k)
                          end-if
                       end-if
                 end-read
              end-if
              read faturas-balcao next
           end-perform.
           close faturas-balcao.

       comissoes-notas-credito.
           open input notas-credito.
           read notas-credito next.
           perform until fs-notas-credito equal "10" or
              fs-notas-credito equal "35"
              if reg-nc-ano equal ws-vnd-ano and
                 reg-nc-mes equal ws-vnd-mes
                 move reg-nc-id-fatura to reg-ftv-id-fatura
                 perform le-vendedor-fatura
                 if ws-vnd-achou equal "s"
                    move zeros to ws-vnd-parte
                    move zeros to i
                    perform until i equal reg-nc-n-produtos
                       add 1 to i
                       add reg-nc-linha-base(i) to ws-vnd-parte
                    end-perform
                    move reg-ftv-vendedor to ws-vnd-in-id
                    move "n" to ws-vnd-in-sem
                    perform procura-slot-vendedor
                    if ws-vnd-k > 0
                       add ws-vnd-parte to ws-vnd-creditado(ws-vnd-k)
                    end-if
                 end-if
              end-if
              read notas-credito next
           end-perform.
           close notas-credito.

      *base (sem iva) e total da fatura reg-ftv-id-fatura, activa ou
      *ja arquivada
       base-fatura-vendedor.
           move zeros to ws-vnd-fat-base.
           move zeros to ws-vnd-fat-total.
           move "s" to ws-vnd-fat-encontrada.
           move reg-ftv-id-fatura to reg-faturas-id.
           read faturas record
              invalid key
              move "n" to ws-vnd-fat-encontrada
           end-read.
           if ws-vnd-fat-encontrada equal "s"
              move zeros to i
              perform until i equal reg-faturas-n-produtos
                 add 1 to i
                 add reg-faturas-linha-base(i) to ws-vnd-fat-base
                 compute ws-vnd-fat-total = ws-vnd-fat-total +
                    reg-faturas-linha-base(i) +
                    reg-faturas-linha-iva(i)
              end-perform
           else
              move reg-ftv-id-fatura to reg-faturas-historico-id
              read faturas-historico record
                 invalid key
                    continue
                 not invalid key
                    move zeros to i
                    perform until i equal
                       reg-faturas-historico-n-produtos
                       add 1 to i
                       add reg-faturas-historico-linha-base(i) to
                          ws-vnd-fat-base
                       compute ws-vnd-fat-total = ws-vnd-fat-total
                          + reg-faturas-historico-linha-base(i)
                          + reg-faturas-historico-linha-iva(i)
                    end-perform
              end-read
           end-if.

       mostra-comissoes.
           move zeros to ws-vnd-tot-comissao.
           display "******COMISSOES " ws-vnd-ano "/" ws-vnd-mes
              " (valores sem iva)******".
           open input vendedores.
           if fs-vendedores equal zeros
              read vendedores next
              perform until fs-vendedores equal "10"
                 move reg-ven-id to ws-vnd-in-id
                 move "n" to ws-vnd-in-sem
                 perform procura-slot-vendedor
                 if ws-vnd-k > 0
                    compute ws-vnd-liquido =
                       ws-vnd-recebido(ws-vnd-k) -
                       ws-vnd-creditado(ws-vnd-k)
                    compute ws-vnd-comissao rounded =
                       ws-vnd-liquido * reg-ven-comissao / 100
                    add ws-vnd-comissao to ws-vnd-tot-comissao
                    display "Vendedor " reg-ven-id " " reg-ven-nome
                    display "   Recebido: " ws-vnd-recebido(ws-vnd-k)
                       "  Notas de credito: "
                       ws-vnd-creditado(ws-vnd-k)
                    display "   Liquido: " ws-vnd-liquido
                       "  Comissao " reg-ven-comissao "%: "
                       ws-vnd-comissao
                 end-if
                 read vendedores next
              end-perform
           else
              display "Não ha nenhum vendedor registado"
           end-if.
           close vendedores.
           display "**********************************".
           display "Total de comissoes: " ws-vnd-tot-comissao.
           if ws-vnd-fora > 0
              display "AVISO - " ws-vnd-fora " movimentos ficaram "
                 "fora da tabela de 50 vendedores"
           end-if.

      *vendas do mes ou do ano por vendedor, com os mesmos subtotais
      *por tipo de produto das estatisticas de vendas
       vendas_por_vendedor.
           display "Ano: ".
           accept ws-vnd-ano.
           display "Mes (1-12, 0 para o ano inteiro): ".
           accept ws-vnd-mes.
           perform until ws-vnd-mes <= 12
              display "ERRO - mes invalido"
              display "Volta a introduzir o mes: "
              accept ws-vnd-mes
           end-perform.
           perform limpa-tabela-vendedores.
           open input faturas-vendedor.
           open input produtos.
           open input faturas.
           read faturas next.
           perform until fs-faturas equal "10" or
              fs-faturas equal "35"
              if reg-faturas-ano equal ws-vnd-ano and
                 (ws-vnd-mes equal 0 or
                  reg-faturas-mes equal ws-vnd-mes) and
                 not reg-fatura-anulada
                 move reg-faturas-id to reg-ftv-id-fatura
                 perform slot-vendas-vendedor
                 move zeros to i
                 perform until i equal reg-faturas-n-produtos
                    add 1 to i
                    move reg-faturas-linha-produto-id(i) to
                       reg-produtos-id
                    move reg-faturas-linha-quantidade(i) to
                       ws-vnd-in-qtd
                    move reg-faturas-linha-base(i) to
                       ws-vnd-in-valor
                    perform acumula-venda-vendedor
                 end-perform
              end-if
              read faturas next
           end-perform.
           close faturas.
           open input faturas-historico.
           read faturas-historico next.
           perform until fs-faturas-historico equal "10" or
              fs-faturas-historico equal "35"
              if reg-faturas-historico-ano equal ws-vnd-ano and
                 (ws-vnd-mes equal 0 or
                  reg-faturas-historico-mes equal ws-vnd-mes) and
                 not reg-fatura-hist-anulada
                 move reg-faturas-historico-id to reg-ftv-id-fatura
                 perform slot-vendas-vendedor
                 move zeros to i
                 perform until i equal
                    reg-faturas-historico-n-produtos
                    add 1 to i
                    move reg-faturas-historico-linha-produto-id(i)
                       to reg-produtos-id
                    move reg-faturas-historico-linha-quantidade(i)
                       to ws-vnd-in-qtd
                    move reg-faturas-historico-linha-base(i) to
                       ws-vnd-in-valor
                    perform acumula-venda-vendedor
                 end-perform
              end-if
              read faturas-historico next
           end-perform.
           close faturas-historico.
           close produtos.
           close faturas-vendedor.
           perform mostra-vendas-vendedor.

       slot-vendas-vendedor.
           perform le-vendedor-fatura.
           if ws-vnd-achou equal "s"
              move reg-ftv-vendedor to ws-vnd-in-id
              move "n" to ws-vnd-in-sem
           else
              move zeros to ws-vnd-in-id
              move "s" to ws-vnd-in-sem
           end-if.
           perform procura-slot-vendedor.

       acumula-venda-vendedor.
           if ws-vnd-k > 0
              move 4 to ws-vnd-t
              read produtos record
                 invalid key
                    continue
                 not invalid key
                    evaluate true
                       when reg-compota
                          move 1 to ws-vnd-t
                       when reg-marmelada
                          move 2 to ws-vnd-t
                       when reg-licor
                          move 3 to ws-vnd-t
                    end-evaluate
              end-read
              add ws-vnd-in-qtd to ws-vnd-qtd(ws-vnd-k, ws-vnd-t)
              add ws-vnd-in-valor to ws-vnd-valor(ws-vnd-k, ws-vnd-t)
           end-if.

       mostra-vendas-vendedor.
           display "******VENDAS POR VENDEDOR " ws-vnd-ano
              " MES " ws-vnd-mes "******".
           open input vendedores.
           move zeros to ws-vnd-k.
           perform until ws-vnd-k equal 50
              add 1 to ws-vnd-k
              if ws-vnd-usada(ws-vnd-k) equal "s"
                 display "**********************************"
                 if ws-vnd-sem(ws-vnd-k) equal "s"
                    display "Sem vendedor"
                 else
                    move ws-vnd-ent-id(ws-vnd-k) to reg-ven-id
                    read vendedores record
                       invalid key
                       move "*** VENDEDOR DESCONHECIDO ***" to
                          reg-ven-nome
                    end-read
                    display "Vendedor " reg-ven-id " " reg-ven-nome
                 end-if
                 perform mostra-tipos-vendedor
              end-if
           end-perform.
           close vendedores.
           display "**********************************".
           if ws-vnd-fora > 0
              display "AVISO - " ws-vnd-fora " faturas ficaram "
                 "fora da tabela de 50 vendedores"
           end-if.

       mostra-tipos-vendedor.
           move zeros to ws-vnd-fat-total.
           display "Compotas   - Qtd: " ws-vnd-qtd(ws-vnd-k, 1)
              "  Valor: " ws-vnd-valor(ws-vnd-k, 1).
           display "Marmeladas - Qtd: " ws-vnd-qtd(ws-vnd-k, 2)
              "  Valor: " ws-vnd-valor(ws-vnd-k, 2).
           display "Licores    - Qtd: " ws-vnd-qtd(ws-vnd-k, 3)
              "  Valor: " ws-vnd-valor(ws-vnd-k, 3).
           if ws-vnd-qtd(ws-vnd-k, 4) > 0
              display "Outros     - Qtd: " ws-vnd-qtd(ws-vnd-k, 4)
                 "  Valor: " ws-vnd-valor(ws-vnd-k, 4)
           end-if.
           compute ws-vnd-fat-total = ws-vnd-valor(ws-vnd-k, 1) +
              ws-vnd-valor(ws-vnd-k, 2) + ws-vnd-valor(ws-vnd-k, 3)
              + ws-vnd-valor(ws-vnd-k, 4).
           display "Total vendido: " ws-vnd-fat-total.

      *orcamento de vendas: quantidade e valor (sem iva) por mes, por
      *tipo de produto e, se se quiser, por produto. o orcamento vs
      *real soma as faturas activas e arquivadas e abate as notas de
      *credito, para o mes e para o acumulado do ano
       menu_orcamento.
           display "1. Registar orcamento de um ano".
           display "2. Listar orcamento de um ano".
           display "3. Orcamento vs real".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
               when OPCAO = 1
                   perform registar_orcamento
               when OPCAO = 2
                   perform listar_orcamento
               when OPCAO = 3
                   perform orcamento_vs_real
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.

       registar_orcamento.
           display "Ano do orcamento: ".
           accept ws-orc-ano.
           perform until ws-orc-ano > 1999
              display "ERRO - ano invalido"
              display "Ano do orcamento: "
              accept ws-orc-ano
           end-perform.
           display "Orcamento de (c-compotas, m-marmeladas, l-licores, "
              "p-um produto): ".
           accept ws-orc-tipo.
           inspect ws-orc-tipo converting "CMLP" to "cmlp".
           perform until ws-orc-tipo = "c" or ws-orc-tipo = "m" or
              ws-orc-tipo = "l" or ws-orc-tipo = "p"
              display "ERRO - opcao invalida"
              display "Orcamento de (c/m/l/p): "
              accept ws-orc-tipo
              inspect ws-orc-tipo converting "CMLP" to "cmlp"
           end-perform.
           move zeros to ws-orc-produto.
           if ws-orc-tipo equal "p"
              open input produtos
              display "ID do produto: "
              accept ws-orc-produto
              move ws-orc-produto to reg-produtos-id
              move "S" to registo_encontrado
              read produtos record
                 invalid key
                 move "N" to registo_encontrado
              end-read
              perform until registo_encontrado equal "S"
                 display "Não encontrei nenhum produto com esse id. "
                    "Volta a introduzir um id de produto: "
                 accept ws-orc-produto
                 move ws-orc-produto to reg-produtos-id
                 move "S" to registo_encontrado
                 read produtos record
                    invalid key
                    move "N" to registo_encontrado
                 end-read
              end-perform
              display "Produto: " reg-produtos-nome
              close produtos
           end-if.
           open i-o orcamento.
           move zeros to ws-orc-m.
           perform until ws-orc-m equal 12
              add 1 to ws-orc-m
              move ws-orc-ano to reg-orc-ano
              move ws-orc-m to reg-orc-mes
              move ws-orc-tipo to reg-orc-tipo
              move ws-orc-produto to reg-orc-produto-id
              move "S" to registo_encontrado
              read orcamento record
                 invalid key
                 move "N" to registo_encontrado
                 move zeros to reg-orc-qtd
                 move zeros to reg-orc-valor
              end-read
              display "Mes " ws-orc-m " (actual: qtd " reg-orc-qtd
                 " valor " reg-orc-valor ")"
              display "   Quantidade: "
              accept reg-orc-qtd
              display "   Valor (sem iva): "
              accept reg-orc-valor
              if registo_encontrado equal "S"
                 rewrite reg-orc
                    invalid key
                    display "Erro ao gravar o orcamento"
                 end-rewrite
              else
                 write reg-orc
                    invalid key
                    display "Erro ao gravar o orcamento"
                 end-write
              end-if
           end-perform.
           close orcamento.
           move spaces to ws-linha-auditoria.
           string "ORCAMENTO ANO=" delimited by size
              ws-orc-ano delimited by size
              " TIPO=" delimited by size
              ws-orc-tipo delimited by size
              " PRODUTO=" delimited by size
              ws-orc-produto delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.
           display "Orcamento registado".

       listar_orcamento.
           display "Ano do orcamento: ".
           accept ws-orc-ano.
           open input orcamento.
           move ws-orc-ano to reg-orc-ano.
           move zeros to reg-orc-mes.
           move low-values to reg-orc-tipo.
           move zeros to reg-orc-produto-id.
           move "n" to ws-orc-achou.
           start orcamento key is not less than reg-orc-chave
              invalid key
                 continue
              not invalid key
                 display "******ORCAMENTO DE VENDAS " ws-orc-ano
                    "******"
                 read orcamento next
                 perform until fs-orcamento equal "10" or
                    reg-orc-ano not equal ws-orc-ano
                    move "s" to ws-orc-achou
                    display "Mes " reg-orc-mes " "
                       reg-orc-tipo " " reg-orc-produto-id
                       " Qtd: " reg-orc-qtd " Valor: " reg-orc-valor
                    read orcamento next
                 end-perform
           end-start.
           close orcamento.
           if ws-orc-achou equal "n"
              display "Não ha orcamento para esse ano"
           end-if.

       orcamento_vs_real.
           display "Ano: ".
           accept ws-orc-ano.
           display "Mes (1-12): ".
           accept ws-orc-mes.
           perform until ws-orc-mes > 0 and ws-orc-mes <= 12
              display "ERRO - mes invalido"
              display "Volta a introduzir o mes: "
              accept ws-orc-mes
           end-perform.
           move zeros to ws-orc-valores.
           move zeros to ws-orc-t.
           perform until ws-orc-t equal 4
              add 1 to ws-orc-t
              move ws-orc-valores to ws-orc-tp-valores(ws-orc-t)
           end-perform.
           move zeros to ws-orc-n-prod.
           move zeros to ws-orc-fora.
           perform carrega-orcamento.
           perform soma-real-orcamento.
           perform mostra-orcamento-real.

       carrega-orcamento.
           open input orcamento.
           move ws-orc-ano to reg-orc-ano.
           move zeros to reg-orc-mes.
           move low-values to reg-orc-tipo.
           move zeros to reg-orc-produto-id.
           start orcamento key is not less than reg-orc-chave
              invalid key
                 continue
              not invalid key
                 read orcamento next
                 perform until fs-orcamento equal "10" or
                    reg-orc-ano not equal ws-orc-ano
                    if reg-orc-mes <= ws-orc-mes
                       perform acumula-orcamento
                    end-if
                    read orcamento next
                 end-perform
           end-start.
           close orcamento.

       acumula-orcamento.
           move zeros to ws-orc-k.
           move zeros to ws-orc-t.
           evaluate true
              when reg-orc-compota
                 move 1 to ws-orc-t
              when reg-orc-marmelada
                 move 2 to ws-orc-t
              when reg-orc-licor
                 move 3 to ws-orc-t
              when reg-orc-produto
                 move reg-orc-produto-id to ws-orc-in-produto
                 perform procura-produto-orcamento
           end-evaluate.
           if ws-orc-t > 0
              move ws-orc-tp-valores(ws-orc-t) to ws-orc-valores
           end-if.
           if ws-orc-k > 0
              move ws-orc-pr-valores(ws-orc-k) to ws-orc-valores
           end-if.
           if ws-orc-t > 0 or ws-orc-k > 0
              add reg-orc-qtd to ws-orc-b-ytd-qtd
              add reg-orc-valor to ws-orc-b-ytd-val
              if reg-orc-mes equal ws-orc-mes
                 add reg-orc-qtd to ws-orc-b-mes-qtd
                 add reg-orc-valor to ws-orc-b-mes-val
              end-if
           end-if.
           if ws-orc-t > 0
              move ws-orc-valores to ws-orc-tp-valores(ws-orc-t)
           end-if.
           if ws-orc-k > 0
              move ws-orc-valores to ws-orc-pr-valores(ws-orc-k)
           end-if.

      *procura o produto ws-orc-in-produto na tabela dos produtos com
      *orcamento, acrescentando-o (so ao carregar o orcamento)
       procura-produto-orcamento.
           move zeros to ws-orc-k.
           move "n" to ws-orc-achou.
           perform until ws-orc-achou equal "s" or
              ws-orc-k >= ws-orc-n-prod
              add 1 to ws-orc-k
              if ws-orc-pr-id(ws-orc-k) equal ws-orc-in-produto
                 move "s" to ws-orc-achou
              end-if
           end-perform.
           if ws-orc-achou equal "n"
              if ws-orc-n-prod < 100
                 add 1 to ws-orc-n-prod
                 move ws-orc-n-prod to ws-orc-k
                 move ws-orc-in-produto to ws-orc-pr-id(ws-orc-k)
                 move zeros to ws-orc-valores
                 move ws-orc-valores to ws-orc-pr-valores(ws-orc-k)
              else
                 move zeros to ws-orc-k
                 add 1 to ws-orc-fora
              end-if
           end-if.

       soma-real-orcamento.
           open input produtos.
           open input faturas.
           move 1 to ws-orc-sinal.
           read faturas next.
           perform until fs-faturas equal "10" or
              fs-faturas equal "35"
              if reg-faturas-ano equal ws-orc-ano and
                 reg-faturas-mes <= ws-orc-mes and
                 not reg-fatura-anulada
                 move reg-faturas-mes to ws-orc-in-mes
                 move zeros to i
                 perform until i equal reg-faturas-n-produtos
                    add 1 to i
                    move reg-faturas-linha-produto-id(i) to
                       ws-orc-in-produto
                    move reg-faturas-linha-quantidade(i) to
                       ws-orc-in-qtd
                    move reg-faturas-linha-base(i) to ws-orc-in-valor
                    perform acumula-real-orcamento
                 end-perform
              end-if
              read faturas next
           end-perform.
           close faturas.
           open input faturas-historico.
           read faturas-historico next.
           perform until fs-faturas-historico equal "10" or
              fs-faturas-historico equal "35"
              if reg-faturas-historico-ano equal ws-orc-ano and
                 reg-faturas-historico-mes <= ws-orc-mes and
                 not reg-fatura-hist-anulada
                 move reg-faturas-historico-mes to ws-orc-in-mes
                 move zeros to i
                 perform until i equal
                    reg-faturas-historico-n-produtos
                    add 1 to i
                    move reg-faturas-historico-linha-produto-id(i)
                       to ws-orc-in-produto
                    move reg-faturas-historico-linha-quantidade(i)
                       to ws-orc-in-qtd
                    move reg-faturas-historico-linha-base(i) to
                       ws-orc-in-valor
                    perform acumula-real-orcamento
                 end-perform
              end-if
              read faturas-historico next
           end-perform.
           close faturas-historico.
           move -1 to ws-orc-sinal.
           open input notas-credito.
           read notas-credito next.
           perform until fs-notas-credito equal "10" or
              fs-notas-credito equal "35"
              if reg-nc-ano equal ws-orc-ano and
                 reg-nc-mes <= ws-orc-mes
                 move reg-nc-mes to ws-orc-in-mes
                 move zeros to i
                 perform until i equal reg-nc-n-produtos
                    add 1 to i
                    move reg-nc-linha-produto-id(i) to
                       ws-orc-in-produto
                    move reg-nc-linha-quantidade(i) to ws-orc-in-qtd
                    move reg-nc-linha-base(i) to ws-orc-in-valor
                    perform acumula-real-orcamento
                 end-perform
              end-if
              read notas-credito next
           end-perform.
           close notas-credito.
           close produtos.

      *soma (ou abate, nas notas de credito) uma linha ao tipo do
      *produto e ao proprio produto se tiver orcamento. as linhas
      *financeiras do rappel so abatem o valor, em outros
       acumula-real-orcamento.
           move 4 to ws-orc-t.
           move ws-orc-in-produto to reg-produtos-id.
           read produtos record
              invalid key
                 continue
              not invalid key
                 evaluate true
                    when reg-compota
                       move 1 to ws-orc-t
                    when reg-marmelada
                       move 2 to ws-orc-t
                    when reg-licor
                       move 3 to ws-orc-t
                 end-evaluate
           end-read.
           if ws-orc-in-produto equal ws-rap-produto
              move zeros to ws-orc-in-qtd
           end-if.
           move ws-orc-tp-valores(ws-orc-t) to ws-orc-valores.
           perform soma-linha-real.
           move ws-orc-valores to ws-orc-tp-valores(ws-orc-t).
           move zeros to ws-orc-k.
           move "n" to ws-orc-achou.
           perform until ws-orc-achou equal "s" or
              ws-orc-k >= ws-orc-n-prod
              add 1 to ws-orc-k
              if ws-orc-pr-id(ws-orc-k) equal ws-orc-in-produto
                 move "s" to ws-orc-achou
              end-if
           end-perform.
           if ws-orc-achou equal "s"
              move ws-orc-pr-valores(ws-orc-k) to ws-orc-valores
              perform soma-linha-real
              move ws-orc-valores to ws-orc-pr-valores(ws-orc-k)
           end-if.

       soma-linha-real.
           compute ws-orc-r-ytd-qtd = ws-orc-r-ytd-qtd +
              ws-orc-sinal * ws-orc-in-qtd.
           compute ws-orc-r-ytd-val = ws-orc-r-ytd-val +
              ws-orc-sinal * ws-orc-in-valor.
           if ws-orc-in-mes equal ws-orc-mes
              compute ws-orc-r-mes-qtd = ws-orc-r-mes-qtd +
                 ws-orc-sinal * ws-orc-in-qtd
              compute ws-orc-r-mes-val = ws-orc-r-mes-val +
                 ws-orc-sinal * ws-orc-in-valor
           end-if.

       mostra-orcamento-real.
           display "******ORCAMENTO VS REAL " ws-orc-ano
              " MES " ws-orc-mes " (valores sem iva)******".
           move "Compotas" to ws-orc-descricao.
           move 1 to ws-orc-t.
           perform mostra-tipo-orcamento.
           move "Marmeladas" to ws-orc-descricao.
           move 2 to ws-orc-t.
           perform mostra-tipo-orcamento.
           move "Licores" to ws-orc-descricao.
           move 3 to ws-orc-t.
           perform mostra-tipo-orcamento.
           move ws-orc-tp-valores(4) to ws-orc-valores.
           if ws-orc-r-ytd-qtd not equal zeros or
              ws-orc-r-ytd-val not equal zeros
              move "Outros (sem orcamento)" to ws-orc-descricao
              perform mostra-linha-orcamento
           end-if.
           if ws-orc-n-prod > 0
              display "----------------- por produto -----------------"
              open input produtos
              move zeros to ws-orc-k
              perform until ws-orc-k equal ws-orc-n-prod
                 add 1 to ws-orc-k
                 move ws-orc-pr-id(ws-orc-k) to reg-produtos-id
                 read produtos record
                    invalid key
                    move "*** PRODUTO DESCONHECIDO ***" to
                       reg-produtos-nome
                 end-read
                 move reg-produtos-nome to ws-orc-descricao
                 move ws-orc-pr-valores(ws-orc-k) to ws-orc-valores
                 perform mostra-linha-orcamento
              end-perform
              close produtos
           end-if.
           display "**********************************".
           if ws-orc-fora > 0
              display "AVISO - " ws-orc-fora " orcamentos de produto "
                 "nao couberam na tabela de 100 produtos"
           end-if.

       mostra-tipo-orcamento.
           move ws-orc-tp-valores(ws-orc-t) to ws-orc-valores.
           perform mostra-linha-orcamento.

       mostra-linha-orcamento.
           display ws-orc-descricao.
           if ws-orc-b-mes-val > 0
              compute ws-orc-var rounded =
                 (ws-orc-r-mes-val - ws-orc-b-mes-val) * 100 /
                 ws-orc-b-mes-val
              move ws-orc-var to ws-orc-var-ed
           else
              move zeros to ws-orc-var-ed
           end-if.
           display "   Mes       - Orc. Qtd: " ws-orc-b-mes-qtd
              " Valor: " ws-orc-b-mes-val
              " | Real Qtd: " ws-orc-r-mes-qtd
              " Valor: " ws-orc-r-mes-val
              " | Desvio: " ws-orc-var-ed "%".
           if ws-orc-b-ytd-val > 0
              compute ws-orc-var rounded =
                 (ws-orc-r-ytd-val - ws-orc-b-ytd-val) * 100 /
                 ws-orc-b-ytd-val
              move ws-orc-var to ws-orc-var-ed
           else
              move zeros to ws-orc-var-ed
           end-if.
           display "   Acumulado - Orc. Qtd: " ws-orc-b-ytd-qtd
              " Valor: " ws-orc-b-ytd-val
              " | Real Qtd: " ws-orc-r-ytd-qtd
              " Valor: " ws-orc-r-ytd-val
              " | Desvio: " ws-orc-var-ed "%".

      *entregas: cada encomenda ou guia aberta pode ser marcada para
      *um dia e uma rota, com a ordem de entrega. para um dia e rota
      *sai a lista de picking por produto (lote fefo a apanhar e
      *validade) e a folha de carga por paragem, agrupada pela
      *morada do cliente e com espaco para a assinatura
       menu_entregas.
           display "1. Planear a entrega de uma encomenda ou guia".
           display "2. Listar entregas de um dia".
           display "3. Lista de picking e folha de carga".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
               when OPCAO = 1
                   perform planear_entrega
               when OPCAO = 2
                   perform listar_entregas
               when OPCAO = 3
                   perform picking_e_carga
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.

       planear_entrega.
           move space to reg-ent.
           display "Documento (e-encomenda, g-guia): ".
           accept reg-ent-tipo.
           inspect reg-ent-tipo converting "EG" to "eg".
           perform until reg-ent-encomenda or reg-ent-guia
              display "ERRO - documento invalido"
              display "Documento (e/g): "
              accept reg-ent-tipo
              inspect reg-ent-tipo converting "EG" to "eg"
           end-perform.
           display "ID do documento: ".
           accept reg-ent-doc-id.
           perform le-documento-entrega.
           if registo_encontrado equal "N"
              display "Documento inexistente ou ja nao esta aberto"
           else
              display "Data de entrega"
              perform pede-data-sepa
              perform until ws-data-valida equal "s"
                 display "ERRO - data invalida"
                 perform pede-data-sepa
              end-perform
              move ws-vd-data to reg-ent-data
              display "Rota / zona: "
              accept reg-ent-rota
              inspect reg-ent-rota converting
                 "abcdefghijklmnopqrstuvwxyz" to
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              display "Ordem de entrega na rota (0 = pela morada): "
              accept reg-ent-ordem
              open i-o entregas
              write reg-ent
                 invalid key
                 rewrite reg-ent
                    invalid key
                    display "Erro ao gravar a entrega"
                    not invalid key
                    display "Entrega replaneada"
                 end-rewrite
                 not invalid key
                 display "Entrega planeada"
              end-write
              close entregas
           end-if.

      *le a encomenda ou guia de reg-ent-chave; registo_encontrado
      *so fica "S" se o documento existir e ainda estiver aberto
       le-documento-entrega.
           move "S" to registo_encontrado.
           if reg-ent-encomenda
              open input encomendas
              move reg-ent-doc-id to reg-enc-id
              read encomendas record
                 invalid key
                 move "N" to registo_encontrado
                 not invalid key
                 if not reg-enc-aberta
                    move "N" to registo_encontrado
                 end-if
              end-read
              close encomendas
           else
              open input guias
              move reg-ent-doc-id to reg-guia-id
              read guias record
                 invalid key
                 move "N" to registo_encontrado
                 not invalid key
                 if not reg-guia-aberta
                    move "N" to registo_encontrado
                 end-if
              end-read
              close guias
           end-if.

       listar_entregas.
           display "Data de entrega".
           perform pede-data-sepa.
           perform until ws-data-valida equal "s"
              display "ERRO - data invalida"
              perform pede-data-sepa
           end-perform.
           move ws-vd-data to ws-pck-data.
           move "n" to ws-pck-achou.
           open input entregas.
           move ws-pck-data to reg-ent-data.
           move spaces to reg-ent-rota.
           start entregas key is not less than reg-ent-plano
              invalid key
                 continue
              not invalid key
                 read entregas next
                 perform until fs-entregas equal "10" or
                    reg-ent-data not equal ws-pck-data
                    move "s" to ws-pck-achou
                    display "Rota " reg-ent-rota " ordem "
                       reg-ent-ordem " " reg-ent-tipo " "
                       reg-ent-doc-id
                    read entregas next
                 end-perform
           end-start.
           close entregas.
           if ws-pck-achou equal "n"
              display "Não ha entregas planeadas para esse dia"
           end-if.

       picking_e_carga.
           display "Data de entrega".
           perform pede-data-sepa.
           perform until ws-data-valida equal "s"
              display "ERRO - data invalida"
              perform pede-data-sepa
           end-perform.
           move ws-vd-data to ws-pck-data.
           display "Rota / zona (em branco = todas): ".
           move spaces to ws-pck-rota.
           accept ws-pck-rota.
           inspect ws-pck-rota converting
              "abcdefghijklmnopqrstuvwxyz" to
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move zeros to ws-pck-fora.
           perform carrega-paragens.
           if ws-pck-n-par equal zeros
              display "Não ha encomendas nem guias abertas para esse "
                 "dia e rota"
           else
              perform ordena-paragens
              perform carrega-linhas-picking
              perform imprime-picking
              perform imprime-folha-carga
              if ws-pck-fora > 0
                 display "AVISO - " ws-pck-fora " documentos ou "
                    "linhas nao couberam nas tabelas"
              end-if
              display "Lista de picking em picking.txt, folha de "
                 "carga em folha_carga.txt"
           end-if.

       carrega-paragens.
           move zeros to ws-pck-n-par.
           open input entregas.
           open input encomendas.
           open input guias.
           open input clientes.
           move ws-pck-data to reg-ent-data.
           move ws-pck-rota to reg-ent-rota.
           start entregas key is not less than reg-ent-plano
              invalid key
                 continue
              not invalid key
                 read entregas next
                 perform until fs-entregas equal "10" or
                    reg-ent-data not equal ws-pck-data or
                    (ws-pck-rota not equal spaces and
                     reg-ent-rota not equal ws-pck-rota)
                    perform avalia-paragem
                    read entregas next
                 end-perform
           end-start.
           close clientes.
           close guias.
           close encomendas.
           close entregas.

       avalia-paragem.
           move zeros to ws-pck-in-produto.
           move "N" to registo_encontrado.
           if reg-ent-encomenda
              move reg-ent-doc-id to reg-enc-id
              read encomendas record
                 invalid key
                    continue
                 not invalid key
                    if reg-enc-aberta
                       move "S" to registo_encontrado
                       move reg-enc-id-cliente to reg-clientes-id
                    end-if
              end-read
           else
              move reg-ent-doc-id to reg-guia-id
              read guias record
                 invalid key
                    continue
                 not invalid key
                    if reg-guia-aberta
                       move "S" to registo_encontrado
                       move reg-guia-id-cliente to reg-clientes-id
                    end-if
              end-read
           end-if.
           if registo_encontrado equal "S"
              if ws-pck-n-par < 200
                 read clientes record
                    invalid key
                    move spaces to reg-clientes-morada
                 end-read
                 add 1 to ws-pck-n-par
                 move reg-ent-ordem to ws-pck-par-ordem(ws-pck-n-par)
                 move reg-clientes-morada to
                    ws-pck-par-morada(ws-pck-n-par)
                 move reg-clientes-id to
                    ws-pck-par-cliente(ws-pck-n-par)
                 move reg-ent-tipo to ws-pck-par-tipo(ws-pck-n-par)
                 move reg-ent-doc-id to ws-pck-par-doc(ws-pck-n-par)
              else
                 add 1 to ws-pck-fora
              end-if
           end-if.

      *ordenacao por troca (poucas paragens por dia): a entrada toda
      *e a chave - ordem, morada, cliente, documento
       ordena-paragens.
           move "s" to ws-pck-trocou.
           perform until ws-pck-trocou equal "n"
              move "n" to ws-pck-trocou
              move 1 to ws-pck-k
              perform until ws-pck-k >= ws-pck-n-par
                 compute ws-pck-j = ws-pck-k + 1
                 if ws-pck-par(ws-pck-k) > ws-pck-par(ws-pck-j)
                    move ws-pck-par(ws-pck-k) to ws-pck-par-troca
                    move ws-pck-par(ws-pck-j) to ws-pck-par(ws-pck-k)
                    move ws-pck-par-troca to ws-pck-par(ws-pck-j)
                    move "s" to ws-pck-trocou
                 end-if
                 add 1 to ws-pck-k
              end-perform
           end-perform.

      *as guias ja tiraram o stock e tem o lote gravado na linha; nas
      *encomendas soma-se a quantidade por produto e o lote sai do
      *fefo do armazem principal, como na passagem a fatura
       carrega-linhas-picking.
           move zeros to ws-pck-n-lin.
           move zeros to ws-pck-n-prod.
           open input encomendas.
           open input guias.
           open input lotes.
           move zeros to ws-pck-k.
           perform until ws-pck-k equal ws-pck-n-par
              add 1 to ws-pck-k
              if ws-pck-par-tipo(ws-pck-k) equal "e"
                 move ws-pck-par-doc(ws-pck-k) to reg-enc-id
                 read encomendas record
                    invalid key
                       continue
                    not invalid key
                       move zeros to i
                       perform until i equal reg-enc-n-produtos
                          add 1 to i
                          move reg-enc-linha-produto-id(i) to
                             ws-pck-in-produto
                          move reg-enc-linha-quantidade(i) to
                             ws-pck-in-qtd
                          perform soma-produto-picking
                       end-perform
                 end-read
              else
                 move ws-pck-par-doc(ws-pck-k) to reg-guia-id
                 read guias record
                    invalid key
                       continue
                    not invalid key
                       move zeros to i
                       perform until i equal reg-guia-n-produtos
                          add 1 to i
                          move reg-guia-linha-produto-id(i) to
                             ws-pck-in-produto
                          move reg-guia-linha-lote(i) to
                             ws-pck-in-lote
                          move reg-guia-linha-quantidade(i) to
                             ws-pck-in-qtd
                          move "g" to ws-pck-in-origem
                          perform validade-lote-picking
                          perform soma-linha-picking
                       end-perform
                 end-read
              end-if
           end-perform.
           close guias.
           close encomendas.
           move ws-arm-corrente to ws-pck-arm-guardado.
           move 1 to ws-arm-corrente.
           move "s" to ws-pck-activo.
           open input stock-armazem.
           move zeros to ws-pck-j.
           perform until ws-pck-j equal ws-pck-n-prod
              add 1 to ws-pck-j
              perform reparte-lotes-picking
           end-perform.
           close stock-armazem.
           close lotes.
           move "n" to ws-pck-activo.
           move ws-pck-arm-guardado to ws-arm-corrente.
           perform ordena-linhas-picking.

       validade-lote-picking.
           move zeros to ws-pck-in-validade.
           move ws-pck-in-produto to reg-lote-produto-id.
           move ws-pck-in-lote to reg-lote-codigo.
           read lotes record
              invalid key
                 continue
              not invalid key
                 move reg-lote-data-validade to ws-pck-in-validade
           end-read.

       soma-produto-picking.
           move zeros to ws-pck-j.
           move "n" to ws-pck-achou.
           perform until ws-pck-achou equal "s" or
              ws-pck-j >= ws-pck-n-prod
              add 1 to ws-pck-j
              if ws-pck-prod-id(ws-pck-j) equal ws-pck-in-produto
                 move "s" to ws-pck-achou
              end-if
           end-perform.
           if ws-pck-achou equal "n"
              if ws-pck-n-prod < 200
                 add 1 to ws-pck-n-prod
                 move ws-pck-n-prod to ws-pck-j
                 move ws-pck-in-produto to ws-pck-prod-id(ws-pck-j)
                 move zeros to ws-pck-prod-qtd(ws-pck-j)
                 move "s" to ws-pck-achou
              else
                 add 1 to ws-pck-fora
              end-if
           end-if.
           if ws-pck-achou equal "s"
              add ws-pck-in-qtd to ws-pck-prod-qtd(ws-pck-j)
           end-if.

      *junta a quantidade a linha (produto, lote) da lista, criando-a
       soma-linha-picking.
           move zeros to ws-pck-j.
           move "n" to ws-pck-achou.
           perform until ws-pck-achou equal "s" or
              ws-pck-j >= ws-pck-n-lin
              add 1 to ws-pck-j
              if ws-pck-lin-produto(ws-pck-j) equal ws-pck-in-produto
                 and ws-pck-lin-lote(ws-pck-j) equal ws-pck-in-lote
                 move "s" to ws-pck-achou
              end-if
           end-perform.
           if ws-pck-achou equal "n"
              if ws-pck-n-lin < 300
                 add 1 to ws-pck-n-lin
                 move ws-pck-n-lin to ws-pck-j
                 move ws-pck-in-produto to
                    ws-pck-lin-produto(ws-pck-j)
                 move ws-pck-in-lote to ws-pck-lin-lote(ws-pck-j)
                 move ws-pck-in-validade to
                    ws-pck-lin-validade(ws-pck-j)
                 move zeros to ws-pck-lin-qtd-enc(ws-pck-j)
                 move zeros to ws-pck-lin-qtd-gui(ws-pck-j)
                 move "s" to ws-pck-achou
              else
                 add 1 to ws-pck-fora
              end-if
           end-if.
           if ws-pck-achou equal "s"
              if ws-pck-in-origem equal "g"
                 add ws-pck-in-qtd to ws-pck-lin-qtd-gui(ws-pck-j)
              else
                 add ws-pck-in-qtd to ws-pck-lin-qtd-enc(ws-pck-j)
              end-if
           end-if.

      *reparte a quantidade do produto ws-pck-j pelos lotes, sempre
      *pelo de validade mais proxima que ainda tenha quantidade
      *depois do que ja foi posto na lista (ws-pck-activo)
       reparte-lotes-picking.
           move ws-pck-prod-qtd(ws-pck-j) to ws-pck-resto.
           move ws-pck-prod-id(ws-pck-j) to ws-fefo-produto.
           move ws-pck-j to ws-pck-paragem.
           move "e" to ws-pck-in-origem.
           move "s" to ws-pck-achou.
           perform until ws-pck-resto equal 0 or
              ws-pck-achou equal "n"
              perform procura-lote-mais-antigo
              if ws-fefo-achou equal "n"
                 move "n" to ws-pck-achou
              else
                 if ws-fefo-melhor-disp < ws-pck-resto
                    move ws-fefo-melhor-disp to ws-pck-toma
                 else
                    move ws-pck-resto to ws-pck-toma
                 end-if
                 move ws-fefo-produto to ws-pck-in-produto
                 move ws-fefo-melhor-codigo to ws-pck-in-lote
                 move ws-fefo-melhor-validade to ws-pck-in-validade
                 move ws-pck-toma to ws-pck-in-qtd
                 perform soma-linha-picking
                 subtract ws-pck-toma from ws-pck-resto
              end-if
           end-perform.
           if ws-pck-resto > 0
              move ws-fefo-produto to ws-pck-in-produto
              move "SEM LOTE" to ws-pck-in-lote
              move 99999999 to ws-pck-in-validade
              move ws-pck-resto to ws-pck-in-qtd
              perform soma-linha-picking
           end-if.
           move ws-pck-paragem to ws-pck-j.

      *chamado pelo fefo durante o picking: tira ao disponivel do
      *lote o que ja foi atribuido a outras encomendas desta lista
       desconta-lote-picking.
           move zeros to ws-pck-k.
           perform until ws-pck-k >= ws-pck-n-lin
              add 1 to ws-pck-k
              if ws-pck-lin-produto(ws-pck-k) equal
                 reg-lote-produto-id and
                 ws-pck-lin-lote(ws-pck-k) equal reg-lote-codigo
                 subtract ws-pck-lin-qtd-enc(ws-pck-k) from
                    ws-arm-disp
              end-if
           end-perform.
           if ws-arm-disp < 0
              move zeros to ws-arm-disp
           end-if.

       ordena-linhas-picking.
           move "s" to ws-pck-trocou.
           perform until ws-pck-trocou equal "n"
              move "n" to ws-pck-trocou
              move 1 to ws-pck-k
              perform until ws-pck-k >= ws-pck-n-lin
                 compute ws-pck-j = ws-pck-k + 1
                 if ws-pck-lin(ws-pck-k) > ws-pck-lin(ws-pck-j)
                    move ws-pck-lin(ws-pck-k) to ws-pck-lin-troca
                    move ws-pck-lin(ws-pck-j) to ws-pck-lin(ws-pck-k)
                    move ws-pck-lin-troca to ws-pck-lin(ws-pck-j)
                    move "s" to ws-pck-trocou
                 end-if
                 add 1 to ws-pck-k
              end-perform
           end-perform.

       imprime-picking.
           move "picking.txt" to ws-ficheiro-txt.
           move zeros to pagina-impressao.
           open output impressao.
           move ws-pck-data to imp-pck-data.
           move ws-pck-rota to imp-pck-rota.
           write reg-impressao from ws-imp-pck-titulo
              before advancing 1 line.
           write reg-impressao from spaces
              before advancing 1 line.
           write reg-impressao from ws-imp-pck-cabecalho
              before advancing 1 line.
           open input produtos.
           move zeros to ws-pck-k.
           perform until ws-pck-k equal ws-pck-n-lin
              add 1 to ws-pck-k
              move ws-pck-lin-produto(ws-pck-k) to reg-produtos-id
              read produtos record
                 invalid key
                 move "*** PRODUTO DESCONHECIDO ***" to
                    reg-produtos-nome
              end-read
              move ws-pck-lin-produto(ws-pck-k) to imp-pck-produto
              move reg-produtos-nome to imp-pck-nome
              move ws-pck-lin-lote(ws-pck-k) to imp-pck-lote
              move ws-pck-lin-validade(ws-pck-k) to imp-pck-validade
              if ws-pck-lin-validade(ws-pck-k) equal 99999999
                 move zeros to imp-pck-validade
              end-if
              compute imp-pck-qtd = ws-pck-lin-qtd-enc(ws-pck-k) +
                 ws-pck-lin-qtd-gui(ws-pck-k)
              write reg-impressao from ws-imp-pck-linha
                 before advancing 1 line
                 at end-of-page
                    perform imprime-rodape
                    write reg-impressao from ws-imp-pck-cabecalho
                       before advancing 1 line
              end-write
           end-perform.
           close produtos.
           perform imprime-rodape.
           close impressao.

      *uma paragem por morada (e cliente): cabecalho, documentos com
      *as linhas e o espaco para a assinatura de quem recebe
       imprime-folha-carga.
           move "folha_carga.txt" to ws-ficheiro-txt.
           move zeros to pagina-impressao.
           open output impressao.
           move ws-pck-data to imp-fcg-data.
           move ws-pck-rota to imp-fcg-rota.
           write reg-impressao from ws-imp-fcg-titulo
              before advancing 1 line.
           open input clientes.
           open input produtos.
           open input encomendas.
           open input guias.
           move zeros to ws-pck-paragem.
           move high-values to ws-pck-morada-ant.
           move zeros to ws-pck-cliente-ant.
           move zeros to ws-pck-k.
           perform until ws-pck-k equal ws-pck-n-par
              add 1 to ws-pck-k
              if ws-pck-par-morada(ws-pck-k) not equal
                 ws-pck-morada-ant or
                 ws-pck-par-cliente(ws-pck-k) not equal
                 ws-pck-cliente-ant
                 if ws-pck-paragem > 0
                    perform imprime-assinatura-carga
                 end-if
                 perform imprime-paragem-carga
              end-if
              perform imprime-documento-carga
           end-perform.
           perform imprime-assinatura-carga.
           close guias.
           close encomendas.
           close produtos.
           close clientes.
           perform imprime-rodape.
           close impressao.

       imprime-paragem-carga.
           add 1 to ws-pck-paragem.
           move ws-pck-par-morada(ws-pck-k) to ws-pck-morada-ant.
           move ws-pck-par-cliente(ws-pck-k) to ws-pck-cliente-ant.
           move ws-pck-par-cliente(ws-pck-k) to reg-clientes-id.
           read clientes record
              invalid key
              move "*** CLIENTE DESCONHECIDO ***" to
                 reg-clientes-nome
              move spaces to reg-clientes-telefone
           end-read.
           move ws-pck-paragem to imp-fcg-paragem.
           move reg-clientes-id to imp-fcg-cliente.
           move reg-clientes-nome to imp-fcg-nome.
           move ws-pck-par-morada(ws-pck-k) to imp-fcg-morada.
           move reg-clientes-telefone to imp-fcg-telefone.
           write reg-impressao from spaces
              before advancing 1 line
              at end-of-page
                 perform imprime-rodape
           end-write.
           write reg-impressao from ws-imp-fcg-paragem
              before advancing 1 line.
           write reg-impressao from ws-imp-fcg-morada
              before advancing 1 line.

       imprime-documento-carga.
           move ws-pck-par-doc(ws-pck-k) to imp-fcg-doc.
           if ws-pck-par-tipo(ws-pck-k) equal "e"
              move "Encomenda " to imp-fcg-tipo-doc
              write reg-impressao from ws-imp-fcg-documento
                 before advancing 1 line
              move ws-pck-par-doc(ws-pck-k) to reg-enc-id
              read encomendas record
                 invalid key
                    continue
                 not invalid key
                    move zeros to i
                    perform until i equal reg-enc-n-produtos
                       add 1 to i
                       move reg-enc-linha-produto-id(i) to
                          imp-fcg-produto
                       move reg-enc-linha-produto-id(i) to
                          reg-produtos-id
                       move reg-enc-linha-quantidade(i) to
                          imp-fcg-qtd
                       move spaces to imp-fcg-lote
                       perform imprime-linha-carga
                    end-perform
              end-read
           else
              move "Guia      " to imp-fcg-tipo-doc
              write reg-impressao from ws-imp-fcg-documento
                 before advancing 1 line
              move ws-pck-par-doc(ws-pck-k) to reg-guia-id
              read guias record
                 invalid key
                    continue
                 not invalid key
                    move zeros to i
                    perform until i equal reg-guia-n-produtos
                       add 1 to i
                       move reg-guia-linha-produto-id(i) to
                          imp-fcg-produto
                       move reg-guia-linha-produto-id(i) to
                          reg-produtos-id
                       move reg-guia-linha-quantidade(i) to
                          imp-fcg-qtd
                       move reg-guia-linha-lote(i) to imp-fcg-lote
                       perform imprime-linha-carga
                    end-perform
              end-read
           end-if.

       imprime-linha-carga.
           read produtos record
              invalid key
              move "*** PRODUTO DESCONHECIDO ***" to
                 reg-produtos-nome
           end-read.
           move reg-produtos-nome to imp-fcg-prod-nome.
           write reg-impressao from ws-imp-fcg-linha
              before advancing 1 line
              at end-of-page
                 perform imprime-rodape
           end-write.

       imprime-assinatura-carga.
           write reg-impressao from spaces
              before advancing 1 line.
           write reg-impressao from ws-imp-fcg-assinatura
              before advancing 1 line
              at end-of-page
                 perform imprime-rodape
           end-write.

      *notas de debito: juros de mora das faturas vencidas. o saldo
      *em aberto vence juros a taxa anual em vigor, desde o fim do
      *prazo de pagamento ou desde a ultima nota de debito da mesma
      *fatura. cada nota tem serie propria (ND) e item aberto proprio
      *em abertos12.dat, para os recibos a poderem pagar
       menu_notas_debito.
           display "1. Registar taxa de juro de mora".
           display "2. Listar taxas de juro de mora".
           display "3. Emitir nota de debito de uma fatura".
           display "4. Propor notas de debito (propostas_nd.txt)".
           display "5. Aprovar propostas de notas de debito".
           display "6. Listar notas de debito".
           display "Escolha a opcao: ".
           accept opcao.
           evaluate true
               when OPCAO = 1
                   perform registar_taxa_juro
               when OPCAO = 2
                   perform listar_taxas_juro
               when OPCAO = 3
                   perform emitir_nota_debito
               when OPCAO = 4
                   perform propor_notas_debito
               when OPCAO = 5
                   perform aprovar_notas_debito
               when OPCAO = 6
                   perform listar_notas_debito
               when OTHER
                   DISPLAY "OPCAO INVALIDA!"
           end-evaluate.

       registar_taxa_juro.
           perform verifica-nivel-supervisor.
           if ws-op-autorizado equal "s"
              perform regista-taxa-juro-protegido
           end-if.

       regista-taxa-juro-protegido.
           display "Em vigor a partir de".
           perform pede-data-sepa.
           perform until ws-data-valida equal "s"
              display "ERRO - data invalida"
              perform pede-data-sepa
           end-perform.
           move space to reg-tjr.
           move ws-vd-data to reg-tjr-data-inicio.
           display "Taxa de juro anual (%): ".
           accept reg-tjr-taxa.
           perform until reg-tjr-taxa > 0 and reg-tjr-taxa < 50
              display "ERRO - a taxa tem que estar entre 0 e 50"
              display "Taxa de juro anual (%): "
              accept reg-tjr-taxa
           end-perform.
           open i-o taxas-juro.
           write reg-tjr
              invalid key
              rewrite reg-tjr
                 invalid key
                 display "Erro ao gravar a taxa de juro"
                 not invalid key
                 display "Taxa de juro substituida"
              end-rewrite
              not invalid key
              display "Taxa de juro registada"
           end-write.
           close taxas-juro.
           move spaces to ws-linha-auditoria.
           string "TAXA JURO MORA DESDE=" delimited by size
              reg-tjr-data-inicio delimited by size
              " TAXA=" delimited by size
              reg-tjr-taxa delimited by size
              into ws-linha-auditoria.
           perform escreve-auditoria.

       listar_taxas_juro.
           open input taxas-juro.
           if fs-taxas-juro equal zeros
              display "******TAXAS DE JURO DE MORA******"
              read taxas-juro next
              perform until fs-taxas-juro equal "10"
                 display "Desde " reg-tjr-data-inicio
                    "  Taxa anual: " reg-tjr-taxa "%"
                 read taxas-juro next
              end-perform
              display "**********************************"
           else
              display "Não ha nenhuma taxa de juro registada"
           end-if.
           close taxas-juro.

       emitir_nota_debito.
           perform verifica-nivel-supervisor.
           if ws-op-autorizado equal "s"
              perform emite-nota-debito-protegido
           end-if.

       emite-nota-debito-protegido.
           perform verifica-periodo-hoje.
           if ws-periodo-fechado equal "s"
              display "O periodo actual esta fechado, a nota de "
                 "debito nao pode ser emitida"
           else
              open input faturas
              move space to reg-faturas
              move zeros to reg-faturas-id
              display "ID da fatura vencida: "
              accept x
              move x to reg-faturas-id
              move "S" to registo_encontrado
              read faturas record
                 invalid key
                 move "N" to registo_encontrado
              end-read
              if registo_encontrado = "N"
                 display "Não encontrei nenhuma fatura com esse id"
              else
                 if reg-fatura-anulada
                    display "Essa fatura esta anulada"
                 else
                    perform emite-nota-debito-fatura
                 end-if
              end-if
              close faturas
           end-if.

       emite-nota-debito-fatura.
           open input recibos.
           open input notas-credito.
           open i-o notas-debito.
           open input taxas-juro.
           perform calcula-juros-fatura.
           display "Fatura " reg-faturas-id " de " reg-faturas-dia
              "/" reg-faturas-mes "/" reg-faturas-ano
              " cliente " reg-faturas-id-cliente.
           display "Em aberto: " ws-nd-saldo "  Dias: " ws-nd-dias
              "  Taxa: " ws-nd-taxa "%  Juros: " ws-nd-valor.
           if ws-nd-valor equal zeros
              if ws-nd-taxa equal zeros
                 display "Não ha taxa de juro em vigor nesta data"
              else
                 display "Não ha juros a cobrar: a fatura nao tem "
                    "saldo vencido ou os juros ja foram cobrados ate "
                    "hoje"
              end-if
           else
              display "Emitir a nota de debito? (s/n)"
              accept opcao_continuar
              perform until (opcao_continuar = "S" or
                             opcao_continuar = "s" or
                             opcao_continuar = "N" or
                             opcao_continuar = "n" )
                 display "ERRO - opcao errada"
                 display "Volta introduzir a opcao: "
                 accept opcao_continuar
              end-perform
              if sim
                 perform grava-nota-debito
              end-if
           end-if.
           close taxas-juro.
           close notas-debito.
           close notas-credito.
           close recibos.

      *juros da fatura corrente ate ws-data-sistema, com os dias
      *contados como no resto do programa (meses de 30 dias, ano de
      *360). precisa de recibos, notas-credito, notas-debito e
      *taxas-juro abertos
       calcula-juros-fatura.
           move ws-data-sistema to ws-nd-data.
           move zeros to ws-nd-dias.
           move zeros to ws-nd-valor.
           move zeros to ws-nd-saldo.
           perform le-item-aberto.
           compute ws-fat-saldo = ws-fat-total-doc - ws-fat-pago
              - ws-fat-creditado.
           if ws-fat-saldo > 0
              move ws-fat-saldo to ws-nd-saldo
           end-if.
           compute ws-nd-dia-fim = ws-data-sistema-ano * 360 +
              ws-data-sistema-mes * 30 + ws-data-sistema-dia.
           compute ws-nd-dia-ini = reg-faturas-ano * 360 +
              reg-faturas-mes * 30 + reg-faturas-dia + ws-nd-prazo.
           perform ultima-nota-debito-fatura.
           perform le-taxa-juro.
           if ws-nd-saldo > 0 and ws-nd-taxa > 0 and
              ws-nd-dia-fim > ws-nd-dia-ini
              compute ws-nd-dias = ws-nd-dia-fim - ws-nd-dia-ini
              compute ws-nd-valor rounded =
                 ws-nd-saldo * ws-nd-taxa * ws-nd-dias / 36000
           end-if.

      *os juros ja cobrados contam ate a data da ultima nota de
      *debito da fatura; a seguinte so cobra dai em diante
       ultima-nota-debito-fatura.
           move reg-faturas-id to reg-nd-id-fatura.
           start notas-debito key is equal to reg-nd-id-fatura
              invalid key
                 continue
              not invalid key
                 read notas-debito next
                 perform until fs-notas-debito equal "10" or
                    reg-nd-id-fatura not equal reg-faturas-id
                    compute ws-nd-dia-ult = reg-nd-ano * 360 +
                       reg-nd-mes * 30 + reg-nd-dia
                    if ws-nd-dia-ult > ws-nd-dia-ini
                       move ws-nd-dia-ult to ws-nd-dia-ini
                    end-if
                    read notas-debito next
                 end-perform
           end-start.

      *taxa em vigor em ws-nd-data: a de data de inicio mais recente
      *que ja tenha comecado
       le-taxa-juro.
           move zeros to ws-nd-taxa.
           move zeros to reg-tjr-data-inicio.
           start taxas-juro key is not less than reg-tjr-data-inicio
              invalid key
                 continue
              not invalid key
                 read taxas-juro next
                 perform until fs-taxas-juro equal "10" or
                    reg-tjr-data-inicio > ws-nd-data
                    move reg-tjr-taxa to ws-nd-taxa
                    read taxas-juro next
                 end-perform
           end-start.

      *grava a nota de debito dos ws-nd-* para a fatura corrente
      *(notas-debito aberto i-o) e cria o item aberto
       grava-nota-debito.
           move space to reg-nd.
           move zeros to reg-nd.
           move index_ids_faturas to reg-nd-id.
           move ws-data-sistema to reg-nd-data.
           move reg-faturas-id to reg-nd-id-fatura.
           move reg-faturas-id-cliente to reg-nd-id-cliente.
           move ws-nd-saldo to reg-nd-saldo.
           move ws-nd-dias to reg-nd-dias.
           move ws-nd-taxa to reg-nd-taxa.
           move ws-nd-valor to reg-nd-valor.
           move "ND" to ws-ser-tipo.
           move reg-nd-ano to ws-ser-ano.
           perform proximo-numero-serie.
           move ws-ser-numero to reg-nd-serie-num.
           write reg-nd
              invalid key
              display "Erro ao gravar a nota de debito"
              not invalid key
              display "Nota de debito " reg-nd-id " (ND " reg-nd-ano
                 "/" reg-nd-serie-num ") foi registada"
              add 1 to ws-nd-emitidas
              perform cria-item-aberto-nd
              move spaces to ws-linha-auditoria
              string "NOTA DEBITO ID=" delimited by size
                 reg-nd-id delimited by size
                 " FATURA=" delimited by size
                 reg-nd-id-fatura delimited by size
                 " DIAS=" delimited by size
                 reg-nd-dias delimited by size
                 " TAXA=" delimited by size
                 reg-nd-taxa delimited by size
                 " VALOR=" delimited by size
                 reg-nd-valor delimited by size
                 into ws-linha-auditoria
              perform escreve-auditoria
           end-write.
           compute index_ids_faturas = index_ids_faturas + 1.
           perform save_ids.

       cria-item-aberto-nd.
           open i-o abertos.
           move reg-nd-id to reg-ab-id-fatura.
           move reg-nd-valor to reg-ab-total.
           move zeros to reg-ab-pago.
           move zeros to reg-ab-creditado.
           write reg-ab
              invalid key
              rewrite reg-ab
                 invalid key
                 display "Erro ao gravar o item aberto da nota de "
                    "debito " reg-nd-id
              end-rewrite
           end-write.
           close abertos.

      *como le-item-aberto, para a nota de debito corrente (sem item
      *recalcula pelos recibos, que tem que estar abertos)
       le-item-aberto-nd.
           open input abertos.
           move reg-nd-id to reg-ab-id-fatura.
           move "S" to registo_encontrado.
           read abertos record
              invalid key
              move "N" to registo_encontrado.
           close abertos.
           if registo_encontrado = "S"
              move reg-ab-total to ws-fat-total-doc
              move reg-ab-pago to ws-fat-pago
              move reg-ab-creditado to ws-fat-creditado
           else
              move reg-nd-valor to ws-fat-total-doc
              perform soma-recibos-nd
              move zeros to ws-fat-creditado
           end-if.

       soma-recibos-nd.
           move zeros to ws-fat-pago.
           move reg-nd-id to reg-recibos-id-fatura.
           start recibos key is equal to reg-recibos-id-fatura
              invalid key
                 continue
              not invalid key
                 read recibos next
                 perform until fs-recibos equal "10" or
                    reg-recibos-id-fatura not equal reg-nd-id
                    add reg-recibos-valor to ws-fat-pago
                    read recibos next
                 end-perform
           end-start.

      *corrida de propostas: as faturas com mais de N dias e juros
      *por cobrar ficam em propnd12.dat (as da corrida anterior sao
      *substituidas) e na listagem, a espera do supervisor
       propor_notas_debito.
           display "Propor para as faturas com mais de quantos dias: ".
           accept ws-nd-min-dias.
           perform until ws-nd-min-dias > 0
              display "ERRO - o numero de dias tem que ser maior "
                 "que zero"
              display "Faturas com mais de quantos dias: "
              accept ws-nd-min-dias
           end-perform.
           accept ws-data-sistema from date yyyymmdd.
           move zeros to ws-nd-propostas.
           move zeros to ws-nd-total.
           move "propostas_nd.txt" to ws-ficheiro-txt.
           move zeros to pagina-impressao.
           open output impressao.
           move ws-data-sistema to imp-pnd-data.
           move ws-nd-min-dias to imp-pnd-min-dias.
           write reg-impressao from ws-imp-pnd-titulo
              before advancing 1 line.
           write reg-impressao from spaces
              before advancing 1 line.
           write reg-impressao from ws-imp-pnd-cabecalho
              before advancing 1 line.
           open output propostas-nd.
           close propostas-nd.
           open i-o propostas-nd.
           open input clientes.
           open input faturas.
           open input recibos.
           open input notas-credito.
           open input notas-debito.
           open input taxas-juro.
           read faturas next.
           perform until fs-faturas equal "10"
              compute ws-idade-dias =
                 (ws-data-sistema-ano - reg-faturas-ano) * 360 +
                 (ws-data-sistema-mes - reg-faturas-mes) * 30 +
                 (ws-data-sistema-dia - reg-faturas-dia)
              if ws-idade-dias > ws-nd-min-dias and
                 not reg-fatura-anulada
                 perform calcula-juros-fatura
                 if ws-nd-valor >= ws-nd-minimo
                    perform grava-proposta-nd
                 end-if
              end-if
              read faturas next
           end-perform.
           close taxas-juro.
           close notas-debito.
           close notas-credito.
           close recibos.
           close faturas.
           close clientes.
           close propostas-nd.
           write reg-impressao from spaces
              before advancing 1 line.
           move ws-nd-propostas to imp-pnd-qtd.
           move ws-nd-total to imp-pnd-total.
           write reg-impressao from ws-imp-pnd-total
              before advancing 1 line.
           perform imprime-rodape.
           close impressao.
           display "Propostas de notas de debito: " ws-nd-propostas
              "  Total de juros: " ws-nd-total.
           display "Listagem em " ws-ficheiro-txt
              ", a aprovar pelo supervisor".

       grava-proposta-nd.
           move space to reg-pnd.
           move reg-faturas-id to reg-pnd-id-fatura.
           move reg-faturas-id-cliente to reg-pnd-id-cliente.
           move ws-nd-data to reg-pnd-data.
           move ws-nd-saldo to reg-pnd-saldo.
           move ws-nd-dias to reg-pnd-dias.
           move ws-nd-taxa to reg-pnd-taxa.
           move ws-nd-valor to reg-pnd-valor.
           write reg-pnd
              invalid key
              display "Erro ao gravar a proposta da fatura "
                 reg-faturas-id
              not invalid key
              add 1 to ws-nd-propostas
              add ws-nd-valor to ws-nd-total
              move reg-faturas-id-cliente to reg-clientes-id
              read clientes record
                 invalid key
                 move "*** CLIENTE DESCONHECIDO ***" to
                    reg-clientes-nome
              end-read
              move reg-faturas-id to imp-pnd-fatura
              move reg-faturas-id-cliente to imp-pnd-cliente
              move reg-clientes-nome to imp-pnd-nome
              move ws-nd-saldo to imp-pnd-saldo
              move ws-nd-dias to imp-pnd-dias
              move ws-nd-taxa to imp-pnd-taxa
              move ws-nd-valor to imp-pnd-valor
              write reg-impressao from ws-imp-pnd-linha
                 before advancing 1 line
                 at end-of-page
                    perform imprime-rodape
                    write reg-impressao from ws-imp-pnd-cabecalho
                       before advancing 1 line
              end-write
           end-write.

       aprovar_notas_debito.
           perform verifica-nivel-supervisor.
           if ws-op-autorizado equal "s"
              perform aprova-notas-debito-protegido
           end-if.

      *cada proposta e recalculada a data de hoje (pode ter entrado
      *um recibo desde a corrida); aprovada ou recusada, sai do
      *ficheiro de propostas
       aprova-notas-debito-protegido.
           perform verifica-periodo-hoje.
           if ws-periodo-fechado equal "s"
              display "O periodo actual esta fechado, as notas de "
                 "debito nao podem ser emitidas"
           else
              move zeros to ws-nd-emitidas
              move zeros to ws-nd-propostas
              display "Aprovar todas sem perguntar uma a uma? (s/n)"
              accept opcao_continuar
              perform until (opcao_continuar = "S" or
                             opcao_continuar = "s" or
                             opcao_continuar = "N" or
                             opcao_continuar = "n" )
                 display "ERRO - opcao errada"
                 display "Volta introduzir a opcao: "
                 accept opcao_continuar
              end-perform
              move "n" to ws-nd-todas
              if sim
                 move "s" to ws-nd-todas
              end-if
              open i-o propostas-nd
              open input faturas
              open input recibos
              open input notas-credito
              open i-o notas-debito
              open input taxas-juro
              read propostas-nd next
              perform until fs-propostas-nd equal "10" or
                 fs-propostas-nd equal "35"
                 add 1 to ws-nd-propostas
                 perform aprova-proposta-nd
                 delete propostas-nd record
                    invalid key
                       continue
                 end-delete
                 read propostas-nd next
              end-perform
              close taxas-juro
              close notas-debito
              close notas-credito
              close recibos
              close faturas
              close propostas-nd
              if ws-nd-propostas equal zeros
                 display "Não ha propostas de notas de debito por "
                    "aprovar"
              else
                 display "Propostas tratadas: " ws-nd-propostas
                    "  Notas de debito emitidas: " ws-nd-emitidas
              end-if
           end-if.

       aprova-proposta-nd.
           move reg-pnd-id-fatura to reg-faturas-id.
           move "S" to registo_encontrado.
           read faturas record
              invalid key
              move "N" to registo_encontrado
           end-read.
           move zeros to ws-nd-valor.
           if registo_encontrado equal "S"
              if not reg-fatura-anulada
                 perform calcula-juros-fatura
              end-if
           end-if.
           display "Fatura " reg-pnd-id-fatura " cliente "
              reg-pnd-id-cliente " proposto " reg-pnd-valor
              " (" reg-pnd-dias " dias a " reg-pnd-taxa "%)".
           if ws-nd-valor equal zeros
              display "  Ja nao ha juros a cobrar, proposta retirada"
           else
              if ws-nd-valor not equal reg-pnd-valor
                 display "  Recalculado hoje: " ws-nd-valor " ("
                    ws-nd-dias " dias a " ws-nd-taxa "%)"
              end-if
              move "s" to opcao_continuar
              if ws-nd-todas equal "n"
                 display "  Emitir? (s/n)"
                 accept opcao_continuar
                 perform until (opcao_continuar = "S" or
                                opcao_continuar = "s" or
                                opcao_continuar = "N" or
                                opcao_continuar = "n" )
                    display "ERRO - opcao errada"
                    display "Volta introduzir a opcao: "
                    accept opcao_continuar
                 end-perform
              end-if
              if sim
                 perform grava-nota-debito
              else
                 move spaces to ws-linha-auditoria
                 string "NOTA DEBITO RECUSADA FATURA=" delimited by
                    size
                    reg-pnd-id-fatura delimited by size
                    " VALOR=" delimited by size
                    reg-pnd-valor delimited by size
                    into ws-linha-auditoria
                 perform escreve-auditoria
              end-if
           end-if.

       listar_notas_debito.
           open input notas-debito.
           open input recibos.
           if fs-notas-debito equal zeros
              display "******NOTAS DE DEBITO******"
              read notas-debito next
              perform until fs-notas-debito equal "10"
                 perform mostra-nota-debito
                 read notas-debito next
              end-perform
              display "**********************************"
           else
              display "Não tens nenhuma nota de debito registada"
           end-if.
           close recibos.
           close notas-debito.

      *uma nota de debito com o que ja foi pago (recibos aberto)
       mostra-nota-debito.
           perform le-item-aberto-nd.
           compute ws-fat-saldo = ws-fat-total-doc - ws-fat-pago
              - ws-fat-creditado.
           display "Nota de debito " reg-nd-id " (ND " reg-nd-ano "/"
              reg-nd-serie-num ") de " reg-nd-dia "/" reg-nd-mes "/"
              reg-nd-ano " fatura " reg-nd-id-fatura
              " cliente " reg-nd-id-cliente.
           display "Juros de " reg-nd-dias " dias a " reg-nd-taxa
              "% sobre " reg-nd-saldo.
           display "Total: " ws-fat-total-doc
              "  Pago: " ws-fat-pago
              "  Em aberto: " ws-fat-saldo.
           display "-----------------".

      *notas de debito do cliente x no extracto (recibos aberto)
       extracto-notas-debito.
           open input notas-debito.
           move x to reg-nd-id-cliente.
           start notas-debito key is equal to reg-nd-id-cliente
              invalid key
                 continue
              not invalid key
                 read notas-debito next
                 perform until fs-notas-debito equal "10" or
                    reg-nd-id-cliente not equal x
                    perform mostra-nota-debito
                    move "s" to ws-encontrou-algum
                    read notas-debito next
                 end-perform
           end-start.
           close notas-debito.

      *notas de debito em aberto no relatorio de antiguidade, pela
      *data da nota (recibos aberto)
       aging-notas-debito.
           open input notas-debito.
           read notas-debito next.
           perform until fs-notas-debito equal "10" or
              fs-notas-debito equal "35"
              perform le-item-aberto-nd
              compute ws-fat-saldo = ws-fat-total-doc - ws-fat-pago
                 - ws-fat-creditado
              if ws-fat-saldo > 0
                 move "s" to ws-encontrou-algum
                 perform mostra-nd-aging
              end-if
              read notas-debito next
           end-perform.
           close notas-debito.

       mostra-nd-aging.
           compute ws-idade-dias =
              (ws-data-sistema-ano - reg-nd-ano) * 360 +
              (ws-data-sistema-mes - reg-nd-mes) * 30 +
              (ws-data-sistema-dia - reg-nd-dia).
           evaluate true
              when ws-idade-dias <= 30
                 move "ate 30 dias" to ws-aging-escalao
                 add ws-fat-saldo to ws-aging-ate30
              when ws-idade-dias <= 60
                 move "ate 60 dias" to ws-aging-escalao
                 add ws-fat-saldo to ws-aging-ate60
              when ws-idade-dias <= 90
                 move "ate 90 dias" to ws-aging-escalao
                 add ws-fat-saldo to ws-aging-ate90
              when other
                 move "mais de 90 dias" to ws-aging-escalao
                 add ws-fat-saldo to ws-aging-mais90
           end-evaluate.
           display "Nota deb. " reg-nd-id
              " cliente " reg-nd-id-cliente
              " de " reg-nd-dia "/" reg-nd-mes "/" reg-nd-ano
              " em aberto " ws-fat-saldo
              " (" ws-aging-escalao ")".

      *saldo das notas de debito do cliente ws-cred-cliente, somado
      *ao das faturas em calcula-saldo-cliente (recibos aberto)
       saldo-notas-debito-cliente.
           open input notas-debito.
           move ws-cred-cliente to reg-nd-id-cliente.
           start notas-debito key is equal to reg-nd-id-cliente
              invalid key
                 continue
              not invalid key
                 read notas-debito next
                 perform until fs-notas-debito equal "10" or
                    reg-nd-id-cliente not equal ws-cred-cliente
                    perform le-item-aberto-nd
                    compute ws-fat-saldo = ws-fat-total-doc -
                       ws-fat-pago - ws-fat-creditado
                    if ws-fat-saldo > 0
                       add ws-fat-saldo to ws-cred-saldo
                    end-if
                    read notas-debito next
                 end-perform
           end-start.
           close notas-debito.

      *recibo contra uma nota de debito (o id nao e de uma fatura)
       regista-recibo-nd.
           open input notas-debito.
           move x to reg-nd-id.
           move "S" to registo_encontrado.
           read notas-debito record
              invalid key
              move "N" to registo_encontrado.
           close notas-debito.
           if registo_encontrado = "N"
              display "Não encontrei nenhuma fatura nem nota de "
                 "debito com esse id"
           else
              display "Nota de debito ND " reg-nd-ano "/"
                 reg-nd-serie-num " (juros da fatura "
                 reg-nd-id-fatura ")"
              open input recibos
              perform le-item-aberto-nd
              close recibos
              compute ws-fat-saldo = ws-fat-total-doc - ws-fat-pago
                 - ws-fat-creditado
              display "Total da nota de debito: " ws-fat-total-doc
              display "Ja pago: " ws-fat-pago
              display "Em aberto: " ws-fat-saldo
              if ws-fat-saldo not > 0
                 display "Esta nota de debito ja esta totalmente paga"
              else
                 move reg-nd-id to reg-faturas-id
                 perform pede-dados-recibo
              end-if
           end-if.

      *impressao de uma nota de debito como documento para o cliente
       imprimir_uma_nota_debito.
           open input notas-debito.
           move space to reg-nd.
           move zeros to reg-nd-id.
           display "ID da nota de debito a imprimir: ".
           accept x.
           move x to reg-nd-id.
           move "S" to registo_encontrado.
           read notas-debito record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              display "Não encontrei nenhuma nota de debito com "
                 "esse id"
           else
              perform imprime-documento-nd
           end-if.
           close notas-debito.

       imprime-documento-nd.
           move "nota_debito.txt" to ws-ficheiro-txt.
           move zeros to pagina-impressao.
           open input clientes.
           move space to reg-clientes.
           move zeros to reg-clientes-id.
           move reg-nd-id-cliente to reg-clientes-id.
           read clientes record
              invalid key
              move "*** CLIENTE DESCONHECIDO ***" to reg-clientes-nome
           move reg-clientes-nif to imp-fta-cli-nif.
           close clientes.
           open output impressao.
           move reg-nd-ano to imp-nd-serie-ano.
           move reg-nd-serie-num to imp-nd-serie-num.
           move reg-nd-dia to imp-nd-dia.
           move reg-nd-mes to imp-nd-mes.
           move reg-nd-ano to imp-nd-ano.
           move reg-nd-id-fatura to imp-ref-fatura.
           move reg-nd-saldo to imp-nd-saldo.
           move reg-nd-dias to imp-nd-dias.
           move reg-nd-taxa to imp-nd-taxa.
           move reg-nd-valor to imp-nd-valor.
           write reg-impressao from ws-imp-nd-titulo
              before advancing 1 line.
           write reg-impressao from ws-imp-doc-referencia
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-cliente
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-morada
              before advancing 1 line.
           write reg-impressao from ws-imp-fatura-nif
              before advancing 1 line.
           write reg-impressao from spaces
              before advancing 1 line.
           write reg-impressao from ws-imp-nd-saldo
              before advancing 1 line.
           write reg-impressao from ws-imp-nd-dias
              before advancing 1 line.
           write reg-impressao from ws-imp-nd-taxa
              before advancing 1 line.
           write reg-impressao from ws-imp-nd-isencao
              before advancing 1 line.
           write reg-impressao from spaces
              before advancing 1 line.
           write reg-impressao from ws-imp-nd-valor
              before advancing 1 line.
           perform limpa-totais-qr.
           move "ND" to ws-atc-tipo.
           move reg-nd-ano to ws-atc-ano.
           move reg-nd-serie-num to ws-atc-numero.
           move imp-fta-cli-nif to ws-qr-nif-cliente.
           move reg-nd-data to ws-qr-data.
           move reg-nd-valor to ws-qr-base-isenta.
           move reg-nd-valor to ws-qr-total.
           perform imprime-atcud-qr.
           perform imprime-rodape.
           close impressao.
           display "Nota de debito imprimida em " ws-ficheiro-txt.

      *reconciliacao: o item de cada nota de debito contra o total
      *da nota e os recibos (notas-debito e recibos abertos)
       verifica-itens-nd.
           move zeros to reg-nd-id.
           start notas-debito key is not less than reg-nd-id
              invalid key
                 continue
              not invalid key
                 read notas-debito next
                 perform until fs-notas-debito equal "10"
                    perform verifica-item-aberto-nd
                    read notas-debito next
                 end-perform
           end-start.

       verifica-item-aberto-nd.
           perform soma-recibos-nd.
           move reg-nd-id to reg-ab-id-fatura.
           move "S" to registo_encontrado.
           read abertos record
              invalid key
              move "N" to registo_encontrado.
           if registo_encontrado = "N"
              add 1 to ws-ab-divergencias
              display "Nota de debito " reg-nd-id " sem item aberto"
           else
              if reg-ab-total not equal reg-nd-valor or
                 reg-ab-pago not equal ws-fat-pago or
                 reg-ab-creditado not equal zeros
                 add 1 to ws-ab-divergencias
                 display "DIVERGENCIA - Nota de debito " reg-nd-id
                 display "  Item:  total " reg-ab-total
                    " pago " reg-ab-pago
                    " creditado " reg-ab-creditado
                 display "  Real:  total " reg-nd-valor
                    " pago " ws-fat-pago
              end-if
           end-if.

       reconstroi-itens-nd.
           move zeros to reg-nd-id.
           start notas-debito key is not less than reg-nd-id
              invalid key
                 continue
              not invalid key
                 read notas-debito next
                 perform until fs-notas-debito equal "10"
                    perform soma-recibos-nd
                    move reg-nd-id to reg-ab-id-fatura
                    move reg-nd-valor to reg-ab-total
                    move ws-fat-pago to reg-ab-pago
                    move zeros to reg-ab-creditado
                    write reg-ab
                       invalid key
                       rewrite reg-ab
                          invalid key
                          display "Erro ao regravar o item da "
                             "nota de debito " reg-nd-id
                       end-rewrite
                    end-write
                    read notas-debito next
                 end-perform
           end-start.

       marca-gaps-nd.
           open input notas-debito.
           read notas-debito next.
           perform until fs-notas-debito equal "10" or
              fs-notas-debito equal "35"
              if reg-nd-ano equal ws-ser-ano and
                 reg-nd-serie-num >= 1 and
                 reg-nd-serie-num <= 9999
                 move "s" to ws-gap-marca(reg-nd-serie-num)
              end-if
              read notas-debito next
           end-perform.
           close notas-debito.

       funde-notas-debito.
           open i-o notas-debito.
           move zeros to ws-fus-qtd.
           move "ND" to ws-fus-doc.
           move "n" to ws-fus-fim.
           perform until ws-fus-fim equal "s"
              move ws-fus-origem to reg-nd-id-cliente
              start notas-debito key is equal to reg-nd-id-cliente
                 invalid key
                    move "s" to ws-fus-fim
                 not invalid key
                    read notas-debito next
                    move ws-fus-destino to reg-nd-id-cliente
                    rewrite reg-nd
                       invalid key
                       display "Erro ao actualizar a nota de debito "
                          reg-nd-id
                       move "s" to ws-fus-fim
                       not invalid key
                       add 1 to ws-fus-qtd
                       move reg-nd-id to ws-fus-doc-id
                       perform regista-fusao-documento
                    end-rewrite
              end-start
           end-perform.
           close notas-debito.
           perform mostra-total-fusao.

      *as propostas por aprovar passam para o cliente que fica (o
      *ficheiro e pequeno e nao tem chave pelo cliente)
       funde-propostas-nd.
           open i-o propostas-nd.
           move zeros to ws-fus-qtd.
           move "PROPOSTA ND" to ws-fus-doc.
           read propostas-nd next.
           perform until fs-propostas-nd equal "10" or
              fs-propostas-nd equal "35"
              if reg-pnd-id-cliente equal ws-fus-origem
                 move ws-fus-destino to reg-pnd-id-cliente
                 rewrite reg-pnd
                    invalid key
                    display "Erro ao actualizar a proposta da fatura "
                       reg-pnd-id-fatura
                    not invalid key
                    add 1 to ws-fus-qtd
                    move reg-pnd-id-fatura to ws-fus-doc-id
                    perform regista-fusao-documento
                 end-rewrite
              end-if
              read propostas-nd next
           end-perform.
           close propostas-nd.
           perform mostra-total-fusao.

       exporta-nd-cliente.
           perform escreve-linha-saft.
           move "NOTAS DE DEBITO" to ws-linha-csv.
           perform escreve-linha-saft.
           move zeros to ws-rgpd-docs.
           open input notas-debito.
           move ws-rgpd-cliente to reg-nd-id-cliente.
           start notas-debito key is equal to reg-nd-id-cliente
              invalid key
                 continue
              not invalid key
                 read notas-debito next
                 perform until fs-notas-debito equal "10" or
                    reg-nd-id-cliente not equal ws-rgpd-cliente
                    add 1 to ws-rgpd-docs
                    move reg-nd-valor to ws-rgpd-valor-ed
                    move reg-nd-data to ws-rgpd-data
                    perform formata-data-rgpd
                    string "   Nota de debito " delimited by size
                       reg-nd-id delimited by size
                       " (ND " delimited by size
                       reg-nd-serie-num delimited by size
                       ") de " delimited by size
                       ws-rgpd-data-ed delimited by size
                       " fatura " delimited by size
                       reg-nd-id-fatura delimited by size
                       " juros " delimited by size
                       ws-rgpd-valor-ed delimited by size
                       into ws-linha-csv
                    perform escreve-linha-saft
                    read notas-debito next
                 end-perform
           end-start.
           close notas-debito.
           if ws-rgpd-docs equal zeros
              move "   (nenhuma)" to ws-linha-csv
              perform escreve-linha-saft
           end-if.

      *exportacao para csv (largura fixa, tal como a impressao em txt)
       exportar_clientes_csv.
           move "<CompanyName>Compotas e Licores Lda</CompanyName>"
              to ws-linha-csv.
           perform escreve-linha-saft.
           perform le-dados-empresa.
           string "<TaxRegistrationNumber>" delimited by size
              ws-emp-nif delimited by size
              "</TaxRegistrationNumber>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           string "<FiscalYear>" delimited by size
              ws-saft-ini-ano delimited by size
              "</FiscalYear>" delimited by size
              read clientes next
           end-perform.
           close clientes.
           perform saft-clientes-balcao.

      *clientes das vendas ao balcao: o consumidor final e um
      *cliente por cada NIF indicado sem ficha (CustomerID C+NIF)
       saft-clientes-balcao.
           move ws-vb-consumidor-final to reg-clientes-id.
           move zeros to ws-vb-ultimo-nif.
           move "Consumidor final" to reg-clientes-nome.
           move 999999990 to ws-vb-nif.
           perform saft-cliente-balcao.
           open input faturas-balcao.
           move 1 to reg-fbl-nif.
           start faturas-balcao key is not less than reg-fbl-nif
              invalid key
                 continue
              not invalid key
                 read faturas-balcao next
                 perform until fs-faturas-balcao equal "10"
                    if reg-fbl-nif not equal ws-vb-ultimo-nif
                       move reg-fbl-nif to ws-vb-ultimo-nif
                       move reg-fbl-nif to ws-vb-nif
                       move "Consumidor final" to reg-clientes-nome
                       perform saft-cliente-balcao
                    end-if
                    read faturas-balcao next
                 end-perform
           end-start.
           close faturas-balcao.

       saft-cliente-balcao.
           move "<Customer>" to ws-linha-csv.
           perform escreve-linha-saft.
           if ws-vb-ultimo-nif equal zeros
              string "<CustomerID>" delimited by size
                 reg-clientes-id delimited by size
                 "</CustomerID>" delimited by size
                 into ws-linha-csv
           else
              string "<CustomerID>C" delimited by size
                 ws-vb-nif delimited by size
                 "</CustomerID>" delimited by size
                 into ws-linha-csv
           end-if.
           perform escreve-linha-saft.
           string "<CustomerTaxID>" delimited by size
              ws-vb-nif delimited by size
              "</CustomerTaxID>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           string "<CompanyName>" delimited by size
              reg-clientes-nome delimited by "  "
              "</CompanyName>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move "<BillingAddress>" to ws-linha-csv.
           perform escreve-linha-saft.
           move "<AddressDetail>Desconhecido</AddressDetail>" to
              ws-linha-csv.
           perform escreve-linha-saft.
           move "<Country>PT</Country>" to ws-linha-csv.
           perform escreve-linha-saft.
           move "</BillingAddress>" to ws-linha-csv.
           perform escreve-linha-saft.
           move "</Customer>" to ws-linha-csv.
           perform escreve-linha-saft.

       saft-produtos.
           open input produtos.
              read produtos next
           end-perform.
           close produtos.
           perform saft-produto-juros.
           move "</MasterFiles>" to ws-linha-csv.
           perform escreve-linha-saft.

              read faturas next
           end-perform.
           close faturas.
           perform conta-saft-notas-debito.
           string "<NumberOfEntries>" delimited by size
              ws-saft-count delimited by size
              "</NumberOfEntries>" delimited by size
              read faturas next
           end-perform.
           close faturas.
           perform saft-notas-debito.
           move "</SalesInvoices>" to ws-linha-csv.
           perform escreve-linha-saft.
           move "</SourceDocuments>" to ws-linha-csv.
           perform escreve-linha-saft.

       saft-fatura.
           perform le-tipo-fatura.
           move "<Invoice>" to ws-linha-csv.
           perform escreve-linha-saft.
           string "<InvoiceNo>" delimited by size
              ws-fbl-tipo delimited by size
              " " delimited by size
              reg-faturas-ano delimited by size
              "/" delimited by size
              reg-faturas-serie-num delimited by size
              "</InvoiceNo>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move ws-fbl-tipo to ws-atc-tipo.
           move reg-faturas-ano to ws-atc-ano.
           move reg-faturas-serie-num to ws-atc-numero.
           perform monta-atcud.
           string "<ATCUD>" delimited by size
              ws-atcud delimited by space
              "</ATCUD>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           if reg-fatura-anulada
              move "<InvoiceStatus>A</InvoiceStatus>" to
                 ws-linha-csv
              "</InvoiceDate>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           string "<InvoiceType>" delimited by size
              ws-fbl-tipo delimited by size
              "</InvoiceType>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           if ws-fbl-balcao equal "s" and ws-fbl-nif > 0
              string "<CustomerID>C" delimited by size
                 ws-fbl-nif delimited by size
                 "</CustomerID>" delimited by size
                 into ws-linha-csv
           else
              string "<CustomerID>" delimited by size
                 reg-faturas-id-cliente delimited by size
                 "</CustomerID>" delimited by size
                 into ws-linha-csv
           end-if.
           perform escreve-linha-saft.
           move zeros to ws-fta-tot-base.
           move zeros to ws-fta-tot-iva.
           move zeros to ws-fta-total.
              "</GrossTotal>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           if ws-fbl-balcao equal "s"
              perform saft-pagamento-balcao
           end-if.
           move "</DocumentTotals>" to ws-linha-csv.
           perform escreve-linha-saft.
           move "</Invoice>" to ws-linha-csv.
           perform escreve-linha-saft.

      *pagamento feito com a venda ao balcao (NU numerario, CD
      *cartao de debito)
       saft-pagamento-balcao.
           move "<Payment>" to ws-linha-csv.
           perform escreve-linha-saft.
           if ws-fbl-metodo equal "m" or ws-fbl-metodo equal "M"
              move "<PaymentMechanism>CD</PaymentMechanism>" to
                 ws-linha-csv
           else
              move "<PaymentMechanism>NU</PaymentMechanism>" to
                 ws-linha-csv
           end-if.
           perform escreve-linha-saft.
           move ws-fta-total to ws-saft-montante.
           string "<PaymentAmount>" delimited by size
              ws-saft-montante delimited by size
              "</PaymentAmount>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move reg-faturas-ano to ws-saft-ed-ano.
           move reg-faturas-mes to ws-saft-ed-mes.
           move reg-faturas-dia to ws-saft-ed-dia.
           string "<PaymentDate>" delimited by size
              ws-saft-data-edit delimited by size
              "</PaymentDate>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move "</Payment>" to ws-linha-csv.
           perform escreve-linha-saft.

       saft-linha-fatura.
           add reg-faturas-linha-base(i) to ws-fta-tot-base.
           add reg-faturas-linha-iva(i) to ws-fta-tot-iva.
           move "</Line>" to ws-linha-csv.
           perform escreve-linha-saft.

      *as notas de debito entram nas SalesInvoices com o tipo ND, uma
      *linha de juros (servico JUROS, nao sujeito a iva) a referir a
      *fatura de origem
       conta-saft-notas-debito.
           open input notas-debito.
           read notas-debito next.
           perform until fs-notas-debito equal "10" or
              fs-notas-debito equal "35"
              if reg-nd-data >= ws-saft-data-ini and
                 reg-nd-data <= ws-saft-data-fim
                 add 1 to ws-saft-count
              end-if
              read notas-debito next
           end-perform.
           close notas-debito.

       saft-notas-debito.
           open input notas-debito.
           open input faturas.
           read notas-debito next.
           perform until fs-notas-debito equal "10" or
              fs-notas-debito equal "35"
              if reg-nd-data >= ws-saft-data-ini and
                 reg-nd-data <= ws-saft-data-fim
                 perform saft-nota-debito
              end-if
              read notas-debito next
           end-perform.
           close faturas.
           close notas-debito.

       saft-nota-debito.
           move "<Invoice>" to ws-linha-csv.
           perform escreve-linha-saft.
           string "<InvoiceNo>ND " delimited by size
              reg-nd-ano delimited by size
              "/" delimited by size
              reg-nd-serie-num delimited by size
              "</InvoiceNo>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move "ND" to ws-atc-tipo.
           move reg-nd-ano to ws-atc-ano.
           move reg-nd-serie-num to ws-atc-numero.
           perform monta-atcud.
           string "<ATCUD>" delimited by size
              ws-atcud delimited by space
              "</ATCUD>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move "<InvoiceStatus>N</InvoiceStatus>" to ws-linha-csv.
           perform escreve-linha-saft.
           move reg-nd-ano to ws-saft-ed-ano.
           move reg-nd-mes to ws-saft-ed-mes.
           move reg-nd-dia to ws-saft-ed-dia.
           string "<InvoiceDate>" delimited by size
              ws-saft-data-edit delimited by size
              "</InvoiceDate>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move "<InvoiceType>ND</InvoiceType>" to ws-linha-csv.
           perform escreve-linha-saft.
           string "<CustomerID>" delimited by size
              reg-nd-id-cliente delimited by size
              "</CustomerID>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move "<Line>" to ws-linha-csv.
           perform escreve-linha-saft.
           move "<LineNumber>1</LineNumber>" to ws-linha-csv.
           perform escreve-linha-saft.
           move reg-nd-id-fatura to reg-faturas-id.
           read faturas record
              invalid key
                 continue
              not invalid key
                 perform le-tipo-fatura
                 move "<OrderReferences>" to ws-linha-csv
                 perform escreve-linha-saft
                 string "<OriginatingON>" delimited by size
                    ws-fbl-tipo delimited by size
                    " " delimited by size
                    reg-faturas-ano delimited by size
                    "/" delimited by size
                    reg-faturas-serie-num delimited by size
                    "</OriginatingON>" delimited by size
                    into ws-linha-csv
                 perform escreve-linha-saft
                 move "</OrderReferences>" to ws-linha-csv
                 perform escreve-linha-saft
           end-read.
           move "<ProductCode>JUROS</ProductCode>" to ws-linha-csv.
           perform escreve-linha-saft.
           move "<Quantity>1</Quantity>" to ws-linha-csv.
           perform escreve-linha-saft.
           move reg-nd-valor to ws-saft-preco.
           string "<UnitPrice>" delimited by size
              ws-saft-preco delimited by size
              "</UnitPrice>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move reg-nd-valor to ws-saft-montante.
           string "<CreditAmount>" delimited by size
              ws-saft-montante delimited by size
              "</CreditAmount>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move "<Tax>" to ws-linha-csv.
           perform escreve-linha-saft.
           move "<TaxType>IVA</TaxType>" to ws-linha-csv.
           perform escreve-linha-saft.
           move "<TaxPercentage>0</TaxPercentage>" to ws-linha-csv.
           perform escreve-linha-saft.
           move "</Tax>" to ws-linha-csv.
           perform escreve-linha-saft.
           string "<TaxExemptionReason>" delimited by size
              "Artigo 16, n. 6 do CIVA" delimited by size
              "</TaxExemptionReason>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move "<TaxExemptionCode>M01</TaxExemptionCode>" to
              ws-linha-csv.
           perform escreve-linha-saft.
           move "</Line>" to ws-linha-csv.
           perform escreve-linha-saft.
           move "<DocumentTotals>" to ws-linha-csv.
           perform escreve-linha-saft.
           move zeros to ws-saft-montante.
           string "<TaxPayable>" delimited by size
              ws-saft-montante delimited by size
              "</TaxPayable>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move reg-nd-valor to ws-saft-montante.
           string "<NetTotal>" delimited by size
              ws-saft-montante delimited by size
              "</NetTotal>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           string "<GrossTotal>" delimited by size
              ws-saft-montante delimited by size
              "</GrossTotal>" delimited by size
              into ws-linha-csv.
           perform escreve-linha-saft.
           move "</DocumentTotals>" to ws-linha-csv.
           perform escreve-linha-saft.
           move "</Invoice>" to ws-linha-csv.
           perform escreve-linha-saft.

      *produto de servico das linhas de juros, so quando ha notas de
      *debito no intervalo
       saft-produto-juros.
           move "n" to ws-nd-saft-tem.
           open input notas-debito.
           read notas-debito next.
           perform until fs-notas-debito equal "10" or
              fs-notas-debito equal "35" or ws-nd-saft-tem equal "s"
              if reg-nd-data >= ws-saft-data-ini and
                 reg-nd-data <= ws-saft-data-fim
                 move "s" to ws-nd-saft-tem
              end-if
              read notas-debito next
           end-perform.
           close notas-debito.
           if ws-nd-saft-tem equal "s"
              move "<Product>" to ws-linha-csv
              perform escreve-linha-saft
              move "<ProductType>S</ProductType>" to ws-linha-csv
              perform escreve-linha-saft
              move "<ProductCode>JUROS</ProductCode>" to ws-linha-csv
              perform escreve-linha-saft
              string "<ProductDescription>" delimited by size
                 "Juros de mora" delimited by size
                 "</ProductDescription>" delimited by size
                 into ws-linha-csv
              perform escreve-linha-saft
              move "<ProductNumberCode>JUROS</ProductNumberCode>" to
                 ws-linha-csv
              perform escreve-linha-saft
              move "</Product>" to ws-linha-csv
              perform escreve-linha-saft
           end-if.

       END PROGRAM Trabalho2.
