           FILE STATUS IS EDICOES-STATUS
           RECORD KEY IS ED-CODFILME.

      *Series e franquias: os CODFILME de uma serie na ordem de
      *exibicao (parte 1, 2, ...), com o nome da serie em cada
      *parte; a chave alternativa acha a serie de um filme
       SELECT SERIES ASSIGN TO WRK-PATH-SERIES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SERIES-STATUS
           RECORD KEY IS SER-CHAVE
           ALTERNATE RECORD KEY IS SER-CODFILME WITH DUPLICATES.

      *Relatorio das series com lacunas no acervo (9755)
       SELECT SERIEREL ASSIGN TO WRK-PATH-SERIEREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SERIEREL-STATUS.

      *Equipamentos locaveis (consoles, projetores...): o modelo e
      *um titulo do catalogo (FILMES) e cada unidade um exemplar;
      *aqui ficam o numero de serie, a lista de acessorios, o valor
      *de reposicao e a caucao exigida de cada unidade (9753)
       SELECT EQUIPAMENTOS ASSIGN TO WRK-PATH-EQUIPAMENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EQUIPAMENTOS-STATUS
           RECORD KEY IS EQP-CHAVE.

      *Relatorio Z do fechamento do dia (3840): receitas abertas
      *por natureza, imposto, descontos, vales, depositos e
      *sessoes de caixa, gravado como arquivo datado ZAAAAMMDD.PRN
           FILE STATUS IS REPRECO-STATUS
           RECORD KEY IS RPC-NUMERO.

      *Simulacao de um lote de reprecificacao sobre o historico de
      *locacoes (9752), assinada pelo proprietario antes de o lote
      *ser liberado
       SELECT SIMREPRE ASSIGN TO WRK-PATH-SIMREPRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SIMREPRE-STATUS.

      *Segmentacao RFM dos clientes (9747): notas de recencia,
      *frequencia e valor pago, segmento do mes e o da apuracao
      *anterior; lido pela mala direta (9923), pelo retorno da
      *reconquista (3990) e pelo passo RECONQUISTA do lote noturno
       SELECT RFMCLI ASSIGN TO WRK-PATH-RFMCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RFMCLI-STATUS
           RECORD KEY IS RFM-CLIENTE.

      *Relatorio dos segmentos RFM e da migracao entre segmentos
       SELECT RFMREL ASSIGN TO WRK-PATH-RFMREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RFMREL-STATUS.

      *Extrato do segmento de cada cliente ativo (RFMSEG.CSV)
       SELECT RFMCSV ASSIGN TO WRK-PATH-RFMCSV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RFMCSV-STATUS.

      *Grade do movimento do balcao por dia da semana e hora
       SELECT MOVHORA ASSIGN TO WRK-PATH-MOVHORA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVHORA-STATUS.

      *A mesma grade em CSV, para grafico (MOVHORA.CSV)
       SELECT MOVHCSV ASSIGN TO WRK-PATH-MOVHCSV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVHCSV-STATUS.

      *Assinatura de DVD pelo correio (9731): dados de envio e
      *limite de discos em casa de cada assinante, e a fila de
      *titulos que o assinante quer receber, em ordem de posicao;
      *o passo CORREIO da cadeia noturna despacha a fila
       SELECT ASSCORR ASSIGN TO WRK-PATH-ASSCORR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ASSCORR-STATUS
           RECORD KEY IS ASC-CLIENTE.
       SELECT FILAASS ASSIGN TO WRK-PATH-FILAASS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FILAASS-STATUS
           RECORD KEY IS FA-CHAVE
           ALTERNATE RECORD KEY IS FA-CODFILME WITH DUPLICATES.

      *Acordos de parcelamento de divida (9723): a linha 00 e o
      *cabecalho do acordo e as demais as parcelas, no mesmo
      *esquema dos pedidos de entrega (ENTREGAS); o passo ACORDOS
      *da cadeia noturna rompe o acordo com parcela vencida
       SELECT ACORDOS ASSIGN TO WRK-PATH-ACORDOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ACORDOS-STATUS
           RECORD KEY IS ACD-CHAVE
           ALTERNATE RECORD KEY IS ACD-CLIENTE WITH DUPLICATES.

      *Controle do ultimo numero de acordo
       SELECT CTLACD ASSIGN TO WRK-PATH-CTLACD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CTLACD-STATUS
           RECORD KEY IS CTLACD-CHAVE.

      *Passivo com clientes por mes fechado (9716): um registro
      *por classe (V = vales e credito de loja, D = depositos
      *caucao, P = pacotes pre-pagos) com a abertura, o emitido,
      *o baixado e o fechamento do mes; o fechamento gravado e a
      *abertura do mes seguinte, e o diario (9818) leva os totais
       SELECT PASSIVO ASSIGN TO WRK-PATH-PASSIVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PASSIVO-STATUS
           RECORD KEY IS PSV-CHAVE.

      *Relatorio do passivo com clientes do mes (9716)
       SELECT PSVREL ASSIGN TO WRK-PATH-PSVREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PSVREL-STATUS.

      *Resumo diario de locacoes, montado pelo passo RESUMOLOC da
      *cadeia noturna: um registro por dia, loja, titulo e classe
      *do cliente, lido pela estatistica (9928), pelo encalhe
      *(9925), pelo snapshot de KPIs (9918) e pelas recomendacoes
      *(9856) no lugar de EMPRESTIMOS; a integridade (9895)
      *confere o resumo contra o detalhe
       SELECT RESUMOLOC ASSIGN TO WRK-PATH-RESUMOLOC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RESUMOLOC-STATUS
           RECORD KEY IS RL-CHAVE
           ALTERNATE RECORD KEY IS RL-CODFILME WITH DUPLICATES.

      *Tabela de valores da troca de discos (9692): o valor pago
      *por um disco usado conforme o formato da midia e o grau de
      *conservacao, em vale e em dinheiro; a linha com o formato
      *em branco vale para os formatos sem linha propria
       SELECT TABTROCA ASSIGN TO WRK-PATH-TABTROCA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS TABTROCA-STATUS
           RECORD KEY IS TT-CHAVE.

      *Trocas de discos usados trazidos pelos clientes (9699): a
      *linha 00 e o cabecalho da troca e as demais os discos
      *aceitos, no mesmo esquema dos acordos (ACORDOS)
       SELECT TROCAS ASSIGN TO WRK-PATH-TROCAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS TROCAS-STATUS
           RECORD KEY IS TRC-CHAVE
           ALTERNATE RECORD KEY IS TRC-CLIENTE WITH DUPLICATES.

      *Controle do ultimo numero de troca
       SELECT CTLTRC ASSIGN TO WRK-PATH-CTLTRC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CTLTRC-STATUS
           RECORD KEY IS CTLTRC-CHAVE.

      *Relatorio mensal das trocas de discos (9690)
       SELECT TROCAREL ASSIGN TO WRK-PATH-TROCAREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TROCAREL-STATUS.

      *Tabela de precos da protecao contra dano vendida no
      *checkout (9684): a taxa por item e o teto de cobertura
      *conforme o formato da midia; a linha com o formato em
      *branco vale para os formatos sem linha propria
       SELECT TABPROT ASSIGN TO WRK-PATH-TABPROT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS TABPROT-STATUS
           RECORD KEY IS TP-FORMATO.

      *Protecoes contra dano vendidas, uma por emprestimo
      *protegido (3125), com o que ja foi coberto nos checkins
      *(3215)
       SELECT PROTECAO ASSIGN TO WRK-PATH-PROTECAO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PROTECAO-STATUS
           RECORD KEY IS PRT-NUM-EMPRESTIMO.

      *Relatorio mensal da protecao contra dano (9680)
       SELECT PROTREL ASSIGN TO WRK-PATH-PROTREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROTREL-STATUS.

      *Campanhas de anistia de multas por atraso (9675): criterio
      *de selecao, previa, aprovacao do administrador e execucao
       SELECT ANISTIA ASSIGN TO WRK-PATH-ANISTIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ANISTIA-STATUS
           RECORD KEY IS ANI-NUMERO.

      *Multas perdoadas em campanha de anistia, uma por
      *emprestimo, em ordem de campanha e cliente; o aviso ao
      *cliente sai no passo NOTIFICA do LOTE-NOTURNO
       SELECT ANIMULTA ASSIGN TO WRK-PATH-ANIMULTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ANIMULTA-STATUS
           RECORD KEY IS ANM-CHAVE.

      *Previa da campanha de anistia (9673)
       SELECT ANIREL ASSIGN TO WRK-PATH-ANIREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANIREL-STATUS.

      *Indice do spool de relatorios: uma entrada por emissao de
      *relatorio (9664), com relatorio, data e hora, operador,
      *loja, parametros e paginas; a chave alternativa lista as
      *emissoes por relatorio e data (9663)
       SELECT SPOOLIDX ASSIGN TO WRK-PATH-SPOOLIDX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SPOOLIDX-STATUS
           RECORD KEY IS SPI-NUMERO
           ALTERNATE RECORD KEY IS SPI-ORDEM WITH DUPLICATES.

      *Linhas do spool de relatorios, em ordem de emissao e linha
       SELECT SPOOL ASSIGN TO WRK-PATH-SPOOL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SPOOL-STATUS
           RECORD KEY IS SPL-CHAVE.

      *Controle do ultimo numero de emissao do spool
       SELECT CTLSPL ASSIGN TO WRK-PATH-CTLSPL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CTLSPL-STATUS
           RECORD KEY IS CTLSPL-CHAVE.

      *Retencao do spool por relatorio, em meses; a linha com o
      *relatorio em branco vale para os relatorios sem linha
      *propria (9660)
       SELECT SPLRET ASSIGN TO WRK-PATH-SPLRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SPLRET-STATUS
           RECORD KEY IS SRT-RELATORIO.

      *Relatorio recem-emitido sendo copiado para o spool (9667);
      *o caminho e o do proprio relatorio
       SELECT SPLORIG ASSIGN TO WRK-PATH-SPLORIG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPLORIG-STATUS.

      *Reimpressao de uma emissao do spool (9661)
       SELECT SPLREIMP ASSIGN TO WRK-PATH-SPLREIMP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPLREIMP-STATUS.

      *Tabela de precos de locacao por loja: preco proprio ou
      *ajuste percentual sobre o PRECO-ALUGUEL do catalogo, por
      *titulo, categoria de lancamento, genero ou formato, com
      *data efetiva; mantida por 9656 e lida no checkout (3178)
       SELECT PRECOLOJA ASSIGN TO WRK-PATH-PRECOLOJA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PRECOLOJA-STATUS
           RECORD KEY IS PL-CHAVE.

      *Loja alvo de um lote de reprecificacao (9862): o lote com
      *loja grava a tabela de precos dela em vez de mexer no
      *catalogo; lote sem linha aqui vale para a rede toda
       SELECT REPLOJA ASSIGN TO WRK-PATH-REPLOJA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS REPLOJA-STATUS
           RECORD KEY IS RPL-NUMERO.

      *Precos de cada loja para o site, ao lado do SITEFEED.CSV
      *(9654): uma linha codigo;loja;preco por titulo ativo
       SELECT SITEPRECO ASSIGN TO WRK-PATH-SITEPRECO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SITEPRECO-STATUS.

      *Alcada de aprovacao de pedido de compra por perfil de
      *operador (OP-PERFIL): pedido acima do limite do perfil de
      *quem o cria fica Aguardando aprovacao (ver 9649/9646)
       SELECT LIMAPROV ASSIGN TO WRK-PATH-LIMAPROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS LIMAPROV-STATUS
           RECORD KEY IS LA-PERFIL.

      *Situacao da aprovacao de cada pedido de compra, ao lado de
      *PEDCOMPRA: quem criou, total, quem decidiu, quando e por que
       SELECT PEDAPROV ASSIGN TO WRK-PATH-PEDAPROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PEDAPROV-STATUS
           RECORD KEY IS PA-NUMERO.

      *Pedido de compra aprovado impresso para o distribuidor
      *(9642)
       SELECT PEDIMP ASSIGN TO WRK-PATH-PEDIMP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PEDIMP-STATUS.

      *Boletim trimestral dos distribuidores (9632): uma pagina
      *por distribuidora e a tabela de classificacao no final
       SELECT BOLETIM ASSIGN TO WRK-PATH-BOLETIM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BOLETIM-STATUS.

      *Notas do boletim por distribuidora, gravadas na ordem do
      *cadastro e reordenadas por pontuacao via SORT, no esquema
      *do CLITOT do 9977
       SELECT BOLTOT ASSIGN TO WRK-PATH-BOLTOT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BOLTOT-STATUS.

      *Arquivo de trabalho do SORT da classificacao do boletim
       SELECT BOLETIMORD ASSIGN TO WRK-PATH-BOLORD.

      *Saida ordenada por pontuacao decrescente do boletim
       SELECT BOLTOP ASSIGN TO WRK-PATH-BOLTOP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BOLTOP-STATUS.

      *Janela de direitos de cada titulo (data de estreia e fim da
      *licenca), mantida por 9615 e conferida por 9614 na locacao,
      *nas reservas e no feed do site; titulo sem linha aqui nao
      *tem restricao de janela
       SELECT JANELA ASSIGN TO WRK-PATH-JANELA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS JANELA-STATUS
           RECORD KEY IS JN-CODFILME.

      *Tabela de CEP dos Correios (logradouro, bairro, cidade e
      *UF de cada CEP), carregada por 9609 a partir de CEPLOTE.CSV
      *e usada para montar e conferir o endereco dos clientes
       SELECT CEPTAB ASSIGN TO WRK-PATH-CEPTAB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CEPTAB-STATUS
           RECORD KEY IS CEP-CODIGO.

      *Endereco estruturado do cliente (CEP, numero, complemento e
      *bairro/cidade/UF da tabela), ao lado do ENDERECO-CLIENTE
      *livre da ficha; cliente sem linha aqui nao informou CEP
       SELECT CLIEND ASSIGN TO WRK-PATH-CLIEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CLIEND-STATUS
           RECORD KEY IS CE-CLIENTE.

      *Arquivo de CEPs dos Correios a carregar (9609), um CEP por
      *linha no formato CEP;LOGRADOURO;BAIRRO;CIDADE;UF, no mesmo
      *estilo de separador do lote de filmes (9600)
       SELECT CEPLOTE ASSIGN TO WRK-PATH-CEPLOTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CEPLOTE-STATUS.

      *Clientes ativos, receita e taxa de atraso por bairro de
      *cada loja (9602)
       SELECT BAIRROS ASSIGN TO WRK-PATH-BAIRROS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BAIRROS-STATUS.

      *Recall de prensagem defeituosa (9597): um registro por
      *titulo e faixa de documentos de recebimento informada pelo
      *distribuidor, com a RMA que recebe as copias recolhidas
       SELECT RECALL ASSIGN TO WRK-PATH-RECALL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RECALL-STATUS
           RECORD KEY IS RCL-NUMERO.

      *Arquivo de controle do ultimo numero de recall
       SELECT CTLRCL ASSIGN TO WRK-PATH-CTLRCL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CTLRCL-STATUS
           RECORD KEY IS CTLRCL-CHAVE.

      *Copias de um recall: a copia pendente fica bloqueada para
      *locacao e segura (3175) e, ao voltar no checkin ou chegar
      *de transferencia, vai direto para a RMA; o LOTE-NOTURNO
      *avisa o cliente que esta com ela
       SELECT RECITEM ASSIGN TO WRK-PATH-RECITEM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RECITEM-STATUS
           RECORD KEY IS RI-CHAVE.

      *Pedido de compra de origem de cada exemplar recebido
      *(9955), para achar as copias de uma faixa de recebimento
       SELECT EXORIG ASSIGN TO WRK-PATH-EXORIG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EXORIG-STATUS
           RECORD KEY IS EO-CHAVE.

      *Situacao dos recalls: copias recolhidas e pendentes e onde
      *cada pendente esta agora (9585)
       SELECT RECALLREL ASSIGN TO WRK-PATH-RECALLREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECALLREL-STATUS.

      *Generos adicionais de um filme, alem do GENERO principal
       SELECT FILMEGEN ASSIGN TO WRK-PATH-FILMEGEN
           ORGANIZATION IS INDEXED
           FILE STATUS IS CAIXAREL-STATUS.

      *Cadastro mestre de clientes (locacao), consultado pelo
      *checkout (3100) no lugar de um nome digitado livremente; a
      *chave alternada por CPF barra o segundo cadastro da mesma
      *pessoa (3174) e atende a busca no balcao (4600) - com
      *duplicatas porque os cadastros antigos ficam com CPF zero;
      *o arquivo fisico precisa ser reconstruido ao ganhar a chave
       SELECT CLIENTES ASSIGN TO WRK-PATH-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CLIENTES-STATUS
           RECORD KEY IS COD-CLIENTE
           ALTERNATE RECORD KEY IS CLI-CPF WITH DUPLICATES.

      *Arquivo de controle do ultimo codigo de cliente gerado
       SELECT CTLCLI ASSIGN TO WRK-PATH-CTLCLI
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUPOM-STATUS.

      *Relatorio dos dados pessoais guardados de um cliente, a
      *pedido do titular (4810), uma via por emissao
       SELECT DADOSCLI ASSIGN TO WRK-PATH-DADOSCLI
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DADOSCLI-STATUS.

      *Extrato impresso do historico de locacoes de um cliente
      *(3488-IMPRIME-EXTRATO), uma via por emissao
       SELECT EXTRATO ASSIGN TO WRK-PATH-EXTRATO
           FILE STATUS IS CONTACLI-STATUS
           RECORD KEY IS CC-CHAVE.

      *Razao de pontos de fidelidade: um movimento por lancamento
      *(Ganho no recibo de locacao ou venda de exemplar, Resgate
      *como desconto no checkout, Estorno/Devolucao quando o
      *recibo e desfeito e eXpirado pela cadeia noturna),
      *chaveado por cliente + sequencia como o CONTACLI; o saldo
      *e a soma dos movimentos (ver 3147/3148)
       SELECT PONTOS ASSIGN TO WRK-PATH-PONTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PONTOS-STATUS
           RECORD KEY IS PT-CHAVE.

      *Tabela de comissao dos operadores por natureza de
      *recebimento (PAG-TIPO): percentual sobre o valor ou valor
      *fixo por item vendido; tipo fora da tabela nao comissiona
       SELECT COMISSAO ASSIGN TO WRK-PATH-COMISSAO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS COMISSAO-STATUS
           RECORD KEY IS COM-TIPO.

      *Metas mensais de venda por operador e por loja (9807),
      *conferidas pelo relatorio de comissao do mes (9806)
       SELECT METAS ASSIGN TO WRK-PATH-METAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS METAS-STATUS
           RECORD KEY IS MET-CHAVE.

      *Relatorio impresso de comissao e metas do mes (9806)
       SELECT COMISREL ASSIGN TO WRK-PATH-COMISREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMISREL-STATUS.

      *Relatorio de excecoes por operador (9939), o mesmo que o
      *passo EXCECOES da cadeia noturna grava toda semana
       SELECT EXCECOES ASSIGN TO WRK-PATH-EXCECOES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCECOES-STATUS.

      *Orcamento mensal de compras por distribuidor, com a linha
      *de distribuidor em branco para o total da loja (9981),
      *conferido na criacao do pedido (9946) e no relatorio 9984
       SELECT ORCAMENTO ASSIGN TO WRK-PATH-ORCAMENTO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ORCAMENTO-STATUS
           RECORD KEY IS ORC-CHAVE.

      *Relatorio orcado x comprometido x realizado do mes (9984)
       SELECT ORCREL ASSIGN TO WRK-PATH-ORCREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORCREL-STATUS.

      *Movimentos da rentabilidade por titulo (9988): custo de
      *compra, locacoes, vendas, notas e baixas, gravados sem ordem
      *e reordenados por titulo via SORT, como o CLITOT do 9977
       SELECT RENTMOV ASSIGN TO WRK-PATH-RENTMOV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RENTMOV-STATUS.

      *Arquivo de trabalho do SORT da rentabilidade por titulo
       SELECT RENTORD ASSIGN TO WRK-PATH-RENTORD.

      *Movimentos da rentabilidade ja ordenados por titulo
       SELECT RENTSEQ ASSIGN TO WRK-PATH-RENTSEQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RENTSEQ-STATUS.

      *Relatorio impresso de rentabilidade e retorno por titulo
       SELECT RENTAB ASSIGN TO WRK-PATH-RENTAB
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RENTAB-STATUS.

      *Lista do dia dos exemplares aguardando inspecao (9940)
       SELECT INSPLIST ASSIGN TO WRK-PATH-INSPLIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INSPLIST-STATUS.

      *Pedidos de entrega em domicilio e coleta (3950): a linha 00
      *e o cabecalho do pedido e as demais os exemplares separados,
      *no mesmo esquema das notas de credito (NOTAFISC)
       SELECT ENTREGAS ASSIGN TO WRK-PATH-ENTREGAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ENTREGAS-STATUS
           RECORD KEY IS ENT-CHAVE.

      *Controle do ultimo numero de pedido de entrega
       SELECT CTLENT ASSIGN TO WRK-PATH-CTLENT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CTLENT-STATUS
           RECORD KEY IS CTLENT-CHAVE.

      *Folha de rota do motorista para o dia (3960)
       SELECT ROTA ASSIGN TO WRK-PATH-ROTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROTA-STATUS.

      *Excecoes das entregas: falhas e coletas vencidas (3980)
       SELECT ENTEXC ASSIGN TO WRK-PATH-ENTEXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENTEXC-STATUS.

      *Indicacoes do mes (3985): uma linha por cliente indicado,
      *gravadas sem ordem e reordenadas por indicador via SORT,
      *como o RENTMOV do 9988
       SELECT INDMOV ASSIGN TO WRK-PATH-INDMOV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INDMOV-STATUS.

      *Arquivo de trabalho do SORT das indicacoes
       SELECT INDORD ASSIGN TO WRK-PATH-INDORD.

      *Indicacoes ja ordenadas por indicador
       SELECT INDSEQ ASSIGN TO WRK-PATH-INDSEQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INDSEQ-STATUS.

      *Relatorio mensal do programa de indicacao (3985)
       SELECT INDREL ASSIGN TO WRK-PATH-INDREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INDREL-STATUS.

      *Contatos da campanha de reconquista, gravados pelo passo
      *RECONQUISTA do LOTE-NOTURNO: um registro por cliente e
      *data do contato, com a data limite do retorno (3990)
       SELECT CAMPANHA ASSIGN TO WRK-PATH-CAMPANHA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CAMPANHA-STATUS
           RECORD KEY IS CP-CHAVE.

      *Acompanhamento do retorno da reconquista (3990)
       SELECT RECONQREL ASSIGN TO WRK-PATH-RECONQREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECONQREL-STATUS.

      *Cupons de desconto de uso unico, gerados em lotes (3992) e
      *resgatados no checkout (3119/3121): o codigo leva digito
      *verificador e o recibo do resgate fica na chave alternada
      *para o estorno reativar o cupom (3452)
       SELECT CUPONS ASSIGN TO WRK-PATH-CUPONS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CUPONS-STATUS
           RECORD KEY IS CPN-CODIGO
           ALTERNATE RECORD KEY IS CPN-NUM-PAGAMENTO WITH DUPLICATES.

      *Controle da ultima serie de cupom e do ultimo lote gerado
       SELECT CTLCPN ASSIGN TO WRK-PATH-CTLCPN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CTLCPN-STATUS
           RECORD KEY IS CTLCPN-CHAVE.

      *Lista dos cupons de um lote recem gerado, para impressao
      *ou envio por mensagem (3992)
       SELECT CPNGER ASSIGN TO WRK-PATH-CPNGER
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CPNGER-STATUS.

      *Resgates de cupons por lote (3994)
       SELECT CPNREL ASSIGN TO WRK-PATH-CPNREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CPNREL-STATUS.

      *Pacotes de locacao ("leve 3, pague 2", pacote de fim de
      *semana): regras avaliadas sobre o carrinho inteiro na
      *confirmacao (3122), mantidas em 9876
       SELECT PACOTES ASSIGN TO WRK-PATH-PACOTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PACOTES-STATUS
           RECORD KEY IS PAC-NUMERO.

      *Pacotes pre-pagos de locacoes vendidos no balcao (3496):
      *o saldo e consumido no checkout por qualquer cliente da
      *familia do comprador, achada pela chave alternada do
      *titular (3127); os vencidos com saldo saem em 3997
       SELECT PREPAGO ASSIGN TO WRK-PATH-PREPAGO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PREPAGO-STATUS
           RECORD KEY IS PP-NUMERO
           ALTERNATE RECORD KEY IS PP-TITULAR WITH DUPLICATES.

      *Pacotes pre-pagos vencidos com saldo, para a contabilidade
       SELECT PPREL ASSIGN TO WRK-PATH-PPREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PPREL-STATUS.

      *NFC-e das vendas e locacoes do balcao (3680): cabecalho e
      *linhas do documento, com a situacao devolvida pelo
      *transmissor fiscal
       SELECT NFCE ASSIGN TO WRK-PATH-NFCE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS NFCE-STATUS
           RECORD KEY IS NFE-CHAVE.

      *Ultimo numero de NFC-e por serie: chave 1 = serie normal,
      *chave 9 = serie de contingencia
       SELECT CTLNFCE ASSIGN TO WRK-PATH-CTLNFCE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CTLNFCE-STATUS
           RECORD KEY IS CTLNFCE-CHAVE.

      *Fila de saida para o transmissor fiscal e o arquivo de
      *estado que ele mantem enquanto esta no ar
       SELECT NFCEFILA ASSIGN TO WRK-PATH-NFCEFILA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NFCEFILA-STATUS.
       SELECT NFCEST ASSIGN TO WRK-PATH-NFCEST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NFCEST-STATUS.

      *Extrato diario do banco para a conciliacao do dinheiro e do
      *Pix (9799), uma linha DATA;TIPO;VALOR;REFERENCIA por
      *lancamento a credito, no mesmo estilo do CARTLOTE (9861)
       SELECT EXTBANCO ASSIGN TO WRK-PATH-EXTBANCO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTBANCO-STATUS.

      *Pendencias da conciliacao bancaria (9799): depositos e
      *creditos Pix do extrato e sangrias e recibos Pix do sistema
      *ainda sem par; os itens casados saem do arquivo e o que
      *sobra vai passando de um extrato para o outro
       SELECT CONCBAN ASSIGN TO WRK-PATH-CONCBAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CONCBAN-STATUS
           RECORD KEY IS CB-CHAVE.

      *Relatorio da conciliacao bancaria (9799)
       SELECT BANCDIVG ASSIGN TO WRK-PATH-BANCDIVG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANCDIVG-STATUS.

      *Previsao de fluxo de caixa de 90 dias em colunas semanais
      *(9790)
       SELECT FLUXOCX ASSIGN TO WRK-PATH-FLUXOCX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FLUXOCX-STATUS.

      *Demonstracao de resultado mensal por loja (9782): custos
      *fixos do mes informados pela matriz, uma linha
      *LOJA;DESCRICAO;VALOR por conta (aluguel, salarios...), o
      *valor com os nove digitos e centavos implicitos como no
      *MOVLOTE; o resultado sai impresso em DRELOJA.PRN e
      *exportado em DRELOJA.CSV
       SELECT CUSTOFIX ASSIGN TO WRK-PATH-CUSTOFIX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTOFIX-STATUS.
       SELECT DRELOJA ASSIGN TO WRK-PATH-DRELOJA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DRELOJA-STATUS.
       SELECT DRECSV ASSIGN TO WRK-PATH-DRECSV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DRECSV-STATUS.

      *Ponto dos operadores: uma marcacao por turno, com entrada
      *oferecida no login (1085) e saida no fechamento do caixa
      *(3905); a saida esquecida e fechada pelo supervisor (9770)
      *e as horas do mes saem no relatorio de ponto (9769)
       SELECT PONTO ASSIGN TO WRK-PATH-PONTO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PONTO-STATUS
           RECORD KEY IS PTO-CHAVE.

      *Relatorio mensal de horas por operador (9769)
       SELECT PONTOREL ASSIGN TO WRK-PATH-PONTOREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PONTOREL-STATUS.

      *Diario de alteracoes dos arquivos mestres para a copia de
      *reserva: cada inclusao, alteracao ou exclusao em FILMES,
      *EMPRESTIMOS, PAGAMENTOS, CLIENTES, EXEMPLARES, RESERVAS,
      *VALECRED e CAIXA vira uma linha numerada com a imagem do
      *registro (5200), copiada de tempos em tempos para a maquina
      *reserva e aplicada la pelo APLICA-JORNAL; CTLJRN guarda o
      *ultimo numero de sequencia, reservado no ato como o CTLPAG
       SELECT JORNAL ASSIGN TO WRK-PATH-JORNAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JORNAL-STATUS.
       SELECT CTLJRN ASSIGN TO WRK-PATH-CTLJRN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CTLJRN-STATUS
           RECORD KEY IS CTLJRN-CHAVE.

      *Carimbo de versao do layout de cada arquivo mestre, um
      *registro por arquivo; conferido na abertura contra a tabela
      *WRK-VRS-LAYOUTS e atualizado pelo CONVERTE-ARQUIVOS
       SELECT VERSOES ASSIGN TO WRK-PATH-VERSOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS VERSOES-STATUS
           RECORD KEY IS VRS-ARQUIVO.

      *Copias devolvidas que voltaram a ficar disponiveis, uma
      *linha por devolucao (3200/9966), para a lista de guarda
      *ordenada por prateleira via SORT (9762)
       SELECT GUARDA ASSIGN TO WRK-PATH-GUARDA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS GUARDA-STATUS.

      *Arquivo de trabalho do SORT da lista de guarda
       SELECT GUARDORD ASSIGN TO WRK-PATH-GUARDORD.

      *Devolucoes ja ordenadas por prateleira, filme e exemplar
       SELECT GUARDSEQ ASSIGN TO WRK-PATH-GUARDSEQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS GUARDSEQ-STATUS.

      *Lista de guarda impressa para quem repoe as prateleiras
       SELECT GUARDREL ASSIGN TO WRK-PATH-GUARDREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GUARDREL-STATUS.

      *Divergencias da auditoria de uma prateleira (9761)
       SELECT AUDPRAT ASSIGN TO WRK-PATH-AUDPRAT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDPRAT-STATUS.

      *Casos de reclamacao e contestacao dos clientes (4900-4955),
      *com o controle do ultimo numero de caso no esquema do CTLPAG
       SELECT CASOS ASSIGN TO WRK-PATH-CASOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CASOS-STATUS
           RECORD KEY IS CAS-NUMERO
           ALTERNATE RECORD KEY IS CAS-CLIENTE WITH DUPLICATES.
       SELECT CTLCAS ASSIGN TO WRK-PATH-CTLCAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CTLCAS-STATUS
           RECORD KEY IS CTLCAS-CHAVE.

      *Relatorio mensal dos casos por categoria (4940)
       SELECT CASOREL ASSIGN TO WRK-PATH-CASOREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CASOREL-STATUS.

      *Pedidos de titulo que a loja nao tem (4960-4990), pelo
      *filme do catalogo sem copia ativa ou por texto livre, com
      *o controle do ultimo numero no esquema do CTLPAG; o aviso
      *de chegada sai no passo NOTIFICA do LOTE-NOTURNO
       SELECT PEDTIT ASSIGN TO WRK-PATH-PEDTIT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PEDTIT-STATUS
           RECORD KEY IS PTT-NUMERO
           ALTERNATE RECORD KEY IS PTT-CLIENTE WITH DUPLICATES
           ALTERNATE RECORD KEY IS PTT-CODFILME WITH DUPLICATES.
       SELECT CTLPTT ASSIGN TO WRK-PATH-CTLPTT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CTLPTT-STATUS
           RECORD KEY IS CTLPTT-CHAVE.

      *Pedidos pendentes, gravados sem ordem e reordenados por
      *titulo e cliente via SORT para contar clientes distintos
       SELECT PTDEM ASSIGN TO WRK-PATH-PTDEM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PTDEM-STATUS.

      *Arquivo de trabalho do SORT dos pedidos pendentes
       SELECT PTORD ASSIGN TO WRK-PATH-PTORD.

      *Pedidos pendentes ja ordenados por titulo e cliente
       SELECT PTSEQ ASSIGN TO WRK-PATH-PTSEQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PTSEQ-STATUS.

      *Totais por titulo pedido, reordenados por clientes
      *distintos decrescente via SORT, no esquema do CLITOT
       SELECT DEMTOT ASSIGN TO WRK-PATH-DEMTOT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DEMTOT-STATUS.

      *Arquivo de trabalho do SORT da demanda por titulo
       SELECT DEMORD ASSIGN TO WRK-PATH-DEMORD.

      *Saida ordenada da demanda por titulo (4990 e 9948)
       SELECT DEMTOP ASSIGN TO WRK-PATH-DEMTOP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DEMTOP-STATUS.

      *Relatorio de demanda dos titulos pedidos (4990)
       SELECT DEMANDA ASSIGN TO WRK-PATH-DEMANDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEMANDA-STATUS.

      *Base externa de filmes para completar o catalogo (6400):
      *IdExterno;Titulo;Ano;Diretor;Duracao;Sinopse;Elenco, com os
      *atores do elenco separados por '|'
       SELECT FILMEDB ASSIGN TO WRK-PATH-FILMEDB
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILMEDB-STATUS.

      *Propostas de preenchimento dos casamentos seguros, aplicadas
      *em bloco com a aprovacao do supervisor (6450)
       SELECT ENRIQPRO ASSIGN TO WRK-PATH-ENRIQPRO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ENRIQPRO-STATUS.

      *Campos a preencher e campos divergentes entre o cadastro e a
      *base externa (6400)
       SELECT ENRIQREL ASSIGN TO WRK-PATH-ENRIQREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENRIQREL-STATUS.

      *Casamentos duvidosos e titulos sem correspondencia, para a
      *conferencia manual (6400)
       SELECT ENRIQREV ASSIGN TO WRK-PATH-ENRIQREV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENRIQREV-STATUS.

      *Faturas mensais das contas da casa (9867), uma por cliente
       SELECT CONTAFAT ASSIGN TO WRK-PATH-CONTAFAT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTAFAT-STATUS.

      *Resultado impresso da consulta de auditoria (9903)
       SELECT AUDQUERY ASSIGN TO WRK-PATH-AUDQUERY
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDQUERY-STATUS.

      *Quarteto generico da poda de logs (9898/9897): o mesmo
      *codigo poda os quatro arquivos de log trocando apenas os
      *caminhos antes de cada OPEN - entrada (o log vivo), archive
      *datado do detalhe expirado, temporario do detalhe mantido e
      *a saida que reescreve o log vivo com os resumos mensais
       SELECT RETIN ASSIGN TO WRK-PATH-RETIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETIN-STATUS.
       SELECT RETARC ASSIGN TO WRK-PATH-RETARC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETARC-STATUS.
       SELECT RETTMP ASSIGN TO WRK-PATH-RETTMP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETTMP-STATUS.
       SELECT RETOUT ASSIGN TO WRK-PATH-RETOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETOUT-STATUS.

      *Relatorio do que a poda expurgou de cada log (9898)
       SELECT RETREP ASSIGN TO WRK-PATH-RETREP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETREP-STATUS.

      *Relatorio de excecoes da verificacao de integridade entre
      *arquivos (9895), uma linha por caso encontrado
       SELECT INTEGRID ASSIGN TO WRK-PATH-INTEGRID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INTEGRID-STATUS.

      *Relatorio da restauracao de backup (9911): cada transacao
      *da trilha de auditoria reaplicada ou pulada no roll forward
       SELECT RESTREL ASSIGN TO WRK-PATH-RESTREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESTREL-STATUS.

      *Situacao por passo e por dia da cadeia noturna, gravada
      *pelo LOTE-NOTURNO; lida aqui pelo relatorio de tendencia
      *dos lotes (9822)
       SELECT RUNSTAT ASSIGN TO WRK-PATH-RUNSTAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RUNSTAT-STATUS
           RECORD KEY IS RS-CHAVE.

      *Relatorio de tendencia dos lotes (9822): tempo e contagem
      *por passo nas ultimas N datas de negocio
       SELECT TENDLOTE ASSIGN TO WRK-PATH-TENDLOTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TENDLOTE-STATUS.

      *Diario de execucao dos lotes (5195-GRAVA-JOBLOG): cada
      *rotina de lote acrescenta uma linha com operador, horarios,
      *contagem e situacao final, lida pelo relatorio da manha
      *(9913) para responder "ontem rodou tudo?" em uma pagina
       SELECT JOBLOG ASSIGN TO WRK-PATH-JOBLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOBLOG-STATUS.

      *Diario central de erros de arquivo (5196): cada falha de
      *status de arquivo do balcao e do lote noturno acrescenta uma
      *linha com programa, paragrafo, arquivo, operacao, status,
      *chave, operador, loja e classe da falha; lido pelo relatorio
      *da manha (9913) com as repeticoes agrupadas
       SELECT ERROLOG ASSIGN TO WRK-PATH-ERROLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROLOG-STATUS.

      *Arquivo diario de taxas do banco (9915-IMPORTA-CAMBIO),
      *uma moeda por linha no formato MOEDA;TAXA;DATA, no mesmo
      *estilo de separador do lote de filmes (9600)
       SELECT CAMLOTE ASSIGN TO WRK-PATH-CAMLOTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAMLOTE-STATUS.

      *Pedidos de reserva vindos do site (9824), uma linha
      *cliente;filme;timestamp por pedido, processados em ordem de
      *chegada; a resposta (posicao na fila ou recusa) volta para
      *o site em WEBRESP.CSV
       SELECT WEBRES ASSIGN TO WRK-PATH-WEBRES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WEBRES-STATUS.

       SELECT WEBRESP ASSIGN TO WRK-PATH-WEBRESP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WEBRESP-STATUS.

      *Lote de clientes a importar (9826), um cliente por linha
      *nome;telefone;endereco;plano;cpf;cep;numero (CPF, CEP e
      *numero podem faltar), no mesmo estilo do lote de
      *filmes (9600); usado na absorcao da locadora vizinha
       SELECT CLILOTE ASSIGN TO WRK-PATH-CLILOTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLILOTE-STATUS.

      *Excecoes e avisos da importacao de clientes (9826)
       SELECT CLIEXCEC ASSIGN TO WRK-PATH-CLIEXCEC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLIEXCEC-STATUS.

      *Arquivo morto de emprestimos, alimentado pelo passo ARQMOV
      *da cadeia noturna; o extrato impresso do cliente (3488)
      *ainda alcanca essas locacoes sob demanda
       SELECT ARQEMP ASSIGN TO WRK-PATH-ARQEMP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQEMP-STATUS.

      *Arquivo morto de pagamentos do mesmo passo ARQMOV, relido
      *pela rentabilidade por titulo (9988) para as vendas antigas
       SELECT ARQPAG ASSIGN TO WRK-PATH-ARQPAG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPAG-STATUS.

      *Sugestoes semanais de transferencia entre lojas (9830):
      *titulo parado em uma loja com fila de reserva na rede
       SELECT SUGTRANS ASSIGN TO WRK-PATH-SUGTRANS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISPONIB-STATUS.

      *Arquivo de liquidacao da adquirente do cartao
      *(9861-CONCILIA-CARTAO), uma linha DATA;VALOR;AUTORIZACAO
      *por transacao, no mesmo estilo de importacao do cambio do
      *banco (9915)
       SELECT CARTLOTE ASSIGN TO WRK-PATH-CARTLOTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARTLOTE-STATUS.

      *Relatorio da conciliacao do cartao (9861): cada transacao
      *da adquirente x o recibo com a mesma autorizacao
       SELECT CARTDIVG ASSIGN TO WRK-PATH-CARTDIVG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARTDIVG-STATUS.

      *Trabalho da conciliacao do cartao (9861): transacoes da
      *adquirente por autorizacao e data, marcadas quando um
      *recibo casa com elas; recriado a cada conciliacao
       SELECT CARTAUT ASSIGN TO WRK-PATH-CARTAUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CARTAUT-STATUS
           RECORD KEY IS CA-CHAVE.

      *Troca de arquivos com o programa da maquininha (TEF, ver
      *3186): o caixa grava o pedido de pagamento em TEFREQ e
      *aguarda a resposta do terminal em TEFRESP
       SELECT TEFREQ ASSIGN TO WRK-PATH-TEFREQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TEFREQ-STATUS.
       SELECT TEFRESP ASSIGN TO WRK-PATH-TEFRESP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TEFRESP-STATUS.

      *Exportacao fiscal mensal para o contador (9916): uma linha
      *por pagamento do mes, com trailer de totais e contagem
       SELECT FISCAL ASSIGN TO WRK-PATH-FISCAL
           05 ED-CODFILME       PIC 9(5).
           05 ED-GRUPO          PIC 9(5).

      *Parte de uma serie: numero da serie, ordem de exibicao e o
      *filme; o nome da serie se repete em cada parte
       FD SERIES.
       01 SERIES-REG.
           05 SER-CHAVE.
               10 SER-NUMERO    PIC 9(5).
               10 SER-ORDEM     PIC 9(2).
           05 SER-CODFILME      PIC 9(5).
           05 SER-NOME          PIC X(30).

      *Linha do relatorio de lacunas das series (9755)
       FD SERIEREL.
       01 SERIEREL-REG          PIC X(132).

      *Unidade de equipamento locavel: mesma chave do exemplar
      *(CODFILME do modelo e numero da unidade); acessorio com
      *descricao em branco nao faz parte do kit
       FD EQUIPAMENTOS.
       01 EQUIPAMENTOS-REG.
           05 EQP-CHAVE.
               10 EQP-CODFILME  PIC 9(5).
               10 EQP-EXEMPLAR  PIC 9(2).
           05 EQP-SERIE         PIC X(20).
           05 EQP-VALOR-REPOSICAO PIC 9(5)V9(2).
           05 EQP-CAUCAO        PIC 9(5)V9(2).
           05 EQP-ACESSORIO OCCURS 6 TIMES.
               10 EQP-ACES-DESCR PIC X(20).
               10 EQP-ACES-VALOR PIC 9(4)V9(2).

      *Linha do relatorio Z diario (3840)
       FD ZREPORT.
       01 ZREPORT-REG           PIC X(132).
           05 RPC-VALOR-NOVO    PIC 9(4)V9(2).

      *    Data a partir da qual a cadeia noturna aplica o lote e
      *    a situacao (Agendado, aPlicado, Cancelado); lote novo
      *    ou alterado fica Retido ate ser Simulado (9752) e
      *    liberado pelo proprietario, quando passa a Agendado
           05 RPC-DATA-EFETIVA  PIC 9(8).
           05 RPC-STATUS        PIC X(01).
               88 REPRECO-AGENDADO     VALUE 'A'.
               88 REPRECO-APLICADO     VALUE 'P'.
               88 REPRECO-CANCELADO    VALUE 'C'.
               88 REPRECO-RETIDO       VALUE 'R'.
               88 REPRECO-SIMULADO     VALUE 'S'.

      *Linha da simulacao de reprecificacao (9752)
       FD SIMREPRE.
       01 SIMREPRE-REG          PIC X(132).

      *Cliente na segmentacao RFM: ultima retirada (movimento vivo
      *ou arquivo morto), locacoes e valor pago nos ultimos doze
      *meses, as notas de 1 a 5 de cada eixo, o segmento do mes
      *de apuracao (RFM-MES) e o segmento da apuracao anterior,
      *base da tabela de migracao. Segmento em branco = cliente
      *inativo na ultima apuracao
       FD RFMCLI.
       01 RFMCLI-REG.
           05 RFM-CLIENTE       PIC 9(5).
           05 RFM-ULT-LOCACAO   PIC 9(8).
           05 RFM-QTD-LOC       PIC 9(5).
           05 RFM-VALOR-PAGO    PIC S9(7)V9(2).
           05 RFM-NOTA-R        PIC 9(1).
           05 RFM-NOTA-F        PIC 9(1).
           05 RFM-NOTA-M        PIC 9(1).
           05 RFM-SEGMENTO      PIC X(2).
           05 RFM-SEG-ANTERIOR  PIC X(2).
           05 RFM-MES           PIC 9(6).

      *Linha do relatorio de segmentacao RFM (9747)
       FD RFMREL.
       01 RFMREL-REG            PIC X(132).

      *Linha do extrato de segmentos RFM (9747)
       FD RFMCSV.
       01 RFMCSV-REG            PIC X(132).

      *Linha do relatorio de movimento por hora (9737)
       FD MOVHORA.
       01 MOVHORA-REG           PIC X(132).

      *Linha da grade de movimento por hora em CSV (9737)
       FD MOVHCSV.
       01 MOVHCSV-REG           PIC X(132).

      *Assinante do DVD pelo correio: o cliente (CLIENTES) com o
      *limite de discos em casa, a situacao da assinatura e o
      *endereco de envio que a ficha nao tem (CEP, complemento,
      *cidade e UF; a rua e o numero vem de ENDERECO-CLIENTE).
      *ASC-QTD-FORA e recontado toda noite pelo passo CORREIO
       FD ASSCORR.
       01 ASSCORR-REG.
           05 ASC-CLIENTE       PIC 9(5).
           05 ASC-LIMITE        PIC 9(2).

      *    Situacao: A = Ativa (recebe discos), S = Suspensa (a
      *    fila fica parada), C = Cancelada
           05 ASC-SITUACAO      PIC X(01).
               88 ASSINATURA-ATIVA     VALUE 'A'.
               88 ASSINATURA-SUSPENSA  VALUE 'S'.
               88 ASSINATURA-CANCELADA VALUE 'C'.
           05 ASC-DATA-INICIO   PIC 9(8).
           05 ASC-QTD-FORA      PIC 9(2).
           05 ASC-CEP           PIC 9(8).
           05 ASC-COMPLEMENTO   PIC X(20).
           05 ASC-CIDADE        PIC X(25).
           05 ASC-UF            PIC X(02).
           05 ASC-ULT-ENVIO     PIC 9(8).

      *Titulo na fila do assinante: a posicao ordena a fila (a
      *menor sai primeiro; a manutencao numera de 10 em 10 para
      *caber um titulo entre dois). Situacao A = Aguardando envio,
      *E = Enviado (com o exemplar e o emprestimo criados pelo
      *passo CORREIO); o titulo sai da fila quando o disco volta
       FD FILAASS.
       01 FILAASS-REG.
           05 FA-CHAVE.
               10 FA-CLIENTE       PIC 9(5).
               10 FA-POSICAO       PIC 9(3).
           05 FA-CODFILME       PIC 9(5).
           05 FA-DATA-INCLUSAO  PIC 9(8).
           05 FA-STATUS         PIC X(01).
               88 FILA-AGUARDANDO      VALUE 'A'.
               88 FILA-ENVIADO         VALUE 'E'.
           05 FA-DATA-ENVIO     PIC 9(8).
           05 FA-EXEMPLAR       PIC 9(2).
           05 FA-NUM-EMP        PIC 9(6).

      *Acordo de parcelamento da divida de um cliente: as multas
      *Pendentes viram situacao A (em acordo) e o saldo da conta
      *da casa ganha um Credito com o numero do acordo; o total
      *e dividido em parcelas mensais recebidas no balcao como
      *recibo de multa (PAG-REF-DOC aponta o acordo)
       FD ACORDOS.
       01 ACORDOS-REG.
           05 ACD-CHAVE.
               10 ACD-NUMERO       PIC 9(6).
               10 ACD-PARCELA      PIC 9(2).
                   88 ACD-CABECALHO    VALUE ZERO.
           05 ACD-CLIENTE       PIC 9(5).

      *    Situacao no cabecalho: A = Ativo (cliente em dia com as
      *    parcelas), Q = Quitado, R = Rompido pelo passo ACORDOS
      *    (o saldo voltou para a cobranca); na parcela: A =
      *    Aberta, P = Paga, V = Vencida (a que rompeu o acordo)
           05 ACD-SITUACAO      PIC X(01).
               88 ACORDO-ATIVO         VALUE 'A'.
               88 ACORDO-QUITADO       VALUE 'Q'.
               88 ACORDO-ROMPIDO       VALUE 'R'.
               88 PARCELA-ABERTA       VALUE 'A'.
               88 PARCELA-PAGA         VALUE 'P'.
               88 PARCELA-VENCIDA      VALUE 'V'.

      *    Data do acordo no cabecalho, vencimento na parcela;
      *    valor total do acordo no cabecalho, valor da parcela
      *    na parcela
           05 ACD-DATA          PIC 9(8).
           05 ACD-VALOR         PIC 9(7)V9(2).

      *    So no cabecalho: a parte do total que veio das multas
      *    e a que veio da conta da casa, o total ja recebido e a
      *    quantidade de parcelas
           05 ACD-VALOR-MULTAS  PIC 9(7)V9(2).
           05 ACD-VALOR-CONTA   PIC 9(7)V9(2).
           05 ACD-VALOR-PAGO    PIC 9(7)V9(2).
           05 ACD-QTD-PARCELAS  PIC 9(2).

      *    Na parcela paga, o recibo e a data do recebimento; no
      *    cabecalho, a data em que o acordo foi quitado ou rompido
           05 ACD-NUM-PAGAMENTO PIC 9(6).
           05 ACD-DATA-FIM      PIC 9(8).
           05 ACD-OPERADOR      PIC X(20).

       FD CTLACD.
       01 CTLACD-REG.
           05 CTLACD-CHAVE         PIC X(01).
           05 CTLACD-ULT-NUMERO    PIC 9(6).

      *Movimento e saldos de uma classe do passivo com clientes
      *num mes fechado. PSV-INDIVIDUAL e a soma dos saldos de cada
      *vale, deposito e pacote no ultimo dia do mes, a conferencia
      *do fechamento; PSV-ORIGEM diz se a abertura veio do
      *fechamento gravado do mes anterior (M) ou foi apurada pelo
      *movimento por falta dele (A)
       FD PASSIVO.
       01 PASSIVO-REG.
           05 PSV-CHAVE.
               10 PSV-MES          PIC 9(6).
               10 PSV-CLASSE       PIC X(01).
                   88 PASSIVO-VALES      VALUE 'V'.
                   88 PASSIVO-DEPOSITOS  VALUE 'D'.
                   88 PASSIVO-PREPAGOS   VALUE 'P'.
           05 PSV-ABERTURA      PIC 9(7)V9(2).
           05 PSV-EMITIDO       PIC 9(7)V9(2).
           05 PSV-BAIXADO       PIC 9(7)V9(2).
           05 PSV-FECHAMENTO    PIC 9(7)V9(2).
           05 PSV-INDIVIDUAL    PIC 9(7)V9(2).
           05 PSV-ORIGEM        PIC X(01).
           05 PSV-DATA-GER      PIC 9(8).
           05 PSV-OPERADOR      PIC X(20).

      *Linha do relatorio do passivo com clientes (9716)
       FD PSVREL.
       01 PSVREL-REG            PIC X(132).

      *Retiradas e devolucoes de um dia, loja, titulo e classe do
      *cliente (P = com plano, C = avulso, S = sem cliente), cada
      *uma no dia em que aconteceu; estornos nao entram. Cliente
      *novo e a primeira locacao do cliente no titulo, entao a
      *soma por titulo da os clientes distintos; RL-QTD-DEV-MEDIA
      *conta as devolucoes de pelo menos um dia, as que entram em
      *RL-DIAS-DEVOLUCOES. O marcador do dia montado (loja em
      *branco, titulo zero) traz a foto de abertos e atrasados
       FD RESUMOLOC.
       01 RESUMOLOC-REG.
           05 RL-CHAVE.
               10 RL-DATA          PIC 9(8).
               10 RL-LOJA          PIC X(08).
               10 RL-CODFILME      PIC 9(5).
               10 RL-CLASSE        PIC X(01).
                   88 RL-CLASSE-PLANO    VALUE 'P'.
                   88 RL-CLASSE-AVULSO   VALUE 'C'.
                   88 RL-CLASSE-SEM-CLI  VALUE 'S'.
           05 RL-CONTADORES.
               10 RL-QTD-LOCACOES    PIC 9(5).
               10 RL-QTD-CLI-NOVOS   PIC 9(5).
               10 RL-VALOR-LOCACOES  PIC 9(7)V9(2).
               10 RL-QTD-DEVOLUCOES  PIC 9(5).
               10 RL-QTD-DEV-MEDIA   PIC 9(5).
               10 RL-DIAS-DEVOLUCOES PIC 9(7).
               10 RL-VALOR-MULTAS    PIC 9(7)V9(2).
               10 RL-QTD-ABERTOS     PIC 9(5).
               10 RL-QTD-ATRASADOS   PIC 9(5).

      *Valor da troca de um disco usado por formato da midia e
      *grau de conservacao (A = como novo, B = bom, com marcas de
      *uso, C = regular, riscado ou sem encarte)
       FD TABTROCA.
       01 TABTROCA-REG.
           05 TT-CHAVE.
               10 TT-FORMATO       PIC X(10).
               10 TT-GRAU          PIC X(01).
           05 TT-VALOR-VALE     PIC 9(3)V9(2).
           05 TT-VALOR-DINHEIRO PIC 9(3)V9(2).
           05 TT-DATA-ALTERACAO PIC 9(8).
           05 TT-OPERADOR       PIC X(20).

      *Troca de discos: a linha 00 e o cabecalho e as demais os
      *discos aceitos. Cada disco vira um exemplar proprio do
      *titulo com o valor pago como custo (EX-PRECO-COMPRA); o
      *cliente recebe o total em credito de loja no cartao
      *900000 + codigo (VALECRED, movimento T) ou em dinheiro da
      *gaveta, como sangria aprovada por supervisor (MOVCAIXA)
       FD TROCAS.
       01 TROCAS-REG.
           05 TRC-CHAVE.
               10 TRC-NUMERO       PIC 9(6).
               10 TRC-LINHA        PIC 9(2).
                   88 TRC-CABECALHO    VALUE ZERO.
           05 TRC-CLIENTE       PIC 9(5).
           05 TRC-DATA          PIC 9(8).
           05 TRC-LOJA          PIC X(08).
           05 TRC-OPERADOR      PIC X(20).

      *    Valor pago: no cabecalho o total da troca, no disco o
      *    valor dado por ele
           05 TRC-VALOR         PIC 9(7)V9(2).

      *    So no cabecalho: forma de pagamento (V = Vale, credito de
      *    loja; D = Dinheiro), quantidade de discos, o cartao
      *    creditado ou a sessao de caixa que pagou e o supervisor
      *    que aprovou o pagamento em dinheiro
           05 TRC-FORMA         PIC X(01).
               88 TROCA-EM-VALE        VALUE 'V'.
               88 TROCA-EM-DINHEIRO    VALUE 'D'.
           05 TRC-QTD-DISCOS    PIC 9(3).
           05 TRC-CARTAO        PIC 9(6).
           05 TRC-CAIXA         PIC 9(6).
           05 TRC-SUPERVISOR    PIC X(20).

      *    So no disco: o exemplar gerado, o grau de conservacao,
      *    o destino (D = acervo de locacao, K = estoque de varejo)
      *    e S quando o titulo foi cadastrado na propria troca
           05 TRC-CODFILME      PIC 9(5).
           05 TRC-EXEMPLAR      PIC 9(2).
           05 TRC-GRAU          PIC X(01).
           05 TRC-DESTINO       PIC X(01).
               88 TROCA-P-LOCACAO      VALUE 'D'.
               88 TROCA-P-VAREJO       VALUE 'K'.
           05 TRC-TITULO-NOVO   PIC X(01).

       FD CTLTRC.
       01 CTLTRC-REG.
           05 CTLTRC-CHAVE         PIC X(01).
           05 CTLTRC-ULT-NUMERO    PIC 9(6).

      *Linha do relatorio mensal das trocas de discos (9690)
       FD TROCAREL.
       01 TROCAREL-REG          PIC X(132).

      *Preco da protecao contra dano por formato da midia: a taxa
      *por item, em BRL e sem o imposto (o imposto vigente entra
      *por cima, como no preco da locacao), e o teto de dano que
      *a protecao cobre em cada emprestimo
       FD TABPROT.
       01 TABPROT-REG.
           05 TP-FORMATO        PIC X(10).
           05 TP-VALOR          PIC 9(3)V9(2).
           05 TP-TETO           PIC 9(5)V9(2).
           05 TP-DATA-ALTERACAO PIC 9(8).
           05 TP-OPERADOR       PIC X(20).

      *Protecao contra dano de um emprestimo: a taxa cobrada no
      *carrinho (ja em BRL, com a fatia de imposto), o teto de
      *cobertura vigente na venda e o dano ja coberto nos
      *checkins. Situacao A = Ativa, X = estornada junto com o
      *checkout (3457 devolve a taxa ao cliente)
       FD PROTECAO.
       01 PROTECAO-REG.
           05 PRT-NUM-EMPRESTIMO PIC 9(6).
           05 PRT-CLIENTE        PIC 9(5).
           05 PRT-CODFILME       PIC 9(5).
           05 PRT-FORMATO        PIC X(10).
           05 PRT-DATA           PIC 9(8).
           05 PRT-LOJA           PIC X(08).
           05 PRT-VALOR          PIC 9(5)V9(2).
           05 PRT-IMPOSTO        PIC 9(5)V9(2).
           05 PRT-TETO           PIC 9(5)V9(2).
           05 PRT-VALOR-COBERTO  PIC 9(5)V9(2).
           05 PRT-DATA-COBERTURA PIC 9(8).
           05 PRT-SITUACAO       PIC X(01).
               88 PROTECAO-ATIVA       VALUE 'A'.
               88 PROTECAO-ESTORNADA   VALUE 'X'.

      *Linha do relatorio mensal da protecao contra dano (9680)
       FD PROTREL.
       01 PROTREL-REG           PIC X(132).

      *Campanha de anistia de multas por atraso: alcanca as multas
      *Pendentes lancadas ate a data de corte (ANI-IDADE-MIN dias
      *antes da previa), com valor na faixa (maximo zero = sem
      *teto), de clientes na situacao pedida (A = Ativos,
      *I = Inativos, T = Todos); o cliente ja enviado para a
      *agencia de cobranca fica sempre de fora
       FD ANISTIA.
       01 ANISTIA-REG.
           05 ANI-NUMERO        PIC 9(4).
           05 ANI-DESCRICAO     PIC X(20).
           05 ANI-IDADE-MIN     PIC 9(4).
           05 ANI-VALOR-MIN     PIC 9(5)V9(2).
           05 ANI-VALOR-MAX     PIC 9(5)V9(2).
           05 ANI-SITUACAO-CLI  PIC X(01).
               88 ANISTIA-CLI-ATIVOS   VALUE 'A'.
               88 ANISTIA-CLI-INATIVOS VALUE 'I'.
               88 ANISTIA-CLI-TODOS    VALUE 'T'.

      *    Situacao: R = Retida (nova ou alterada), S = previa
      *    emitida (Simulada), A = Aprovada pelo administrador,
      *    E = Executada, C = Cancelada
           05 ANI-STATUS        PIC X(01).
               88 ANISTIA-RETIDA       VALUE 'R'.
               88 ANISTIA-SIMULADA     VALUE 'S'.
               88 ANISTIA-APROVADA     VALUE 'A'.
               88 ANISTIA-EXECUTADA    VALUE 'E'.
               88 ANISTIA-CANCELADA    VALUE 'C'.

      *    Data de corte e totais da previa, quem aprovou, e a
      *    data e os totais da execucao
           05 ANI-DATA-CORTE    PIC 9(8).
           05 ANI-QTD-PREVIA    PIC 9(5).
           05 ANI-TOTAL-PREVIA  PIC 9(7)V9(2).
           05 ANI-APROVADOR     PIC X(20).
           05 ANI-DATA-APROVACAO PIC 9(8).
           05 ANI-DATA-EXECUCAO PIC 9(8).
           05 ANI-QTD-ISENTADAS PIC 9(5).
           05 ANI-TOTAL-ISENTADO PIC 9(7)V9(2).

      *Multa perdoada na execucao de uma campanha de anistia; o
      *aviso ao cliente: P = Pendente, V = aVisado pelo passo
      *NOTIFICA, S = Suprimido (cliente sem canal aceito)
       FD ANIMULTA.
       01 ANIMULTA-REG.
           05 ANM-CHAVE.
               10 ANM-CAMPANHA       PIC 9(4).
               10 ANM-CLIENTE        PIC 9(5).
               10 ANM-NUM-EMPRESTIMO PIC 9(6).
           05 ANM-VALOR         PIC 9(5)V9(2).
           05 ANM-DATA          PIC 9(8).
           05 ANM-OPERADOR      PIC X(20).
           05 ANM-AVISO         PIC X(01).
               88 ANIMULTA-A-AVISAR    VALUE 'P'.
               88 ANIMULTA-AVISADA     VALUE 'V'.
               88 ANIMULTA-SUPRIMIDA   VALUE 'S'.
           05 ANM-DATA-AVISO    PIC 9(8).

      *Linha da previa da campanha de anistia (9673)
       FD ANIREL.
       01 ANIREL-REG            PIC X(132).

      *Emissao de relatorio guardada no spool; SPI-PAGINAS conta
      *paginas de 60 linhas
       FD SPOOLIDX.
       01 SPOOLIDX-REG.
           05 SPI-NUMERO        PIC 9(6).
           05 SPI-ORDEM.
               10 SPI-RELATORIO     PIC X(08).
               10 SPI-DATA          PIC 9(8).
               10 SPI-HORA          PIC 9(6).
           05 SPI-OPERADOR      PIC X(20).
           05 SPI-LOJA          PIC X(08).
           05 SPI-PARAMETROS    PIC X(40).
           05 SPI-LINHAS        PIC 9(6).
           05 SPI-PAGINAS       PIC 9(4).

       FD SPOOL.
       01 SPOOL-REG.
           05 SPL-CHAVE.
               10 SPL-NUMERO        PIC 9(6).
               10 SPL-LINHA         PIC 9(6).
           05 SPL-TEXTO         PIC X(132).

       FD CTLSPL.
       01 CTLSPL-REG.
           05 CTLSPL-CHAVE         PIC X(01).
           05 CTLSPL-ULT-NUMERO    PIC 9(6).

       FD SPLRET.
       01 SPLRET-REG.
           05 SRT-RELATORIO     PIC X(08).
           05 SRT-MESES         PIC 9(3).

       FD SPLORIG.
       01 SPLORIG-REG           PIC X(132).

       FD SPLREIMP.
       01 SPLREIMP-REG          PIC X(132).

      *Linha da tabela de precos de uma loja, vigente a partir de
      *PL-DATA-EFETIVA: PL-TIPO V troca o preco do catalogo pelo
      *PL-VALOR e P aplica sobre ele o PL-PERCENTUAL, para mais
      *ou para menos conforme PL-SINAL; PL-LOTE e o lote de
      *reprecificacao que gravou a linha (zero quando digitada)
       FD PRECOLOJA.
       01 PRECOLOJA-REG.
           05 PL-CHAVE.
               10 PL-LOJA           PIC X(08).

      *        Alcance: T = Titulo (codigo nas 5 primeiras
      *        posicoes do valor), C = Categoria de lancamento,
      *        G = Genero, F = Formato de midia
               10 PL-ESCOPO         PIC X(01).
                   88 PRECOLOJA-TITULO     VALUE 'T'.
                   88 PRECOLOJA-CATEGORIA  VALUE 'C'.
                   88 PRECOLOJA-GENERO     VALUE 'G'.
                   88 PRECOLOJA-FORMATO    VALUE 'F'.
                   88 PRECOLOJA-ESCOPO-VALIDO VALUES 'T' 'C' 'G'
                                                     'F'.
               10 PL-VALOR-ESCOPO   PIC X(15).
               10 PL-DATA-EFETIVA   PIC 9(8).
           05 PL-TIPO           PIC X(01).
               88 PRECOLOJA-VALOR      VALUE 'V'.
               88 PRECOLOJA-PERCENTUAL VALUE 'P'.
           05 PL-SINAL          PIC X(01).
           05 PL-PERCENTUAL     PIC 9(3)V9(2).
           05 PL-VALOR          PIC 9(4)V9(2).
           05 PL-LOTE           PIC 9(4).
           05 PL-OPERADOR       PIC X(20).
           05 PL-DATA-ALTERACAO PIC 9(8).

       FD REPLOJA.
       01 REPLOJA-REG.
           05 RPL-NUMERO        PIC 9(4).
           05 RPL-LOJA          PIC X(08).

       FD SITEPRECO.
       01 SITEPRECO-REG         PIC X(132).

      *Limite de um perfil de operador para liberar sozinho um
      *pedido de compra (total em BRL); perfil sem linha aqui
      *nao libera nada, exceto o administrador, que nao tem teto
       FD LIMAPROV.
       01 LIMAPROV-REG.
           05 LA-PERFIL         PIC X(01).
           05 LA-LIMITE         PIC 9(7)V9(2).
           05 LA-OPERADOR       PIC X(20).
           05 LA-DATA-ALTERACAO PIC 9(8).

      *Aprovacao de um pedido de compra: PA-DECISAO L = liberado
      *na alcada de quem criou, A = Aprovado, J = reJeitado,
      *D = Devolvido para correcao, branco = ainda aguardando;
      *PA-DATA-ENVIO e a data em que entrou na fila de aprovacao
       FD PEDAPROV.
       01 PEDAPROV-REG.
           05 PA-NUMERO         PIC 9(6).
           05 PA-CRIADOR        PIC X(08).
           05 PA-CRIADOR-NOME   PIC X(20).
           05 PA-PERFIL         PIC X(01).
           05 PA-DATA-CRIACAO   PIC 9(8).
           05 PA-DATA-ENVIO     PIC 9(8).
           05 PA-TOTAL          PIC 9(7)V9(2).
           05 PA-LIMITE         PIC 9(7)V9(2).
           05 PA-DECISAO        PIC X(01).
               88 PEDAPROV-LIBERADO    VALUE 'L'.
               88 PEDAPROV-APROVADO    VALUE 'A'.
               88 PEDAPROV-REJEITADO   VALUE 'J'.
               88 PEDAPROV-DEVOLVIDO   VALUE 'D'.
           05 PA-APROVADOR      PIC X(20).
           05 PA-DATA-DECISAO   PIC 9(8).
           05 PA-HORA-DECISAO   PIC 9(4).
           05 PA-MOTIVO         PIC X(40).
           05 PA-QTD-DEVOL      PIC 9(2).

      *    Data em que o pedido foi recebido (9952), para o prazo
      *    de entrega do boletim do distribuidor (9632); zero
      *    enquanto o pedido nao chega
           05 PA-DATA-RECEB     PIC 9(8).

       FD PEDIMP.
       01 PEDIMP-REG            PIC X(132).

      *Linha do boletim dos distribuidores (9632)
       FD BOLETIM.
       01 BOLETIM-REG           PIC X(132).

      *Nota de uma distribuidora no boletim (ver 9632)
       FD BOLTOT.
       01 BOLTOT-REG.
           05 BT-DIST           PIC X(15).
           05 BT-NOME           PIC X(30).
           05 BT-PONTOS         PIC 9(3)V9(1).
           05 BT-ATEND          PIC 9(3)V9(1).
           05 BT-PRAZO          PIC 9(3)V9(1).
           05 BT-DIVERG         PIC 9(3)V9(1).
           05 BT-DEFEITO        PIC 9(3)V9(1).
           05 BT-RECEITA        PIC 9(9)V9(2).

      *Registro de trabalho do SORT da classificacao do boletim
       SD  BOLETIMORD.
       01  BOLETIMORD-REG.
           05 BT-DIST-ORD       PIC X(15).
           05 BT-NOME-ORD       PIC X(30).
           05 BT-PONTOS-ORD     PIC 9(3)V9(1).
           05 BT-ATEND-ORD      PIC 9(3)V9(1).
           05 BT-PRAZO-ORD      PIC 9(3)V9(1).
           05 BT-DIVERG-ORD     PIC 9(3)V9(1).
           05 BT-DEFEITO-ORD    PIC 9(3)V9(1).
           05 BT-RECEITA-ORD    PIC 9(9)V9(2).

      *Saida ordenada por pontuacao decrescente do boletim
       FD BOLTOP.
       01 BOLTOP-REG.
           05 BT-DIST-TOP       PIC X(15).
           05 BT-NOME-TOP       PIC X(30).
           05 BT-PONTOS-TOP     PIC 9(3)V9(1).
           05 BT-ATEND-TOP      PIC 9(3)V9(1).
           05 BT-PRAZO-TOP      PIC 9(3)V9(1).
           05 BT-DIVERG-TOP     PIC 9(3)V9(1).
           05 BT-DEFEITO-TOP    PIC 9(3)V9(1).
           05 BT-RECEITA-TOP    PIC 9(9)V9(2).

      *Janela de direitos de um titulo: a locacao so vale de
      *JN-DATA-ESTREIA ate JN-DATA-FIM, inclusive (zero = sem
      *limite daquele lado); antes da estreia o titulo ja aceita
      *reserva e depois do fim sai do site
       FD JANELA.
       01 JANELA-REG.
           05 JN-CODFILME       PIC 9(5).
           05 JN-DATA-ESTREIA   PIC 9(8).
           05 JN-DATA-FIM       PIC 9(8).
           05 JN-OPERADOR       PIC X(20).
           05 JN-DATA-ALTERACAO PIC 9(8).

      *Um CEP da tabela dos Correios
       FD CEPTAB.
       01 CEPTAB-REG.
           05 CEP-CODIGO        PIC 9(8).
           05 CEP-LOGRADOURO    PIC X(40).
           05 CEP-BAIRRO        PIC X(30).
           05 CEP-CIDADE        PIC X(25).
           05 CEP-UF            PIC X(2).

      *Endereco estruturado de um cliente; bairro, cidade e UF sao
      *copiados da tabela na gravacao, para o relatorio por bairro
      *nao depender de a tabela ser recarregada
       FD CLIEND.
       01 CLIEND-REG.
           05 CE-CLIENTE        PIC 9(5).
           05 CE-CEP            PIC 9(8).
           05 CE-NUMERO         PIC X(6).
           05 CE-COMPLEMENTO    PIC X(20).
           05 CE-BAIRRO         PIC X(30).
           05 CE-CIDADE         PIC X(25).
           05 CE-UF             PIC X(2).
           05 CE-DATA-ALTERACAO PIC 9(8).

      *Linha do arquivo de CEPs dos Correios (9609)
       FD CEPLOTE.
       01 CEPLOTE-REG           PIC X(132).

      *Linha do relatorio de clientes por bairro (9602)
       FD BAIRROS.
       01 BAIRROS-REG           PIC X(132).

      *Recall de uma prensagem: titulo, faixa de recebimento,
      *defeito informado, RMA aberta para as copias e a contagem
      *de copias marcadas, recolhidas e perdidas no caminho
       FD RECALL.
       01 RECALL-REG.
           05 RCL-NUMERO        PIC 9(6).
           05 RCL-CODFILME      PIC 9(5).
           05 RCL-DISTRIBUIDORA PIC X(15).

      *    Documento da faixa: P = Pedido de compra, N = Nota
      *    fiscal (levada ao pedido pelo NF-PEDIDO do cabecalho)
           05 RCL-TIPO-DOC      PIC X(01).
               88 RECALL-POR-PEDIDO    VALUE 'P'.
               88 RECALL-POR-NOTA      VALUE 'N'.
           05 RCL-DOC-INI       PIC 9(6).
           05 RCL-DOC-FIM       PIC 9(6).
           05 RCL-MOTIVO        PIC X(30).
           05 RCL-DATA          PIC 9(8).
           05 RCL-OPERADOR      PIC X(20).
           05 RCL-RMA           PIC 9(6).
           05 RCL-QTD-COPIAS    PIC 9(4).
           05 RCL-QTD-RECOLHIDAS PIC 9(4).
           05 RCL-QTD-FORA      PIC 9(4).

      *    A = Aberto, E = Encerrado (nenhuma copia pendente)
           05 RCL-STATUS        PIC X(01).
               88 RECALL-ABERTO        VALUE 'A'.
               88 RECALL-ENCERRADO     VALUE 'E'.
           05 RCL-DATA-ENCERRA  PIC 9(8).

      *Registro de controle com o ultimo numero de recall
       FD CTLRCL.
       01 CTLRCL-REG.
           05 CTLRCL-CHAVE         PIC X(01).
           05 CTLRCL-ULT-NUMERO    PIC 9(6).

      *Uma copia marcada em recall; o mesmo layout e lido pelo
      *passo NOTIFICA do LOTE-NOTURNO
       FD RECITEM.
       01 RECITEM-REG.
           05 RI-CHAVE.
               10 RI-CODFILME      PIC 9(5).
               10 RI-EXEMPLAR      PIC 9(2).
           05 RI-RECALL         PIC 9(6).
           05 RI-TITULO         PIC X(30).
           05 RI-PEDIDO         PIC 9(6).
           05 RI-CUSTO          PIC 9(5)V9(2).

      *    P = Pendente (bloqueada, ainda no acervo), R = Recolhida
      *    para a RMA, X = saiu do acervo por outro caminho (perda,
      *    venda forcada) e foi encerrada no recall sem voltar
           05 RI-SITUACAO       PIC X(01).
               88 RECITEM-PENDENTE     VALUE 'P'.
               88 RECITEM-RECOLHIDO    VALUE 'R'.
               88 RECITEM-FORA         VALUE 'X'.

      *    EX-STATUS e loja da copia quando o recall foi aberto
           05 RI-STATUS-ORIG    PIC X(01).
           05 RI-LOJA           PIC X(08).

      *    Cliente que estava com a copia e o aviso de troca: A = A
      *    avisar, V = aVisado, S = Suprimido (sem canal aceito),
      *    branco = a copia nao estava emprestada
           05 RI-CLIENTE        PIC 9(5).
           05 RI-AVISO          PIC X(01).
               88 RECITEM-A-AVISAR     VALUE 'A'.
               88 RECITEM-AVISADO      VALUE 'V'.
               88 RECITEM-AVISO-SUPR   VALUE 'S'.
           05 RI-DATA-AVISO     PIC 9(8).
           05 RI-DATA-RECOLHE   PIC 9(8).
           05 RI-RMA            PIC 9(6).

      *Origem de um exemplar recebido: pedido de compra e data da
      *chegada; copias anteriores a este arquivo nao tem linha e
      *sao achadas pela data de entrada no acervo
       FD EXORIG.
       01 EXORIG-REG.
           05 EO-CHAVE.
               10 EO-CODFILME      PIC 9(5).
               10 EO-NUMERO        PIC 9(2).
           05 EO-PEDIDO         PIC 9(6).
           05 EO-DATA-RECEB     PIC 9(8).

      *Linha do relatorio de situacao dos recalls (9585)
       FD RECALLREL.
       01 RECALLREL-REG         PIC X(132).

      *Generos adicionais de um filme (relacionamento N para N entre
      *FILMES e GENEROS)
      *    ENVELHECE), contados do primeiro exemplar cadastrado
           05 PARAM-DIAS-LANCAMENTO PIC 9(3).

      *    Programa de fidelidade: pontos ganhos por real pago no
      *    recibo, valor em reais de cada ponto no resgate e meses
      *    de validade do ponto antes de a cadeia noturna expira-lo
      *    (passo PONTOS)
           05 PARAM-PONTOS-POR-REAL PIC 9(2).
           05 PARAM-VALOR-PONTO     PIC 9(1)V9(2).
           05 PARAM-MESES-PONTOS    PIC 9(2).

      *    Locacoes desde a ultima inspecao a partir das quais o
      *    checkin separa o exemplar para limpeza/inspecao (ver
      *    3205; zero desliga a separacao)
           05 PARAM-LOC-INSPECAO    PIC 9(3).

      *    Credito de loja pago ao cliente que indicou um novo
      *    cliente, na primeira locacao paga do indicado (3191;
      *    zero suspende o programa de indicacao)
           05 PARAM-VALOR-INDICACAO PIC 9(5)V9(2).

      *    Dias sem nenhuma locacao a partir dos quais o lote
      *    noturno convida o cliente ativo a voltar (passo
      *    RECONQUISTA)
           05 PARAM-DIAS-RECONQUISTA PIC 9(3).

      *    Horas de um turno de operador acima das quais o
      *    relatorio de ponto (9769) aponta turno longo
           05 PARAM-HORAS-TURNO     PIC 9(2)V9(2).

      *    Segmentos RFM (codigos de duas letras da 9747, ate
      *    nove) que o passo RECONQUISTA convida; em branco, todo
      *    cliente afastado e convidado
           05 PARAM-SEGM-RECONQUISTA PIC X(18).

      *    Prazo em dias do emprestimo criado pelo passo CORREIO
      *    para o disco mandado ao assinante, ida e volta pelo
      *    correio incluidas
           05 PARAM-DIAS-CORREIO    PIC 9(3).

      *    Dias de tolerancia depois do vencimento de uma parcela
      *    de acordo antes de o passo ACORDOS romper o acordo
           05 PARAM-DIAS-CARENCIA-ACD PIC 9(2).

      *    Meses sem movimento a partir dos quais o vale-presente
      *    com saldo sai como candidato a baixa por prescricao no
      *    relatorio do passivo com clientes (9716)
           05 PARAM-MESES-DORMENCIA PIC 9(3).

      *    Dias que um pedido de compra pode ficar aguardando
      *    aprovacao antes de sair no relatorio da manha (9913)
           05 PARAM-DIAS-APROV-PED  PIC 9(2).

      *Registro de um texto de tela; MSG-CHAVE identifica o campo
      *(rotulo do MENU/TELA-REGISTRO ou mensagem de erro), e
      *MSG-TEXTO-PT/MSG-TEXTO-EN trazem o texto em cada idioma,
      *    recibo em PAGAMENTOS), I = Isentada pelo supervisor (o
      *    motivo vai para a trilha de auditoria), X = baixada
      *    como perda pelo supervisor (sai dos totais pendentes e
      *    vai para o razao de perdas e a agencia, ver 3425), A =
      *    em Acordo de parcelamento (ver ACORDOS e 9723; volta a
      *    P quando o acordo e rompido e vira G quando e quitado)
           05 EMP-VALOR-MULTA     PIC 9(5)V9(2).
           05 EMP-MULTA-SITUACAO  PIC X(01).
               88 MULTA-SEM-COBRANCA   VALUE ' '.
               88 MULTA-PAGA           VALUE 'G'.
               88 MULTA-ISENTADA       VALUE 'I'.
               88 MULTA-PERDA          VALUE 'X'.
               88 MULTA-EM-ACORDO      VALUE 'A'.

      *    Numero do recibo (cupom) que agrupou este emprestimo com
      *    os demais itens do mesmo carrinho de checkout
           05 EMP-VALOR-COBRADO   PIC 9(7)V9(2).
           05 EMP-IMPOSTO-COBRADO PIC 9(7)V9(2).

      *    Pacote pre-pago que pagou este item (ver PREPAGO); zero
      *    quando o item foi pago no balcao. O estorno devolve a
      *    locacao ao pacote (3451)
           05 EMP-NUM-PREPAGO     PIC 9(6).

      *    Hora (HHMM) da retirada e da devolucao, gravadas no
      *    checkout (3125) e no checkin; zero nos emprestimos
      *    anteriores a captura da hora e nas baixas feitas pela
      *    cadeia noturna. O arquivo morto ARQEMP guarda so as 92
      *    primeiras posicoes do registro e nao leva a hora
           05 EMP-HORA-RETIRADA   PIC 9(4).
           05 EMP-HORA-DEVOLUCAO  PIC 9(4).

      *Registro de controle com o ultimo numero de emprestimo gerado
       FD CTLEMP.
       01 CTLEMP-REG.
      *    C = recebimento de fatura de conta da casa (ver 9867),
      *    N = Nota de credito aprovada pelo supervisor para uma
      *    correcao fora da janela do estorno (ver 3430; entra
      *    negativa em toda soma de dinheiro, como o Estorno),
      *    P = venda de Pacote pre-pago de locacoes (ver 3496)
           05 PAG-TIPO            PIC X(01).
               88 PAGAMENTO-LOCACAO    VALUE 'L'.
               88 PAGAMENTO-MULTA      VALUE 'M'.
               88 PAGAMENTO-CONTA      VALUE 'C'.
               88 PAGAMENTO-ASSINATURA VALUE 'A'.
               88 PAGAMENTO-NOTA-CRED  VALUE 'N'.
               88 PAGAMENTO-PREPAGO    VALUE 'P'.

      *    Valor ja convertido para a moeda base (BRL) na taxa do
      *    momento do recebimento, e a sessao de caixa em que o

      *    Documento de referencia cruzada: na nota de credito, o
      *    recibo original corrigido (um recibo nao pode ser
      *    creditado duas vezes); no estorno, o cupom original; na
      *    taxa de entrega em domicilio, o numero do pedido
           05 PAG-REF-DOC         PIC 9(6).

      *    Titulo vendido na venda de exemplar (S) e na nota de
      *    credito que corrige uma venda; zero nos demais recibos
      *    (a locacao fica ligada ao titulo pelo emprestimo)
           05 PAG-CODFILME        PIC 9(5).

      *    Cartao e Pix aprovados na maquininha (TEF, ver 3186):
      *    codigo de autorizacao e bandeira devolvidos pelo
      *    terminal, que a conciliacao (9861) casa com o arquivo
      *    da adquirente; modo T = aprovado pelo TEF, M = lancado
      *    a mao da maquininha avulsa com liberacao do supervisor;
      *    brancos nos recebimentos em dinheiro e nos estornos
           05 PAG-TEF-AUTORIZACAO PIC X(12).
           05 PAG-TEF-BANDEIRA    PIC X(10).
           05 PAG-TEF-MODO        PIC X(01).
               88 TEF-APROVADO         VALUE 'T'.
               88 TEF-MANUAL           VALUE 'M'.

      *    Hora (HHMM) do recebimento no balcao (3187); zero nos
      *    recibos anteriores a captura da hora e nos gerados pela
      *    cadeia noturna. O arquivo morto ARQPAG guarda so as 149
      *    primeiras posicoes do registro e nao leva a hora
           05 PAG-HORA            PIC 9(4).

      *Totais por cliente do ranking de receita (ver 9977)
       FD CLITOT.
       01 CLITOT-REG.
           05 CTLPAG-CHAVE         PIC X(01).
           05 CTLPAG-ULT-NUMERO    PIC 9(6).

      *Movimento do razao de vales-presente (V credita, R debita);
      *o credito de loja do programa de indicacao usa o mesmo
      *razao nos cartoes 900000 + codigo do indicador (I credita,
      *X estorna o credito de uma locacao desfeita), e o credito
      *de loja dado na solucao de um caso de reclamacao tambem
      *(C credita, no cartao 900000 + codigo do cliente), assim
      *como o credito pago pelos discos da troca (T credita, no
      *mesmo cartao do cliente)
       FD VALECRED.
       01 VALECRED-REG.
           05 VC-CHAVE.
           05 VC-TIPO           PIC X(01).
               88 VALE-VENDA           VALUE 'V'.
               88 VALE-RESGATE         VALUE 'R'.
               88 VALE-INDICACAO       VALUE 'I'.
               88 VALE-ESTORNO-IND     VALUE 'X'.
               88 VALE-CASO            VALUE 'C'.
               88 VALE-TROCA           VALUE 'T'.
           05 VC-VALOR          PIC 9(5)V9(2).
           05 VC-DATA           PIC 9(8).
           05 VC-OPERADOR       PIC X(20).
           05 CLI-DATA-ALTERACAO PIC 9(08).
           05 CLI-LOJA-ORIGEM  PIC X(08).

      *    E-mail e consentimento de contato por canal (S = aceita,
      *    N = recusou, branco = cadastro antigo, ainda nao
      *    perguntado): SMS e e-mail valem para a caixa de saida do
      *    gateway (passo NOTIFICA), carta para as cartas de
      *    cobranca (9920) e a mala direta (9923); a data e o
      *    operador sao os da ultima mudanca das marcacoes
           05 CLI-EMAIL        PIC X(40).
           05 CLI-OPT-SMS      PIC X(01).
               88 CLIENTE-SEM-SMS      VALUE 'N'.
           05 CLI-OPT-EMAIL    PIC X(01).
               88 CLIENTE-SEM-EMAIL    VALUE 'N'.
           05 CLI-OPT-CARTA    PIC X(01).
               88 CLIENTE-SEM-CARTA    VALUE 'N'.
           05 CLI-CONSENT-DATA PIC 9(08).
           05 CLI-CONSENT-OPERADOR PIC X(20).

      *    CPF do cliente (zero = nao informado), conferido pelos
      *    dois digitos verificadores oficiais (3173) e unico no
      *    cadastro; sai no fiscal nas vendas de balcao
           05 CLI-CPF          PIC 9(11).

      *    Programa de indicacao: cliente que indicou este (zero =
      *    ninguem, informado na inclusao) e o credito de loja pago
      *    ao indicador na primeira locacao paga deste cliente
      *    (3191): recibo que qualificou, valor, data do credito e
      *    data do estorno quando aquela locacao e desfeita (3453).
      *    Situacao: branco = ainda nao qualificou, P = paga,
      *    E = estornada, N = sem direito (mesma familia do
      *    indicador pelo CLI-RESPONSAVEL, ou indicador inexistente)
           05 CLI-INDICADO-POR PIC 9(05).
           05 CLI-IND-SITUACAO PIC X(01).
               88 INDICACAO-PENDENTE   VALUE SPACE.
               88 INDICACAO-PAGA       VALUE 'P'.
               88 INDICACAO-ESTORNADA  VALUE 'E'.
               88 INDICACAO-SEM-DIREITO VALUE 'N'.
           05 CLI-IND-CUPOM    PIC 9(06).
           05 CLI-IND-VALOR    PIC 9(5)V9(2).
           05 CLI-IND-DATA     PIC 9(08).
           05 CLI-IND-DATA-EST PIC 9(08).

      *Plano de assinatura (ver 9975-MANTER-PLANOS)
       FD PLANOS.
       01 PLANOS-REG.
       FD EXTRATO.
       01 EXTRATO-REG           PIC X(132).

      *Linha do relatorio de dados pessoais (4810)
       FD DADOSCLI.
       01 DADOSCLI-REG          PIC X(132).

      *Linha do lote de devolucoes da caixa noturna (ver 9965)
       FD DEVLOTE.
       01 DEVLOTE-REG           PIC X(132).
      *    V = Vendido no balcao (saida legitima do acervo, fora
      *    dos relatorios de perda; ver 3660-VENDA-EXEMPLAR),
      *    S = Segurado ate o fim do dia para um cliente que
      *    telefonou (ver 3640; o fechamento do dia libera),
      *    I = aguardando Inspecao (separado no checkin ao completar
      *    as locacoes da limpeza preventiva, ver 3205 e 9940),
      *    G = separado para entrega em domicilio (ver ENTREGAS;
      *    volta a D se a entrega falhar),
      *    F = devolvido ao distribuidor dono da copia de leasing
      *    ou consignacao (saida legitima do acervo, ver DEVDIST),
      *    K = estoque de varejo, so para a venda de balcao e fora
      *    da locacao (disco recebido na troca, ver TROCAS)
           05 EX-STATUS         PIC X(01).
               88 EXEMPLAR-DISPONIVEL   VALUE 'D'.
               88 EXEMPLAR-EMPRESTADO   VALUE 'E'.
               88 EXEMPLAR-EM-TRANSITO  VALUE 'T'.
               88 EXEMPLAR-VENDIDO      VALUE 'V'.
               88 EXEMPLAR-SEGURADO     VALUE 'S'.
               88 EXEMPLAR-EM-INSPECAO  VALUE 'I'.
               88 EXEMPLAR-P-ENTREGA    VALUE 'G'.
               88 EXEMPLAR-DEVOLVIDO    VALUE 'F'.
               88 EXEMPLAR-VAREJO       VALUE 'K'.

      *    Dados da baixa, preenchidos por 9990-REGISTRAR-BAIXA;
      *    ficam em branco/zero enquanto o exemplar nao for baixado
      *    como a loja corrente, ver 3175)
           05 EX-LOJA           PIC X(08).

      *    Uso da copia para a limpeza preventiva: locacoes desde o
      *    cadastro, locacoes desde a ultima inspecao (contadas no
      *    checkin, ver 3205) e a data dessa inspecao (9964)
           05 EX-QTD-LOCACOES   PIC 9(05).
           05 EX-LOC-DESDE-INSP PIC 9(03).
           05 EX-DATA-INSPECAO  PIC 9(08).

      *    Posse da copia: P (branco nos registros antigos) =
      *    propria, L = Leasing, C = Consignacao. As de leasing e
      *    consignacao sao de EX-DIST-DONO e voltam a ele ate
      *    EX-DATA-DEVOLVER (passo DEVLEASE do lote noturno); ficam
      *    fora da valorizacao do acervo (9847) e da venda de
      *    balcao (3660) e cada locacao delas e acertada com o
      *    dono no repasse (9879) pelo EX-PCT-REPASSE (zero = o
      *    percentual do cadastro do distribuidor). EX-PRECO-COMPRA
      *    e o preco combinado para a loja ficar com a copia (9703)
      *    e, na copia propria, o custo pago por ela (o valor dado
      *    ao cliente na troca de discos), usado na valorizacao
           05 EX-POSSE          PIC X(01).
               88 EXEMPLAR-PROPRIO      VALUE 'P' ' '.
               88 EXEMPLAR-LEASING      VALUE 'L'.
               88 EXEMPLAR-CONSIGNADO   VALUE 'C'.
           05 EX-DIST-DONO      PIC X(15).
           05 EX-DATA-DEVOLVER  PIC 9(08).
           05 EX-PRECO-COMPRA   PIC 9(06)V9(02).
           05 EX-PCT-REPASSE    PIC 9(02)V9(02).

      *Avaliacao de um cliente para um titulo (uma por par)
       FD AVALIA.
       01 AVALIA-REG.
               88 PEDIDO-RECEBIDO      VALUE 'R'.
               88 PEDIDO-CANCELADO     VALUE 'C'.

      *        Alcada de compra: P = aguardando aprovacao, J =
      *        reJeitado pelo aprovador, D = Devolvido ao criador
      *        para correcao; so o pedido Aberto (liberado ou
      *        aprovado) e impresso, enviado e recebido
               88 PEDIDO-AGUARDANDO    VALUE 'P'.
               88 PEDIDO-REJEITADO     VALUE 'J'.
               88 PEDIDO-DEVOLVIDO     VALUE 'D'.

      *    Campos de item (linhas 01+): a diferenca entre a
      *    quantidade pedida e a recebida fica registrada para a
      *    cobranca junto ao distribuidor
           05 CC-DOC            PIC 9(6).
           05 CC-OPERADOR       PIC X(20).

      *Movimento do razao de pontos: G e D somam ao saldo, R, E e
      *X abatem; PT-DOC e o recibo de origem e PT-EMPRESTIMO o
      *item do carrinho em que o resgate foi abatido, para o
      *estorno do item devolver exatamente os pontos dele
       FD PONTOS.
       01 PONTOS-REG.
           05 PT-CHAVE.
               10 PT-CLIENTE       PIC 9(5).
               10 PT-SEQ           PIC 9(4).
           05 PT-TIPO           PIC X(01).
               88 PONTOS-GANHO         VALUE 'G'.
               88 PONTOS-DEVOLVIDO     VALUE 'D'.
               88 PONTOS-RESGATE       VALUE 'R'.
               88 PONTOS-ESTORNO       VALUE 'E'.
               88 PONTOS-EXPIRADO      VALUE 'X'.
           05 PT-QTD            PIC 9(7).
           05 PT-DATA           PIC 9(8).
           05 PT-DOC            PIC 9(6).
           05 PT-EMPRESTIMO     PIC 9(6).
           05 PT-OPERADOR       PIC X(20).

      *Linha da tabela de comissao: P = Percentual sobre o valor
      *liquido em BRL, F = valor Fixo por item (recibo) vendido
       FD COMISSAO.
       01 COMISSAO-REG.
           05 COM-TIPO          PIC X(01).
           05 COM-MODO          PIC X(01).
               88 COMISSAO-PERCENTUAL  VALUE 'P'.
               88 COMISSAO-FIXA        VALUE 'F'.
           05 COM-PERCENTUAL    PIC 9(3)V9(2).
           05 COM-VALOR-ITEM    PIC 9(5)V9(2).

      *Meta de venda do mes: alcance O = Operador (pelo nome,
      *que e o que vai em PAG-OPERADOR) ou L = Loja (LOJA-CODIGO)
       FD METAS.
       01 METAS-REG.
           05 MET-CHAVE.
               10 MET-ALCANCE      PIC X(01).
                   88 META-OPERADOR    VALUE 'O'.
                   88 META-LOJA        VALUE 'L'.
               10 MET-CODIGO       PIC X(20).
               10 MET-MES          PIC 9(6).
           05 MET-VALOR         PIC 9(9)V9(2).
           05 MET-OPERADOR      PIC X(20).
           05 MET-DATA-ALT      PIC 9(8).

      *Linha do relatorio de comissao e metas (9806)
       FD COMISREL.
       01 COMISREL-REG          PIC X(132).

      *Linha do relatorio de excecoes por operador (9939)
       FD EXCECOES.
       01 EXCECOES-REG          PIC X(132).

      *Orcamento de compras do mes por distribuidor; o
      *distribuidor em branco e o orcamento total da loja
       FD ORCAMENTO.
       01 ORCAMENTO-REG.
           05 ORC-CHAVE.
               10 ORC-MES          PIC 9(6).
               10 ORC-DISTRIBUIDORA PIC X(15).
                   88 ORCAMENTO-LOJA   VALUE SPACES.
           05 ORC-VALOR         PIC 9(9)V9(2).
           05 ORC-OPERADOR      PIC X(20).
           05 ORC-DATA-ALT      PIC 9(8).

      *Linha do relatorio de orcamento de compras (9984)
       FD ORCREL.
       01 ORCREL-REG            PIC X(132).

      *Movimento de um titulo para a rentabilidade: classe 1 =
      *custo de compra (entra antes dos demais na ordenacao), 2 =
      *receita ou perda; tipo C = Custo (nota de compra), L =
      *Locacao, V = Venda de exemplar, N = Nota de credito de uma
      *venda, B = Baixa; valor sempre positivo, ja em BRL
       FD RENTMOV.
       01 RENTMOV-REG.
           05 RM-CODFILME       PIC 9(5).
           05 RM-CLASSE         PIC X(01).
           05 RM-DATA           PIC 9(8).
           05 RM-TIPO           PIC X(01).
           05 RM-VALOR          PIC 9(7)V9(2).

      *Registro de trabalho do SORT da rentabilidade
       SD  RENTORD.
       01  RENTORD-REG.
           05 RM-CODFILME-ORD   PIC 9(5).
           05 RM-CLASSE-ORD     PIC X(01).
           05 RM-DATA-ORD       PIC 9(8).
           05 RM-TIPO-ORD       PIC X(01).
           05 RM-VALOR-ORD      PIC 9(7)V9(2).

      *Movimentos ordenados por titulo, classe e data
       FD RENTSEQ.
       01 RENTSEQ-REG.
           05 RM-CODFILME-SEQ   PIC 9(5).
           05 RM-CLASSE-SEQ     PIC X(01).
           05 RM-DATA-SEQ       PIC 9(8).
           05 RM-TIPO-SEQ       PIC X(01).
           05 RM-VALOR-SEQ      PIC 9(7)V9(2).

      *Linha do relatorio de rentabilidade por titulo (9988)
       FD RENTAB.
       01 RENTAB-REG            PIC X(132).

      *Linha da lista de exemplares aguardando inspecao (9940)
       FD INSPLIST.
       01 INSPLIST-REG          PIC X(132).

      *Pedido de entrega em domicilio: a linha 00 leva o cliente,
      *o endereco, a janela de horario, a taxa, a data de coleta,
      *o motorista e a situacao; as linhas 01-10 levam os
      *exemplares separados e, depois da entrega, o emprestimo
      *aberto para cada um
       FD ENTREGAS.
       01 ENTREGAS-REG.
           05 ENT-CHAVE.
               10 ENT-NUMERO       PIC 9(6).
               10 ENT-LINHA        PIC 9(2).
                   88 ENT-CABECALHO    VALUE ZERO.
           05 ENT-CLIENTE       PIC 9(5).
           05 ENT-ENDERECO      PIC X(40).
           05 ENT-DATA          PIC 9(8).
           05 ENT-HORA-INI      PIC 9(4).
           05 ENT-HORA-FIM      PIC 9(4).
           05 ENT-TAXA          PIC 9(5)V9(2).
           05 ENT-DATA-COLETA   PIC 9(8).
           05 ENT-MOTORISTA     PIC X(20).

      *    Situacao do pedido: A = Aberto (exemplares separados,
      *    aguardando a entrega), E = Entregue (emprestimos abertos,
      *    aguardando a coleta), F = Falhou (exemplares de volta a
      *    prateleira), C = Coletado, X = cancelado
           05 ENT-STATUS        PIC X(01).
               88 ENTREGA-ABERTA       VALUE 'A'.
               88 ENTREGA-ENTREGUE     VALUE 'E'.
               88 ENTREGA-FALHOU       VALUE 'F'.
               88 ENTREGA-COLETADA     VALUE 'C'.
               88 ENTREGA-CANCELADA    VALUE 'X'.
           05 ENT-MOTIVO        PIC X(20).
           05 ENT-CUPOM         PIC 9(6).
           05 ENT-OPERADOR      PIC X(20).
           05 ENT-LOJA          PIC X(08).
           05 ENT-CODFILME      PIC 9(5).
           05 ENT-EXEMPLAR      PIC 9(2).
           05 ENT-NUM-EMP       PIC 9(6).

       FD CTLENT.
       01 CTLENT-REG.
           05 CTLENT-CHAVE         PIC X(01).
           05 CTLENT-ULT-NUMERO    PIC 9(6).

      *Linha da folha de rota do motorista (3960)
       FD ROTA.
       01 ROTA-REG              PIC X(132).

      *Linha do relatorio de excecoes das entregas (3980)
       FD ENTEXC.
       01 ENTEXC-REG            PIC X(132).

      *Cliente indicado que entra no relatorio do mes (3985)
       FD INDMOV.
       01 INDMOV-REG.
           05 IM-INDICADOR      PIC 9(5).
           05 IM-CLIENTE        PIC 9(5).
           05 IM-NOME           PIC X(30).
           05 IM-CADASTRO       PIC 9(8).
           05 IM-SITUACAO       PIC X(01).
           05 IM-DATA-CRED      PIC 9(8).
           05 IM-PAGO           PIC 9(5)V9(2).
           05 IM-ESTORNADO      PIC 9(5)V9(2).
           05 IM-RECEITA        PIC 9(7)V9(2).

      *Registro de trabalho do SORT das indicacoes
       SD  INDORD.
       01  INDORD-REG.
           05 IM-INDICADOR-ORD  PIC 9(5).
           05 IM-CLIENTE-ORD    PIC 9(5).
           05 IM-NOME-ORD       PIC X(30).
           05 IM-CADASTRO-ORD   PIC 9(8).
           05 IM-SITUACAO-ORD   PIC X(01).
           05 IM-DATA-CRED-ORD  PIC 9(8).
           05 IM-PAGO-ORD       PIC 9(5)V9(2).
           05 IM-ESTORNADO-ORD  PIC 9(5)V9(2).
           05 IM-RECEITA-ORD    PIC 9(7)V9(2).

      *Indicacoes ordenadas por indicador e data de cadastro
       FD INDSEQ.
       01 INDSEQ-REG.
           05 IM-INDICADOR-SEQ  PIC 9(5).
           05 IM-CLIENTE-SEQ    PIC 9(5).
           05 IM-NOME-SEQ       PIC X(30).
           05 IM-CADASTRO-SEQ   PIC 9(8).
           05 IM-SITUACAO-SEQ   PIC X(01).
           05 IM-DATA-CRED-SEQ  PIC 9(8).
           05 IM-PAGO-SEQ       PIC 9(5)V9(2).
           05 IM-ESTORNADO-SEQ  PIC 9(5)V9(2).
           05 IM-RECEITA-SEQ    PIC 9(7)V9(2).

      *Linha do relatorio do programa de indicacao (3985)
       FD INDREL.
       01 INDREL-REG            PIC X(132).

      *Contato da campanha de reconquista: cliente, data do
      *contato, ultima retirada antes dele, genero oferecido e o
      *ultimo dia em que uma locacao conta como retorno
       FD CAMPANHA.
       01 CAMPANHA-REG.
           05 CP-CHAVE.
               10 CP-CLIENTE       PIC 9(5).
               10 CP-DATA          PIC 9(8).
           05 CP-ULT-LOCACAO    PIC 9(8).
           05 CP-GENERO         PIC X(8).
           05 CP-DATA-LIMITE    PIC 9(8).

      *Linha do acompanhamento da reconquista (3990)
       FD RECONQREL.
       01 RECONQREL-REG         PIC X(132).

      *Cupom de desconto: serie de sete digitos mais o digito
      *verificador (3177), lote e campanha de origem, tipo e valor
      *do desconto, validade e o cliente a que o cupom se destina
      *(zero = qualquer cliente); no resgate recebe o recibo, a
      *data e o desconto concedido em BRL
       FD CUPONS.
       01 CUPONS-REG.
           05 CPN-CODIGO           PIC 9(8).
           05 CPN-LOTE             PIC 9(4).
           05 CPN-CAMPANHA         PIC X(20).
           05 CPN-TIPO             PIC X(01).
               88 CUPOM-PERCENTUAL     VALUE 'P'.
               88 CUPOM-VALOR          VALUE 'V'.
           05 CPN-VALOR            PIC 9(5)V9(2).
           05 CPN-VALIDADE         PIC 9(8).
           05 CPN-CLIENTE          PIC 9(5).
           05 CPN-DATA-EMISSAO     PIC 9(8).
           05 CPN-SITUACAO         PIC X(01).
               88 CUPOM-LIVRE          VALUE 'L'.
               88 CUPOM-RESGATADO      VALUE 'R'.
           05 CPN-NUM-PAGAMENTO    PIC 9(6).
           05 CPN-DATA-RESGATE     PIC 9(8).
           05 CPN-DESCONTO-BRL     PIC 9(7)V9(2).

       FD CTLCPN.
       01 CTLCPN-REG.
           05 CTLCPN-CHAVE         PIC X(01).
           05 CTLCPN-ULT-SERIE     PIC 9(7).
           05 CTLCPN-ULT-LOTE      PIC 9(4).

      *Linha da lista de cupons gerados (3992)
       FD CPNGER.
       01 CPNGER-REG            PIC X(132).

      *Linha do relatorio de resgates por lote (3994)
       FD CPNREL.
       01 CPNREL-REG            PIC X(132).

      *Regra de pacote de locacao: a cada PAC-QTD itens do
      *carrinho dentro do alcance, o grupo ganha itens gratis ou
      *sai pelo preco fechado do pacote
       FD PACOTES.
       01 PACOTES-REG.
           05 PAC-NUMERO           PIC 9(4).
           05 PAC-DESCRICAO        PIC X(20).
           05 PAC-QTD              PIC 9(2).

      *    Alcance: G = Genero, C = Categoria comercial (L, C, P),
      *    F = Formato de midia, T = Todos os titulos, com o valor
      *    comparado em PAC-VALOR-ESCOPO
           05 PAC-ESCOPO           PIC X(01).
               88 PACOTE-POR-GENERO    VALUE 'G'.
               88 PACOTE-POR-CATEGORIA VALUE 'C'.
               88 PACOTE-POR-FORMATO   VALUE 'F'.
               88 PACOTE-TODOS         VALUE 'T'.
           05 PAC-VALOR-ESCOPO     PIC X(10).

      *    Resultado: G = os PAC-QTD-GRATIS itens mais baratos de
      *    cada grupo saem de graca, P = cada grupo sai por
      *    PAC-PRECO (BRL, com imposto)
           05 PAC-TIPO             PIC X(01).
               88 PACOTE-ITEM-GRATIS   VALUE 'G'.
               88 PACOTE-PRECO-FECHADO VALUE 'P'.
           05 PAC-QTD-GRATIS       PIC 9(2).
           05 PAC-PRECO            PIC 9(5)V9(2).

      *    Dias da semana em que o pacote vale (S na posicao do
      *    dia, 1 = domingo ... 7 = sabado; em branco = todos) e
      *    vigencia (AAAAMMDD, inclusive nas duas pontas)
           05 PAC-DIAS             PIC X(07).
           05 PAC-DATA-INICIO      PIC 9(8).
           05 PAC-DATA-FIM         PIC 9(8).

      *Pacote pre-pago de locacoes: o numero e o do recibo da
      *venda (PAG-TIPO P); PP-TITULAR e o responsavel da familia
      *do comprador (ou ele mesmo), por onde os dependentes acham
      *o pacote. PP-SALDO baixa uma locacao por item confirmado e
      *volta no estorno; PP-VALOR e o preco pago pelo pacote
       FD PREPAGO.
       01 PREPAGO-REG.
           05 PP-NUMERO            PIC 9(6).
           05 PP-CLIENTE           PIC 9(5).
           05 PP-TITULAR           PIC 9(5).
           05 PP-QTD               PIC 9(3).
           05 PP-SALDO             PIC 9(3).
           05 PP-VALOR             PIC 9(7)V9(2).
           05 PP-DATA-COMPRA       PIC 9(8).
           05 PP-VALIDADE          PIC 9(8).
           05 PP-LOJA              PIC X(08).

      *Linha do relatorio de pre-pagos vencidos (3997)
       FD PPREL.
       01 PPREL-REG             PIC X(132).

      *NFC-e: cabecalho na linha 00 e detalhe nas linhas 01+, como
      *na NOTAFISC; serie 001 e a normal e 900 a de contingencia
       FD NFCE.
       01 NFCE-REG.
           05 NFE-CHAVE.
               10 NFE-SERIE        PIC 9(3).
               10 NFE-NUMERO       PIC 9(8).
               10 NFE-LINHA        PIC 9(2).

      *    Campos do cabecalho (linha 00): recibo de origem, CPF
      *    do comprador quando cadastrado, valores em BRL, emissao
      *    N = normal ou C = contingencia e o retorno do
      *    transmissor (chave de acesso, protocolo ou motivo da
      *    rejeicao). Situacao G = guardada sem envio, F = na fila
      *    do transmissor, A = autorizada, R = rejeitada
           05 NFE-RECIBO        PIC 9(6).
           05 NFE-DATA          PIC 9(8).
           05 NFE-LOJA          PIC X(08).
           05 NFE-CPF           PIC X(11).
           05 NFE-VALOR         PIC 9(7)V9(2).
           05 NFE-DESCONTO      PIC 9(7)V9(2).
           05 NFE-IMPOSTO       PIC 9(7)V9(2).
           05 NFE-EMISSAO       PIC X(01).
               88 NFCE-NORMAL          VALUE 'N'.
               88 NFCE-CONTINGENCIA    VALUE 'C'.
           05 NFE-SITUACAO      PIC X(01).
               88 NFCE-GUARDADA        VALUE 'G'.
               88 NFCE-NA-FILA         VALUE 'F'.
               88 NFCE-AUTORIZADA      VALUE 'A'.
               88 NFCE-REJEITADA       VALUE 'R'.
           05 NFE-DATA-ENVIO    PIC 9(8).
           05 NFE-CHAVE-ACESSO  PIC X(44).
           05 NFE-PROTOCOLO     PIC X(15).
           05 NFE-MOTIVO        PIC X(40).

      *    Campos de detalhe (linhas 01+): I = item (codigo do
      *    titulo), T = imposto de um componente (ALIQCOMP) e
      *    P = forma de pagamento (D/C/P ou V de vale-presente,
      *    com bandeira e autorizacao do cartao)
           05 NFE-IT-TIPO       PIC X(01).
               88 NFCE-LINHA-ITEM      VALUE 'I'.
               88 NFCE-LINHA-IMPOSTO   VALUE 'T'.
               88 NFCE-LINHA-PAGTO     VALUE 'P'.
           05 NFE-IT-CODIGO     PIC X(08).
           05 NFE-IT-DESCRICAO  PIC X(30).
           05 NFE-IT-QTD        PIC 9(3).
           05 NFE-IT-ALIQ       PIC 9(2)V9(2).
           05 NFE-IT-VALOR      PIC 9(7)V9(2).
           05 NFE-IT-IMPOSTO    PIC 9(7)V9(2).
           05 NFE-IT-AUTORIZ    PIC X(12).

      *Registro de controle com o ultimo numero de NFC-e da serie
       FD CTLNFCE.
       01 CTLNFCE-REG.
           05 CTLNFCE-CHAVE        PIC X(01).
           05 CTLNFCE-ULT-NUMERO   PIC 9(8).

      *Linha da fila do transmissor fiscal (3682)
       FD NFCEFILA.
       01 NFCEFILA-REG          PIC X(132).

      *Estado do transmissor: ON no inicio enquanto esta no ar
       FD NFCEST.
       01 NFCEST-REG            PIC X(80).

      *Linha do extrato do banco (9799)
       FD EXTBANCO.
       01 EXTBANCO-REG          PIC X(132).

      *Item em aberto da conciliacao bancaria: lado B = extrato do
      *banco, S = sistema; tipo D = dinheiro (deposito x sangria),
      *P = Pix (credito x recibo). O registro de lado 0 e o de
      *controle: ultima data do extrato importada, ate onde o
      *sistema ja foi carregado e a ultima sequencia usada
       FD CONCBAN.
       01 CONCBAN-REG.
           05 CB-CHAVE.
               10 CB-LADO          PIC X(01).
                   88 CB-BANCO             VALUE 'B'.
                   88 CB-SISTEMA           VALUE 'S'.
                   88 CB-CONTROLE          VALUE '0'.
               10 CB-TIPO          PIC X(01).
                   88 CB-DINHEIRO          VALUE 'D'.
                   88 CB-PIX               VALUE 'P'.
               10 CB-DATA          PIC 9(8).
               10 CB-SEQ           PIC 9(6).
           05 CB-VALOR          PIC 9(7)V9(2).
           05 CB-REF            PIC 9(6).
           05 CB-ORIGEM         PIC X(12).
           05 CB-DESDE          PIC 9(8).
           05 CB-BAN-ATE        PIC 9(8).
           05 CB-SIS-ATE        PIC 9(8).
           05 CB-ULT-SEQ        PIC 9(6).

      *Linha do relatorio da conciliacao bancaria (9799)
       FD BANCDIVG.
       01 BANCDIVG-REG          PIC X(132).

      *Linha da previsao de fluxo de caixa (9790)
       FD FLUXOCX.
       01 FLUXOCX-REG           PIC X(220).

      *Linha da tabela de custos fixos por loja (9782)
       FD CUSTOFIX.
       01 CUSTOFIX-REG          PIC X(132).

      *Linha da demonstracao de resultado impressa (9782)
       FD DRELOJA.
       01 DRELOJA-REG           PIC X(132).

      *Linha da exportacao da demonstracao de resultado (9782)
       FD DRECSV.
       01 DRECSV-REG            PIC X(270).

      *Marcacao de ponto de um turno: operador, data e hora
      *(HHMM) da entrada, loja, data e hora da saida e a situacao;
      *na saida corrigida fica o codigo do supervisor que a lancou
       FD PONTO.
       01 PONTO-REG.
           05 PTO-CHAVE.
               10 PTO-OPERADOR     PIC X(08).
               10 PTO-DATA         PIC 9(8).
               10 PTO-ENTRADA      PIC 9(4).
           05 PTO-LOJA          PIC X(08).
           05 PTO-SAIDA-DATA    PIC 9(8).
           05 PTO-SAIDA         PIC 9(4).
           05 PTO-STATUS        PIC X(01).
               88 PONTO-ABERTO         VALUE 'A'.
               88 PONTO-FECHADO        VALUE 'F'.
               88 PONTO-CORRIGIDO      VALUE 'C'.
           05 PTO-SUPERVISOR    PIC X(08).

      *Linha do relatorio mensal de horas (9769)
       FD PONTOREL.
       01 PONTOREL-REG          PIC X(132).

      *Linha do diario de alteracoes (ver WRK-JRN-REG)
       FD JORNAL.
       01 JORNAL-REG            PIC X(350).

      *Registro de controle com o ultimo numero do diario
       FD CTLJRN.
       01 CTLJRN-REG.
           05 CTLJRN-CHAVE         PIC X(01).
           05 CTLJRN-ULT-SEQ       PIC 9(9).

      *Versao de layout gravada no arquivo mestre VRS-ARQUIVO, com o
      *tamanho do registro naquela versao e quem carimbou
       FD VERSOES.
       01 VERSOES-REG.
           05 VRS-ARQUIVO          PIC X(12).
           05 VRS-VERSAO           PIC 9(3).
           05 VRS-TAMANHO          PIC 9(4).
           05 VRS-DATA             PIC 9(8).
           05 VRS-ORIGEM           PIC X(20).

      *Copia devolvida a guardar: prateleira da ficha no momento
      *da devolucao, filme, exemplar e data
       FD GUARDA.
       01 GUARDA-REG.
           05 GDA-LOCAL            PIC X(10).
           05 GDA-CODFILME         PIC 9(5).
           05 GDA-NUMERO           PIC 9(2).
           05 GDA-DATA             PIC 9(8).

      *Registro de trabalho do SORT da lista de guarda
       SD  GUARDORD.
       01  GUARDORD-REG.
           05 GDA-LOCAL-ORD        PIC X(10).
           05 GDA-CODFILME-ORD     PIC 9(5).
           05 GDA-NUMERO-ORD       PIC 9(2).
           05 GDA-DATA-ORD         PIC 9(8).

      *Devolucoes a guardar ordenadas por prateleira
       FD GUARDSEQ.
       01 GUARDSEQ-REG.
           05 GDA-LOCAL-SEQ        PIC X(10).
           05 GDA-CODFILME-SEQ     PIC 9(5).
           05 GDA-NUMERO-SEQ       PIC 9(2).
           05 GDA-DATA-SEQ         PIC 9(8).

      *Linha da lista de guarda (9762)
       FD GUARDREL.
       01 GUARDREL-REG          PIC X(132).

      *Linha das divergencias da auditoria de prateleira (9761)
       FD AUDPRAT.
       01 AUDPRAT-REG           PIC X(132).

      *Caso de reclamacao ou contestacao de um cliente, com o
      *emprestimo ou recibo em discussao (zero = nenhum), quem
      *abriu, o supervisor que resolveu e a acao tomada na
      *solucao com a referencia do que foi feito: recibo da nota
      *de credito, emprestimo da multa isentada ou cartao e
      *sequencia do credito de loja no VALECRED
       FD CASOS.
       01 CASOS-REG.
           05 CAS-NUMERO           PIC 9(6).
           05 CAS-CLIENTE          PIC 9(5).
           05 CAS-NUM-EMPRESTIMO   PIC 9(6).
           05 CAS-NUM-PAGAMENTO    PIC 9(6).
           05 CAS-CATEGORIA        PIC X(01).
               88 CASO-MULTA           VALUE 'M'.
               88 CASO-DANO            VALUE 'D'.
               88 CASO-DEVOLUCAO       VALUE 'V'.
               88 CASO-COBRANCA        VALUE 'C'.
               88 CASO-OUTROS          VALUE 'O'.
           05 CAS-DESCRICAO        PIC X(60).
           05 CAS-STATUS           PIC X(01).
               88 CASO-ABERTO          VALUE 'A'.
               88 CASO-RESOLVIDO       VALUE 'R'.
               88 CASO-IMPROCEDENTE    VALUE 'N'.
           05 CAS-DATA-ABERTURA    PIC 9(8).
           05 CAS-OPERADOR         PIC X(20).
           05 CAS-SUPERVISOR       PIC X(08).
           05 CAS-DATA-SOLUCAO     PIC 9(8).
           05 CAS-ACAO             PIC X(01).
               88 ACAO-NOTA-CREDITO    VALUE 'N'.
               88 ACAO-ISENCAO         VALUE 'I'.
               88 ACAO-CREDITO-LOJA    VALUE 'V'.
               88 ACAO-NENHUMA         VALUE 'S'.
           05 CAS-REF-ACAO         PIC 9(9).
           05 CAS-VALOR-ACAO       PIC 9(5)V9(2).
           05 CAS-SOLUCAO          PIC X(40).

      *Registro de controle com o ultimo numero de caso
       FD CTLCAS.
       01 CTLCAS-REG.
           05 CTLCAS-CHAVE         PIC X(01).
           05 CTLCAS-ULT-NUMERO    PIC 9(6).

      *Linha do relatorio mensal dos casos (4940)
       FD CASOREL.
       01 CASOREL-REG           PIC X(132).

      *Pedido de um titulo que a loja nao tem: pelo CODFILME de
      *um filme do catalogo sem copia ativa ou, com CODFILME
      *zero, pelo titulo em texto livre (em maiusculas, para
      *agrupar a demanda); Chegou = recebido no pedido de compra
      *(9954), aguardando o aviso do LOTE-NOTURNO; aVisado = o
      *aviso saiu no OUTBOX; Reservado = o cliente aceitou a
      *oferta e PTT-NUM-RESERVA tem a reserva gerada
       FD PEDTIT.
       01 PEDTIT-REG.
           05 PTT-NUMERO           PIC 9(6).
           05 PTT-CLIENTE          PIC 9(5).
           05 PTT-CODFILME         PIC 9(5).
           05 PTT-TITULO           PIC X(30).
           05 PTT-DATA             PIC 9(8).
           05 PTT-OPERADOR         PIC X(20).
           05 PTT-STATUS           PIC X(01).
               88 PEDTIT-PENDENTE      VALUE 'P'.
               88 PEDTIT-CHEGOU        VALUE 'C'.
               88 PEDTIT-AVISADO       VALUE 'V'.
               88 PEDTIT-RESERVADO     VALUE 'R'.
               88 PEDTIT-CANCELADO     VALUE 'X'.
           05 PTT-DATA-CHEGADA     PIC 9(8).
           05 PTT-DATA-AVISO       PIC 9(8).
           05 PTT-NUM-RESERVA      PIC 9(6).

      *Registro de controle com o ultimo numero de pedido de
      *titulo
       FD CTLPTT.
       01 CTLPTT-REG.
           05 CTLPTT-CHAVE         PIC X(01).
           05 CTLPTT-ULT-NUMERO    PIC 9(6).

      *Pedido pendente para a contagem da demanda (4985)
       FD PTDEM.
       01 PTDEM-REG.
           05 PD-CODFILME       PIC 9(5).
           05 PD-TITULO         PIC X(30).
           05 PD-CLIENTE        PIC 9(5).
           05 PD-DATA           PIC 9(8).

      *Registro de trabalho do SORT dos pedidos pendentes
       SD  PTORD.
       01  PTORD-REG.
           05 PD-CODFILME-ORD   PIC 9(5).
           05 PD-TITULO-ORD     PIC X(30).
           05 PD-CLIENTE-ORD    PIC 9(5).
           05 PD-DATA-ORD       PIC 9(8).

      *Pedidos pendentes ordenados por titulo e cliente
       FD PTSEQ.
       01 PTSEQ-REG.
           05 PD-CODFILME-SEQ   PIC 9(5).
           05 PD-TITULO-SEQ     PIC X(30).
           05 PD-CLIENTE-SEQ    PIC 9(5).
           05 PD-DATA-SEQ       PIC 9(8).

      *Demanda de um titulo: clientes distintos, pedidos e a data
      *do pedido mais antigo
       FD DEMTOT.
       01 DEMTOT-REG.
           05 DT-CODFILME       PIC 9(5).
           05 DT-TITULO         PIC X(30).
           05 DT-CLIENTES       PIC 9(5).
           05 DT-PEDIDOS        PIC 9(5).
           05 DT-DATA           PIC 9(8).

      *Registro de trabalho do SORT da demanda por titulo
       SD  DEMORD.
       01  DEMORD-REG.
           05 DT-CODFILME-ORD   PIC 9(5).
           05 DT-TITULO-ORD     PIC X(30).
           05 DT-CLIENTES-ORD   PIC 9(5).
           05 DT-PEDIDOS-ORD    PIC 9(5).
           05 DT-DATA-ORD       PIC 9(8).

      *Saida ordenada por clientes distintos decrescente
       FD DEMTOP.
       01 DEMTOP-REG.
           05 DT-CODFILME-TOP   PIC 9(5).
           05 DT-TITULO-TOP     PIC X(30).
           05 DT-CLIENTES-TOP   PIC 9(5).
           05 DT-PEDIDOS-TOP    PIC 9(5).
           05 DT-DATA-TOP       PIC 9(8).

      *Linha do relatorio de demanda dos titulos pedidos
       FD DEMANDA.
       01 DEMANDA-REG           PIC X(132).

      *Linha da base externa de filmes
       FD FILMEDB.
       01 FILMEDB-REG           PIC X(250).

      *Proposta de preenchimento de um campo do filme (ou de um
      *ator do elenco), com o id do filme na base externa
       FD ENRIQPRO.
       01 ENRIQPRO-REG.
           05 ENR-CODFILME      PIC 9(5).
           05 ENR-ID-EXTERNO    PIC X(10).
           05 ENR-CAMPO         PIC X(8).
               88 ENR-CAMPO-DIRETOR VALUE 'DIRETOR'.
               88 ENR-CAMPO-DURACAO VALUE 'DURACAO'.
               88 ENR-CAMPO-SINOPSE VALUE 'SINOPSE'.
               88 ENR-CAMPO-ELENCO  VALUE 'ELENCO'.
           05 ENR-VALOR         PIC X(50).
           05 ENR-DATA          PIC 9(8).
           05 ENR-OPERADOR      PIC X(20).

      *Linha do relatorio do enriquecimento do catalogo
       FD ENRIQREL.
       01 ENRIQREL-REG          PIC X(132).

      *Linha do relatorio de conferencia do enriquecimento
       FD ENRIQREV.
       01 ENRIQREV-REG          PIC X(132).

      *Linha da fatura mensal das contas da casa (9867)
       FD CONTAFAT.
       01 CONTAFAT-REG          PIC X(132).
       FD JOBLOG.
       01 JOBLOG-REG            PIC X(132).

      *Linha do diario central de erros de arquivo (5196/9913)
       FD ERROLOG.
       01 ERROLOG-REG           PIC X(200).

      *Linha do arquivo diario de taxas do banco (9915)
       FD CAMLOTE.
       01 CAMLOTE-REG           PIC X(132).
       FD CLIEXCEC.
       01 CLIEXCEC-REG          PIC X(132).

      *Registro do arquivo morto de emprestimos: copia crua das 92
      *primeiras posicoes do registro vivo (sem as horas), gravada
      *pelo passo ARQMOV; versao 2 no carimbo (a 1, de 86 posicoes,
      *e levada a esta pelo CONVERTE-ARQUIVOS)
       FD ARQEMP.
       01 ARQEMP-REG.
           05 NUM-EMPRESTIMO-AQ   PIC 9(6).
           05 EMP-NIVEL-COB-AQ    PIC 9(1).
           05 EMP-VALOR-COB-AQ    PIC 9(7)V9(2).
           05 EMP-IMPOSTO-COB-AQ  PIC 9(7)V9(2).
           05 EMP-NUM-PREPAGO-AQ  PIC 9(6).

      *Registro do arquivo morto de pagamentos: copia crua das 149
      *primeiras posicoes do registro vivo (sem a hora), gravada
      *pelo passo ARQMOV; versao 2 no carimbo (a 1 tinha 121)
       FD ARQPAG.
       01 ARQPAG-REG.
           05 NUM-PAGAMENTO-AQ    PIC 9(6).
           05 PAG-NUM-EMP-AQ      PIC 9(6).
           05 PAG-CLIENTE-AQ      PIC 9(5).
           05 PAG-VALOR-AQ        PIC 9(7)V9(2).
           05 PAG-MOEDA-AQ        PIC X(03).
           05 PAG-VALOR-IMP-AQ    PIC 9(7)V9(2).
           05 PAG-OPERADOR-AQ     PIC X(20).
           05 PAG-DATA-AQ         PIC 9(8).
           05 PAG-TIPO-AQ         PIC X(01).
           05 PAG-VALOR-BRL-AQ    PIC 9(7)V9(2).
           05 PAG-CAIXA-AQ        PIC 9(6).
           05 PAG-DESCONTO-AQ     PIC 9(7)V9(2).
           05 PAG-VALE-AQ         PIC 9(7)V9(2).
           05 PAG-VALE-CARTAO-AQ  PIC 9(6).
           05 PAG-LOJA-AQ         PIC X(08).
           05 PAG-FORMA-AQ        PIC X(01).
           05 PAG-REF-DOC-AQ      PIC 9(6).
           05 PAG-CODFILME-AQ     PIC 9(5).
           05 PAG-TEF-AUTORIZ-AQ  PIC X(12).
           05 PAG-TEF-BANDEIRA-AQ PIC X(10).
           05 PAG-TEF-MODO-AQ     PIC X(01).

      *Linha do arquivo de liquidacao da adquirente (9861)
       FD CARTLOTE.
       FD CARTDIVG.
       01 CARTDIVG-REG          PIC X(132).

      *Transacao da adquirente na conciliacao do cartao (9861)
       FD CARTAUT.
       01 CARTAUT-REG.
           05 CA-CHAVE.
               10 CA-AUTORIZACAO   PIC X(12).
               10 CA-DATA          PIC 9(8).
           05 CA-VALOR             PIC 9(7)V9(2).
           05 CA-CASOU             PIC X(01).

      *Pedido de pagamento para a maquininha:
      *PAG;id;recibo;loja;valor;forma;data (3189)
       FD TEFREQ.
       01 TEFREQ-REG            PIC X(132).

      *Resposta da maquininha: id;situacao;autorizacao;bandeira;
      *mensagem, situacao A = aprovada, N = negada, O = terminal
      *fora do ar (3192)
       FD TEFRESP.
       01 TEFRESP-REG           PIC X(132).

      *Linha da exportacao fiscal mensal (9916)
       FD FISCAL.
       01 FISCAL-REG            PIC X(132).

      *Linha dos clientes das outras lojas (9850)
       FD CLIIMP.
       01 CLIIMP-REG            PIC X(300).

      *Linha do movimento das filiais (9853)
       FD MOVLOTE.
       77 WRK-PATH-CONTACLI        PIC X(80) VALUE SPACES.
       77 WRK-PATH-CONTAFAT        PIC X(80) VALUE SPACES.
       77 WRK-PATH-REPRECO         PIC X(80) VALUE SPACES.
       77 WRK-PATH-SIMREPRE        PIC X(80) VALUE SPACES.
       77 WRK-PATH-RFMCLI          PIC X(80) VALUE SPACES.
       77 WRK-PATH-RFMREL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-RFMCSV          PIC X(80) VALUE SPACES.
       77 WRK-PATH-MOVHORA         PIC X(80) VALUE SPACES.
       77 WRK-PATH-MOVHCSV         PIC X(80) VALUE SPACES.
       77 WRK-PATH-ASSCORR         PIC X(80) VALUE SPACES.
       77 WRK-PATH-FILAASS         PIC X(80) VALUE SPACES.
       77 WRK-PATH-ACORDOS         PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLACD          PIC X(80) VALUE SPACES.
       77 WRK-PATH-PASSIVO         PIC X(80) VALUE SPACES.
       77 WRK-PATH-PSVREL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-RESUMOLOC       PIC X(80) VALUE SPACES.
       77 WRK-PATH-TABTROCA        PIC X(80) VALUE SPACES.
       77 WRK-PATH-TROCAS          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLTRC          PIC X(80) VALUE SPACES.
       77 WRK-PATH-TROCAREL        PIC X(80) VALUE SPACES.
       77 WRK-PATH-TABPROT         PIC X(80) VALUE SPACES.
       77 WRK-PATH-PROTECAO        PIC X(80) VALUE SPACES.
       77 WRK-PATH-PROTREL         PIC X(80) VALUE SPACES.
       77 WRK-PATH-ANISTIA         PIC X(80) VALUE SPACES.
       77 WRK-PATH-ANIMULTA        PIC X(80) VALUE SPACES.
       77 WRK-PATH-ANIREL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-SPOOLIDX        PIC X(80) VALUE SPACES.
       77 WRK-PATH-SPOOL           PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLSPL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-SPLRET          PIC X(80) VALUE SPACES.
       77 WRK-PATH-SPLORIG         PIC X(80) VALUE SPACES.
       77 WRK-PATH-SPLREIMP        PIC X(80) VALUE SPACES.
       77 WRK-PATH-PRECOLOJA       PIC X(80) VALUE SPACES.
       77 WRK-PATH-REPLOJA         PIC X(80) VALUE SPACES.
       77 WRK-PATH-SITEPRECO       PIC X(80) VALUE SPACES.
       77 WRK-PATH-LIMAPROV        PIC X(80) VALUE SPACES.
       77 WRK-PATH-PEDAPROV        PIC X(80) VALUE SPACES.
       77 WRK-PATH-PEDIMP          PIC X(80) VALUE SPACES.
       77 WRK-PATH-BOLETIM         PIC X(80) VALUE SPACES.
       77 WRK-PATH-BOLTOT          PIC X(80) VALUE SPACES.
       77 WRK-PATH-BOLORD          PIC X(80) VALUE SPACES.
       77 WRK-PATH-BOLTOP          PIC X(80) VALUE SPACES.
       77 WRK-PATH-JANELA          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CEPTAB          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CLIEND          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CEPLOTE         PIC X(80) VALUE SPACES.
       77 WRK-PATH-BAIRROS         PIC X(80) VALUE SPACES.
       77 WRK-PATH-RECALL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLRCL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-RECITEM         PIC X(80) VALUE SPACES.
       77 WRK-PATH-EXORIG          PIC X(80) VALUE SPACES.
       77 WRK-PATH-RECALLREL       PIC X(80) VALUE SPACES.
       77 WRK-PATH-CARTLOTE        PIC X(80) VALUE SPACES.
       77 WRK-PATH-CARTDIVG        PIC X(80) VALUE SPACES.
       77 WRK-PATH-CARTAUT         PIC X(80) VALUE SPACES.
       77 WRK-PATH-TEFREQ          PIC X(80) VALUE SPACES.
       77 WRK-PATH-TEFRESP         PIC X(80) VALUE SPACES.
       77 WRK-PATH-FATPLAN         PIC X(80) VALUE SPACES.
       77 WRK-PATH-RECOMEND        PIC X(80) VALUE SPACES.
       77 WRK-PATH-MOVLOTE         PIC X(80) VALUE SPACES.
       77 WRK-PATH-AGINGMUL        PIC X(80) VALUE SPACES.
       77 WRK-PATH-ALIQCOMP        PIC X(80) VALUE SPACES.
       77 WRK-PATH-SEGURA          PIC X(80) VALUE SPACES.
       77 WRK-PATH-EXCECOES        PIC X(80) VALUE SPACES.
       77 WRK-PATH-ORCAMENTO       PIC X(80) VALUE SPACES.
       77 WRK-PATH-ORCREL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-RENTMOV         PIC X(80) VALUE SPACES.
       77 WRK-PATH-RENTORD         PIC X(80) VALUE SPACES.
       77 WRK-PATH-RENTSEQ         PIC X(80) VALUE SPACES.
       77 WRK-PATH-RENTAB          PIC X(80) VALUE SPACES.
       77 WRK-PATH-INSPLIST        PIC X(80) VALUE SPACES.
       77 WRK-PATH-ENTREGAS        PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLENT          PIC X(80) VALUE SPACES.
       77 WRK-PATH-ROTA            PIC X(80) VALUE SPACES.
       77 WRK-PATH-ENTEXC          PIC X(80) VALUE SPACES.
       77 WRK-PATH-INDMOV          PIC X(80) VALUE SPACES.
       77 WRK-PATH-INDORD          PIC X(80) VALUE SPACES.
       77 WRK-PATH-INDSEQ          PIC X(80) VALUE SPACES.
       77 WRK-PATH-INDREL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CAMPANHA        PIC X(80) VALUE SPACES.
       77 WRK-PATH-RECONQREL       PIC X(80) VALUE SPACES.
       77 WRK-PATH-CUPONS          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLCPN          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CPNGER          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CPNREL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-PACOTES         PIC X(80) VALUE SPACES.
       77 WRK-PATH-PREPAGO         PIC X(80) VALUE SPACES.
       77 WRK-PATH-PPREL           PIC X(80) VALUE SPACES.
       77 WRK-PATH-NFCE            PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLNFCE         PIC X(80) VALUE SPACES.
       77 WRK-PATH-NFCEFILA        PIC X(80) VALUE SPACES.
       77 WRK-PATH-NFCEST          PIC X(80) VALUE SPACES.
       77 WRK-PATH-EXTBANCO        PIC X(80) VALUE SPACES.
       77 WRK-PATH-CONCBAN         PIC X(80) VALUE SPACES.
       77 WRK-PATH-BANCDIVG        PIC X(80) VALUE SPACES.
       77 WRK-PATH-FLUXOCX         PIC X(80) VALUE SPACES.
       77 WRK-PATH-CUSTOFIX        PIC X(80) VALUE SPACES.
       77 WRK-PATH-DRELOJA         PIC X(80) VALUE SPACES.
       77 WRK-PATH-DRECSV          PIC X(80) VALUE SPACES.
       77 WRK-PATH-PONTO           PIC X(80) VALUE SPACES.
       77 WRK-PATH-PONTOREL        PIC X(80) VALUE SPACES.
       77 WRK-PATH-JORNAL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLJRN          PIC X(80) VALUE SPACES.
       77 WRK-PATH-VERSOES         PIC X(80) VALUE SPACES.
       77 WRK-PATH-GUARDA          PIC X(80) VALUE SPACES.
       77 WRK-PATH-GUARDORD        PIC X(80) VALUE SPACES.
       77 WRK-PATH-GUARDSEQ        PIC X(80) VALUE SPACES.
       77 WRK-PATH-GUARDREL        PIC X(80) VALUE SPACES.
       77 WRK-PATH-AUDPRAT         PIC X(80) VALUE SPACES.
       77 WRK-PATH-CASOS           PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLCAS          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CASOREL         PIC X(80) VALUE SPACES.
       77 WRK-PATH-PEDTIT          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLPTT          PIC X(80) VALUE SPACES.
       77 WRK-PATH-PTDEM           PIC X(80) VALUE SPACES.
       77 WRK-PATH-PTORD           PIC X(80) VALUE SPACES.
       77 WRK-PATH-PTSEQ           PIC X(80) VALUE SPACES.
       77 WRK-PATH-DEMTOT          PIC X(80) VALUE SPACES.
       77 WRK-PATH-DEMORD          PIC X(80) VALUE SPACES.
       77 WRK-PATH-DEMTOP          PIC X(80) VALUE SPACES.
       77 WRK-PATH-DEMANDA         PIC X(80) VALUE SPACES.
       77 WRK-PATH-FILMEDB         PIC X(80) VALUE SPACES.
       77 WRK-PATH-ENRIQPRO        PIC X(80) VALUE SPACES.
       77 WRK-PATH-ENRIQREL        PIC X(80) VALUE SPACES.
       77 WRK-PATH-ENRIQREV        PIC X(80) VALUE SPACES.
       77 WRK-PATH-COBAGEN         PIC X(80) VALUE SPACES.
       77 WRK-PATH-COBRECUP        PIC X(80) VALUE SPACES.
       77 WRK-PATH-AVALIA          PIC X(80) VALUE SPACES.
       77 WRK-PATH-DISPONRED       PIC X(80) VALUE SPACES.
       77 WRK-PATH-SUGTRANS        PIC X(80) VALUE SPACES.
       77 WRK-PATH-ARQEMP          PIC X(80) VALUE SPACES.
       77 WRK-PATH-ARQPAG          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CLILOTE         PIC X(80) VALUE SPACES.
       77 WRK-PATH-CLIEXCEC        PIC X(80) VALUE SPACES.
       77 WRK-PATH-WEBRES          PIC X(80) VALUE SPACES.
       77 WRK-PATH-RMAPACK         PIC X(80) VALUE SPACES.
       77 WRK-PATH-RMAREL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-EDICOES         PIC X(80) VALUE SPACES.
       77 WRK-PATH-SERIES          PIC X(80) VALUE SPACES.
       77 WRK-PATH-SERIEREL        PIC X(80) VALUE SPACES.
       77 WRK-PATH-EQUIPAMENTOS    PIC X(80) VALUE SPACES.
       77 WRK-PATH-FISCAL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-DISPONIB        PIC X(80) VALUE SPACES.
       77 WRK-PATH-CAMLOTE         PIC X(80) VALUE SPACES.
       77 WRK-PATH-JOBLOG          PIC X(80) VALUE SPACES.
       77 WRK-PATH-ERROLOG         PIC X(80) VALUE SPACES.
       77 WRK-PATH-RESTREL         PIC X(80) VALUE SPACES.
       77 WRK-PATH-AUDQUERY        PIC X(80) VALUE SPACES.
       77 WRK-PATH-ENCALHE         PIC X(80) VALUE SPACES.
       77 WRK-PATH-BAIXAS          PIC X(80) VALUE SPACES.
       77 WRK-PATH-BAIXASREL       PIC X(80) VALUE SPACES.
       77 WRK-PATH-PENDREV         PIC X(80) VALUE SPACES.
       77 WRK-PATH-PONTOS          PIC X(80) VALUE SPACES.
       77 WRK-PATH-DADOSCLI        PIC X(80) VALUE SPACES.
       77 WRK-PATH-COMISSAO        PIC X(80) VALUE SPACES.
       77 WRK-PATH-METAS           PIC X(80) VALUE SPACES.
       77 WRK-PATH-COMISREL        PIC X(80) VALUE SPACES.
       77 WRK-PATH-PERDAS          PIC X(80) VALUE SPACES.

      *Operador que abriu a sessao atual (1000), usado tambem na
      *trilha de auditoria de transacoes (5190); o perfil vem do
       77 ED-FILME-DIG          PIC 9(5) VALUE 0.
       77 ED-GRUPO-DIG          PIC 9(5) VALUE 0.
       77 WRK-RESERVA-SEGUE     PIC X(01) VALUE 'S'.

      *Series e franquias (SERIES): SER-*-DIG sao os campos da
      *manutencao; a busca 3690 devolve a serie do filme em
      *WRK-SER-FILME (nome, parte dele, total de partes e o filme
      *seguinte, 0 = ultimo ou sem serie); a tabela de partes e
      *os totais sao do relatorio de lacunas (9755)
       77 SERIES-STATUS         PIC 9(2).
       77 SERIEREL-STATUS       PIC 9(2).
       77 SER-NUMERO-DIG        PIC 9(5) VALUE 0.
       77 SER-ORDEM-DIG         PIC 9(2) VALUE 0.
       77 SER-CODFILME-DIG      PIC 9(5) VALUE 0.
       77 SER-NOME-DIG          PIC X(30) VALUE SPACES.
       77 WRK-SER-FILME         PIC 9(5) VALUE 0.
       77 WRK-SER-CLIENTE       PIC 9(5) VALUE 0.
       77 WRK-SER-NUMERO        PIC 9(5) VALUE 0.
       77 WRK-SER-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SER-PARTE         PIC 9(2) VALUE 0.
       77 WRK-SER-TOTAL         PIC 9(2) VALUE 0.
       77 WRK-SER-PROXIMO       PIC 9(5) VALUE 0.
       77 WRK-SER-ACHOU         PIC X(01) VALUE 'N'.
       77 WRK-SER-OK            PIC X(01) VALUE 'S'.
       77 WRK-SER-DISP          PIC 9(3) VALUE 0.
       77 WRK-SER-JA-RESERVOU   PIC X(01) VALUE 'N'.
       77 WRK-SER-ESCOLHA       PIC X(01) VALUE SPACE.
       77 WRK-SER-LINHA         PIC 9(2) VALUE 0.
       77 WRK-SER-QTD           PIC 9(5) VALUE 0.
       77 WRK-SER-LACUNAS       PIC 9(5) VALUE 0.
       77 WRK-SER-QTD-P         PIC 9(2) VALUE 0.
       77 WRK-SER-IDX           PIC 9(2) VALUE 0.
       77 WRK-SER-PRIM          PIC 9(2) VALUE 0.
       77 WRK-SER-ULT           PIC 9(2) VALUE 0.
       01 WRK-SER-PARTES.
           05 WRK-SER-P OCCURS 99 TIMES.
               10 WRK-SER-P-ORDEM   PIC 9(2).
               10 WRK-SER-P-FILME   PIC 9(5).
               10 WRK-SER-P-TEM     PIC X(01).

      *Equipamentos locaveis (EQUIPAMENTOS): EQP-*-DIG sao os campos
      *da manutencao (9753); WRK-EQP-ACHOU diz se o emprestimo
      *corrente e de equipamento (3695), a caucao do item vai para
      *o carrinho (3696) e WRK-EQP-FALTA soma os acessorios que nao
      *voltaram no checkin, sugeridos como taxa de dano (3215)
       77 EQUIPAMENTOS-STATUS   PIC 9(2).
       77 EQP-CODFILME-DIG      PIC 9(5) VALUE 0.
       77 EQP-EXEMPLAR-DIG      PIC 9(2) VALUE 0.
       77 EQP-SERIE-DIG         PIC X(20) VALUE SPACES.
       77 EQP-REPOSICAO-DIG     PIC 9(5)V9(2) VALUE 0.
       77 EQP-CAUCAO-DIG        PIC 9(5)V9(2) VALUE 0.
       77 EQP-ACES-DESCR-DIG    PIC X(20) VALUE SPACES.
       77 EQP-ACES-VALOR-DIG    PIC 9(4)V9(2) VALUE 0.
       77 WRK-EQP-ACHOU         PIC X(01) VALUE 'N'.
       77 WRK-EQP-OK            PIC X(01) VALUE 'S'.
       77 WRK-EQP-CAD-OK        PIC X(01) VALUE 'S'.
       77 WRK-EQP-NOVO          PIC X(01) VALUE 'N'.
       77 WRK-EQP-RESPOSTA      PIC X(01) VALUE SPACE.
       77 WRK-EQP-IDX           PIC 9(2) VALUE 0.
       77 WRK-EQP-LINHA         PIC 9(2) VALUE 0.
       77 WRK-EQP-QTD-FALTA     PIC 9(2) VALUE 0.
       77 WRK-EQP-FALTA         PIC 9(5)V9(2) VALUE 0.
       77 WRK-EQP-RETIDO        PIC 9(5)V9(2) VALUE 0.
       77 WRK-EQP-CAUCAO-ITEM   PIC 9(5)V9(2) VALUE 0.
       77 WRK-EQP-TIPO          PIC X(05) VALUE SPACES.
       77 CTLRMA-STATUS         PIC 9(2).
       77 RMAPACK-STATUS        PIC 9(2).
       77 RMAREL-STATUS         PIC 9(2).
       77 WRK-Z-CON             PIC S9(9)V9(2) VALUE 0.
       77 WRK-Z-ASS             PIC S9(9)V9(2) VALUE 0.
       77 WRK-Z-NC              PIC S9(9)V9(2) VALUE 0.
       77 WRK-Z-PRE             PIC S9(9)V9(2) VALUE 0.
       77 WRK-Z-IMP             PIC S9(9)V9(2) VALUE 0.
       77 WRK-Z-DESC            PIC S9(9)V9(2) VALUE 0.
       77 WRK-Z-VALE-VEND       PIC 9(9)V9(2) VALUE 0.
       77 WRK-QTD-CLILOTE-AVI   PIC 9(4) VALUE 0.
       77 WRK-CLO-DUP           PIC X(1) VALUE 'N'.
       77 WRK-CLO-REJ           PIC X(1) VALUE 'N'.
       77 WRK-CLO-MOTIVO        PIC X(16) VALUE SPACES.
       01 WRK-CLO-CAMPOS.
           05 WRK-CLO-NOME         PIC X(32).
           05 WRK-CLO-TEL          PIC X(15).
           05 WRK-CLO-END          PIC X(42).
           05 WRK-CLO-PLANO        PIC X(4).
           05 WRK-CLO-CPF          PIC X(11).
           05 WRK-CLO-CEP          PIC X(9).
           05 WRK-CLO-NUMERO       PIC X(6).

      *Busca de clientes por nome ou telefone (4600): tabela de
      *resultados paginada, no espirito da busca por pessoa 6300,
      *Extrato com o arquivo morto (3488): situacao do morto e
      *contagem de linhas arquivadas alcancadas
       77 ARQEMP-STATUS         PIC 9(2).
       77 ARQPAG-STATUS         PIC 9(2).
       77 WRK-QTD-EXT-ARQ       PIC 9(5) VALUE 0.

      *Sugestoes de transferencia entre lojas (9830): paradas por
       77 WRK-NC-VALOR          PIC 9(7)V9(2) VALUE 0.
       77 WRK-NC-ORIG-VALOR     PIC 9(7)V9(2) VALUE 0.
       77 WRK-NC-CLIENTE        PIC 9(5) VALUE 0.
       77 WRK-NC-CODFILME       PIC 9(5) VALUE 0.
       77 WRK-NC-JA             PIC X(1) VALUE 'N'.
       77 WRK-NC-MOTIVO         PIC X(30) VALUE SPACES.


      *Estorno de transacao no mesmo dia (3450-ESTORNAR): numero
      *do emprestimo digitado, a ultima reserva Atendida reaberta
      *quando um checkin e desfeito, o valor e o imposto do item
      *a devolver (com a protecao contra dano, quando houve) e a
      *fatia do vale-presente a devolver quando o recibo original
      *teve vale (3457/3459)
       77 WRK-EMP-DIG           PIC 9(6) VALUE 0.
       77 WRK-RES-ULT-ATENDIDA  PIC 9(6) VALUE 0.
       77 WRK-EST-VALOR         PIC 9(7)V9(2) VALUE 0.
       77 WRK-EST-IMPOSTO       PIC 9(7)V9(2) VALUE 0.
       77 WRK-EST-VALE-SHARE    PIC 9(7)V9(2) VALUE 0.
       77 WRK-EST-CARTAO        PIC 9(6) VALUE 0.
       77 WRK-PROX-EMPRESTIMO   PIC 9(6) VALUE 0.
               10 WRK-ITEM-DIAS        PIC 9(3).
               10 WRK-ITEM-CATLANC     PIC X(01).
               10 WRK-ITEM-NUMEMP      PIC 9(6).
               10 WRK-ITEM-PONTOS      PIC 9(7).
               10 WRK-ITEM-GENERO      PIC X(08).
               10 WRK-ITEM-PACOTE      PIC 9(7)V9(2).
               10 WRK-ITEM-PREPAGO     PIC 9(6).
               10 WRK-ITEM-CAUCAO      PIC 9(5)V9(2).
               10 WRK-ITEM-PROT-BRL    PIC 9(5)V9(2).
               10 WRK-ITEM-PROT-IMP    PIC 9(5)V9(2).
               10 WRK-ITEM-PROT-TETO   PIC 9(5)V9(2).

      *Ranking de receita por cliente (9977-TOP-CLIENTES): periodo
      *escolhido, quebra de controle por cliente e acumuladores
           05 WRK-UT-SV-CUSTO      PIC 9(6)V9(2).
           05 WRK-UT-SV-DTCAD      PIC 9(8).
           05 WRK-UT-SV-LOJA       PIC X(8).
           05 WRK-UT-SV-QTD-LOC    PIC 9(5).
           05 WRK-UT-SV-LOC-INSP   PIC 9(3).
           05 WRK-UT-SV-DTINSP     PIC 9(8).
           05 WRK-UT-SV-POSSE      PIC X(1).
           05 WRK-UT-SV-DONO       PIC X(15).
           05 WRK-UT-SV-DEVOLVER   PIC 9(8).
           05 WRK-UT-SV-PRECO      PIC 9(6)V9(2).
           05 WRK-UT-SV-PCT        PIC 9(2)V9(2).
       77 WRK-UT-SV-GENERO      PIC X(8) VALUE SPACES.
       77 WRK-UT-SV-ATOR        PIC X(30) VALUE SPACES.
       77 WRK-UT-QTD-AVA        PIC 9(4) VALUE 0.
       77 WRK-QTD-CLI-INC       PIC 9(5) VALUE 0.
       77 WRK-QTD-CLI-ATU       PIC 9(5) VALUE 0.
       77 WRK-QTD-CLI-PUL       PIC 9(5) VALUE 0.
       77 WRK-QTD-CLI-CPF       PIC 9(5) VALUE 0.
       77 WRK-QTD-CLI-CEP       PIC 9(5) VALUE 0.
       01 WRK-CLI-CAMPOS.
           05 WRK-CLI-F-COD        PIC X(5).
      *    Nome e endereco chegam com as aspas do 4950, entao os
           05 WRK-CLI-F-DATACAD    PIC 9(8).
           05 WRK-CLI-F-DATAALT    PIC 9(8).
           05 WRK-CLI-F-LOJA       PIC X(8).
           05 WRK-CLI-F-EMAIL      PIC X(40).
           05 WRK-CLI-F-OPT-SMS    PIC X(1).
           05 WRK-CLI-F-OPT-EMAIL  PIC X(1).
           05 WRK-CLI-F-OPT-CARTA  PIC X(1).
           05 WRK-CLI-F-CONSENT    PIC 9(8).
           05 WRK-CLI-F-CONS-OPER  PIC X(20).
           05 WRK-CLI-F-CPF        PIC 9(11).
      *    Endereco estruturado (CEP, numero e complemento, este
      *    tambem protegido pelo 4950)
           05 WRK-CLI-F-CEP        PIC 9(8).
           05 WRK-CLI-F-NUMERO     PIC X(6).
           05 WRK-CLI-F-COMPL      PIC X(22).

      *Consolidacao da rede (9853): campos do parse das linhas de
      *MOVLOTE.CSV e a tabela de acumuladores por loja
       77 WRK-SES-LIQ           PIC S9(7)V9(2) VALUE 0.
       77 WRK-SES-FORMA-ED      PIC +9(7),9(2).

      *Conciliacao do cartao (9861): campos da linha da adquirente,
      *periodo coberto pelo arquivo e transacoes comparadas pelo
      *codigo de autorizacao
       77 CARTLOTE-STATUS       PIC 9(2).
       77 CARTDIVG-STATUS       PIC 9(2).
       77 CARTAUT-STATUS        PIC 9(2).
       77 WRK-CAR-DATA          PIC 9(8) VALUE 0.
       77 WRK-CAR-DATA-INI      PIC 9(8) VALUE 0.
       77 WRK-CAR-DATA-FIM      PIC 9(8) VALUE 0.
       77 WRK-CAR-AUTORIZ       PIC X(12) VALUE SPACES.
       77 WRK-CAR-RECIBO        PIC 9(6) VALUE 0.
       77 WRK-CAR-VALOR         PIC 9(7)V9(2) VALUE 0.
       77 WRK-CAR-SISTEMA       PIC S9(9)V9(2) VALUE 0.
       77 WRK-CAR-ADQ-ED        PIC 9(7),9(2).
       77 WRK-CAR-SIS-ED        PIC 9(7),9(2).
       77 WRK-CAR-SITUACAO      PIC X(22) VALUE SPACES.
       77 WRK-QTD-CAR-OK        PIC 9(5) VALUE 0.
       77 WRK-QTD-CAR-DIVG      PIC 9(5) VALUE 0.
       01 WRK-CAR-CAMPOS.
           05 WRK-CAR-F-DATA       PIC X(8).
           05 WRK-CAR-F-VALOR      PIC 9(7)V9(2).
           05 WRK-CAR-F-AUTORIZ    PIC X(12).

      *Maquininha (TEF, 3186): prazo em segundos para a resposta
      *do terminal e a hora (em centesimos) em que a espera
      *comecou, id do pedido (recibo + tentativa), campos da
      *resposta e o que foi aprovado, para o cupom (3130)
       77 TEFREQ-STATUS         PIC 9(2).
       77 TEFRESP-STATUS        PIC 9(2).
       77 WRK-TEF-TIMEOUT       PIC 9(3) VALUE 60.
       77 WRK-TEF-ESPERA        PIC 9(3) VALUE 0.
       77 WRK-TEF-CENT-INI      PIC 9(9) VALUE 0.
       77 WRK-TEF-CENT-AGORA    PIC 9(9) VALUE 0.
       77 WRK-TEF-TENTATIVA     PIC 9(2) VALUE 0.
       77 WRK-TEF-FIM           PIC X(1) VALUE 'N'.
       77 WRK-TEF-RESPOSTA      PIC X(1) VALUE 'N'.
       77 WRK-TEF-OPCAO         PIC X(1) VALUE SPACE.
       77 WRK-TEF-MODO          PIC X(1) VALUE SPACE.
       77 WRK-TEF-DEL-STATUS    PIC 9(9) COMP VALUE 0.
       77 WRK-TEF-VALOR         PIC 9(7)V9(2) VALUE 0.
       77 WRK-TEF-VALOR-ED      PIC 9(7),9(2).
       77 WRK-TEF-RESULTADO     PIC X(1) VALUE SPACE.
           88 TEF-RESP-APROVADA    VALUE 'A'.
           88 TEF-RESP-NEGADA      VALUE 'N'.
           88 TEF-RESP-FORA        VALUE 'O'.
           88 TEF-RESP-SEM-RETORNO VALUE 'T'.
       01 WRK-TEF-ID.
           05 WRK-TEF-ID-RECIBO    PIC 9(6).
           05 WRK-TEF-ID-SEQ       PIC 9(2).
       01 WRK-TEF-HORA.
           05 WRK-TEF-HH           PIC 9(2).
           05 WRK-TEF-MM           PIC 9(2).
           05 WRK-TEF-SS           PIC 9(2).
           05 WRK-TEF-CC           PIC 9(2).
       01 WRK-TEF-RESP-CAMPOS.
           05 WRK-TEF-R-ID         PIC X(8).
           05 WRK-TEF-R-SITUACAO   PIC X(1).
           05 WRK-TEF-R-AUTORIZ    PIC X(12).
           05 WRK-TEF-R-BANDEIRA   PIC X(10).
           05 WRK-TEF-R-MENSAGEM   PIC X(40).

      *NFC-e (3680): serie e numero emitidos para o cupom, estado
      *do transmissor e campos de montagem do documento e da fila
       77 NFCE-STATUS           PIC 9(2).
       77 CTLNFCE-STATUS        PIC 9(2).
       77 NFCEFILA-STATUS       PIC 9(2).
       77 NFCEST-STATUS         PIC 9(2).
       77 WRK-NFE-SERIE         PIC 9(3) VALUE 0.
       77 WRK-NFE-NUMERO        PIC 9(8) VALUE 0.
       77 WRK-NFE-LINHA         PIC 9(2) VALUE 0.
       77 WRK-NFE-EMISSAO       PIC X(1) VALUE SPACE.
       77 WRK-NFE-ONLINE        PIC X(1) VALUE 'N'.
       77 WRK-NFE-CPF           PIC X(11) VALUE SPACES.
       77 WRK-NFE-BRUTO         PIC 9(7)V9(2) VALUE 0.
       77 WRK-NFE-DESCONTO      PIC 9(7)V9(2) VALUE 0.
       77 WRK-NFE-VALOR-ED      PIC 9(7),9(2).
       77 WRK-NFE-IMPOSTO-ED    PIC 9(7),9(2).
       77 WRK-NFE-DESC-ED       PIC 9(7),9(2).
       77 WRK-NFE-ALIQ-ED       PIC 9(2),9(2).

      *Conciliacao bancaria (9799): campos da linha do extrato,
      *periodo coberto, item sendo casado e contadores do resumo
       77 EXTBANCO-STATUS       PIC 9(2).
       77 CONCBAN-STATUS        PIC 9(2).
       77 BANCDIVG-STATUS       PIC 9(2).
       77 WRK-CB-BAN-ATE        PIC 9(8) VALUE 0.
       77 WRK-CB-SIS-ATE        PIC 9(8) VALUE 0.
       77 WRK-CB-ULT-SEQ        PIC 9(6) VALUE 0.
       77 WRK-CB-DATA-INI       PIC 9(8) VALUE 0.
       77 WRK-CB-DATA-FIM       PIC 9(8) VALUE 0.
       77 WRK-CB-SIS-DE         PIC 9(8) VALUE 0.
       77 WRK-CB-DATA-MIN       PIC 9(8) VALUE 0.
       77 WRK-CB-CHAVE-ANT      PIC X(16) VALUE LOW-VALUES.
       77 WRK-CB-TIPO           PIC X(1) VALUE SPACE.
       77 WRK-CB-DATA           PIC 9(8) VALUE 0.
       77 WRK-CB-VALOR          PIC 9(7)V9(2) VALUE 0.
       77 WRK-CB-REF            PIC 9(6) VALUE 0.
       77 WRK-CB-ORIGEM         PIC X(12) VALUE SPACES.
       77 WRK-CB-ACHOU          PIC X(1) VALUE 'N'.
       77 WRK-CB-SITUACAO       PIC X(14) VALUE SPACES.
       77 WRK-CB-DATA-BANCO     PIC 9(8) VALUE 0.
       77 WRK-CB-DATA-SIS       PIC 9(8) VALUE 0.
       77 WRK-CB-VALOR-ED       PIC 9(7),9(2).
       77 WRK-QTD-CB-CASADOS    PIC 9(5) VALUE 0.
       77 WRK-QTD-CB-BANCO      PIC 9(5) VALUE 0.
       77 WRK-QTD-CB-SISTEMA    PIC 9(5) VALUE 0.
       77 WRK-QTD-CB-ANTERIOR   PIC 9(5) VALUE 0.
       77 WRK-QTD-CB-IGNORADO   PIC 9(5) VALUE 0.
       01 WRK-CB-CAMPOS.
           05 WRK-CB-F-DATA        PIC X(8).
           05 WRK-CB-F-TIPO        PIC X(3).
           05 WRK-CB-F-VALOR       PIC 9(7)V9(2).
           05 WRK-CB-F-REF         PIC 9(6).

      *Previsao de fluxo de caixa (9790): 13 semanas a partir de
      *hoje (91 dias corridos), com as entradas e saidas previstas
      *de cada uma. A fatura das contas da casa vence e o repasse
      *das distribuidoras e pago no dia WRK-FC-DIA-VENC do mes
      *seguinte; a media do balcao sai das ultimas 4 semanas
       77 FLUXOCX-STATUS        PIC 9(2).
       77 WRK-FC-DIA-VENC       PIC 9(2) VALUE 10.
       77 WRK-FC-DIAS-MEDIA     PIC 9(2) VALUE 28.
       77 WRK-FC-SALDO-INI      PIC 9(9)V9(2) VALUE 0.
       77 WRK-FC-SALDO          PIC S9(9)V9(2) VALUE 0.
       77 WRK-FC-FIM            PIC 9(8) VALUE 0.
       77 WRK-FC-DATA           PIC 9(8) VALUE 0.
       77 WRK-FC-MES-ATUAL      PIC 9(8) VALUE 0.
       77 WRK-FC-MES-ANT        PIC 9(8) VALUE 0.
       77 WRK-FC-MES-PROX       PIC 9(8) VALUE 0.
       77 WRK-FC-VALOR          PIC S9(9)V9(2) VALUE 0.
       77 WRK-FC-PLANOS-MES     PIC 9(9)V9(2) VALUE 0.
       77 WRK-FC-BALCAO-TOTAL   PIC S9(9)V9(2) VALUE 0.
       77 WRK-FC-BALCAO-DIA     PIC S9(9)V9(2) VALUE 0.
       77 WRK-FC-NOTA-ABERTA    PIC X(1) VALUE 'N'.
       77 WRK-FC-NOTA-VENC      PIC 9(8) VALUE 0.
       77 WRK-FC-NOTA-TOTAL     PIC 9(9)V9(2) VALUE 0.
       77 WRK-FC-REPASSE        PIC 9(9)V9(2) VALUE 0.
       77 WRK-FC-IDX            PIC 9(2) VALUE 0.
       77 WRK-FC-COL            PIC 9(2) VALUE 0.
       77 WRK-FC-LIN            PIC 9(2) VALUE 0.
       77 WRK-FC-TOTAL          PIC S9(9)V9(2) VALUE 0.
       01 WRK-FC-TAB-SEMANAS.
           05 WRK-FC-SEMANA OCCURS 13 TIMES.
               10 WRK-FC-INICIO    PIC 9(8).
               10 WRK-FC-CASA      PIC S9(9)V9(2).
               10 WRK-FC-PLANOS    PIC S9(9)V9(2).
               10 WRK-FC-BALCAO    PIC S9(9)V9(2).
               10 WRK-FC-NOTAS     PIC S9(9)V9(2).
               10 WRK-FC-REPASSES  PIC S9(9)V9(2).
               10 WRK-FC-ACUMULADO PIC S9(9)V9(2).
      *    Linha do relatorio: rotulo e 14 colunas (13 semanas e o
      *    total), texto na linha das datas e valor nas demais
       01 WRK-FC-LINHA.
           05 WRK-FC-L-ROTULO      PIC X(20).
           05 WRK-FC-L-COLUNA OCCURS 14 TIMES.
               10 WRK-FC-L-SEP     PIC X(1).
               10 WRK-FC-L-TEXTO   PIC X(13).
               10 WRK-FC-L-VALOR REDEFINES WRK-FC-L-TEXTO
                                   PIC -9(9),9(2).

      *Demonstracao de resultado por loja (9782): ate 10 lojas, a
      *posicao 11 e o total da rede; as 17 linhas da demonstracao
      *ficam em WRK-DR-VALOR, receitas e custos em valor positivo
      *e as linhas 9, 16 e 17 calculadas no fim
       77 CUSTOFIX-STATUS       PIC 9(2).
       77 DRELOJA-STATUS        PIC 9(2).
       77 DRECSV-STATUS         PIC 9(2).
       77 WRK-DR-MES            PIC 9(6) VALUE 0.
       77 WRK-DR-QTD-LOJAS      PIC 9(2) VALUE 0.
       77 WRK-DR-IDX            PIC 9(2) VALUE 0.
       77 WRK-DR-LIN            PIC 9(2) VALUE 0.
       77 WRK-DR-COL            PIC 9(2) VALUE 0.
       77 WRK-DR-PRIMEIRA       PIC 9(2) VALUE 0.
       77 WRK-DR-ULTIMA         PIC 9(2) VALUE 0.
       77 WRK-DR-LOJA-BUSCA     PIC X(8) VALUE SPACES.
       77 WRK-DR-VALOR-SOMA     PIC S9(9)V9(2) VALUE 0.
       77 WRK-DR-IMPOSTO        PIC S9(9)V9(2) VALUE 0.
       77 WRK-DR-COMPRAS        PIC 9(9)V9(2) VALUE 0.
       77 WRK-DR-NOTA-MES       PIC X(1) VALUE 'N'.
       77 WRK-DR-QTD-FIXOS      PIC 9(4) VALUE 0.
       01 WRK-DR-ROTULOS.
           05 FILLER PIC X(24) VALUE 'Locacoes'.
           05 FILLER PIC X(24) VALUE 'Multas'.
           05 FILLER PIC X(24) VALUE 'Venda de exemplares'.
           05 FILLER PIC X(24) VALUE 'Faturas contas da casa'.
           05 FILLER PIC X(24) VALUE 'Mensalidades de planos'.
           05 FILLER PIC X(24) VALUE 'Pacotes pre-pagos'.
           05 FILLER PIC X(24) VALUE '(-) Estornos e creditos'.
           05 FILLER PIC X(24) VALUE '(-) Impostos'.
           05 FILLER PIC X(24) VALUE 'RECEITA LIQUIDA'.
           05 FILLER PIC X(24) VALUE 'Compras de acervo'.
           05 FILLER PIC X(24) VALUE 'Repasse distribuidoras'.
           05 FILLER PIC X(24) VALUE 'Baixas de exemplares'.
           05 FILLER PIC X(24) VALUE 'Reparos'.
           05 FILLER PIC X(24) VALUE 'Perdas de dividas'.
           05 FILLER PIC X(24) VALUE 'Custos fixos'.
           05 FILLER PIC X(24) VALUE 'TOTAL DE CUSTOS'.
           05 FILLER PIC X(24) VALUE 'RESULTADO DO MES'.
       01 WRK-DR-ROTULOS-R REDEFINES WRK-DR-ROTULOS.
           05 WRK-DR-ROTULO OCCURS 17 TIMES PIC X(24).
       01 WRK-DR-SIGLAS.
           05 FILLER PIC X(13) VALUE 'Locacoes'.
           05 FILLER PIC X(13) VALUE 'Multas'.
           05 FILLER PIC X(13) VALUE 'Vendas'.
           05 FILLER PIC X(13) VALUE 'ContasCasa'.
           05 FILLER PIC X(13) VALUE 'Planos'.
           05 FILLER PIC X(13) VALUE 'Pacotes'.
           05 FILLER PIC X(13) VALUE 'Estornos'.
           05 FILLER PIC X(13) VALUE 'Impostos'.
           05 FILLER PIC X(13) VALUE 'ReceitaLiq'.
           05 FILLER PIC X(13) VALUE 'Compras'.
           05 FILLER PIC X(13) VALUE 'Repasse'.
           05 FILLER PIC X(13) VALUE 'Baixas'.
           05 FILLER PIC X(13) VALUE 'Reparos'.
           05 FILLER PIC X(13) VALUE 'Perdas'.
           05 FILLER PIC X(13) VALUE 'CustosFixos'.
           05 FILLER PIC X(13) VALUE 'TotalCustos'.
           05 FILLER PIC X(13) VALUE 'Resultado'.
       01 WRK-DR-SIGLAS-R REDEFINES WRK-DR-SIGLAS.
           05 WRK-DR-SIGLA OCCURS 17 TIMES PIC X(13).
       01 WRK-TAB-DRE.
           05 WRK-DR-LOJA-ITEM OCCURS 11 TIMES.
               10 WRK-DR-LOJA      PIC X(8).
               10 WRK-DR-NOME      PIC X(20).
               10 WRK-DR-VALOR OCCURS 17 TIMES PIC S9(9)V9(2).
       01 WRK-DR-CAMPOS.
           05 WRK-DR-F-DATA        PIC X(8).
           05 WRK-DR-F-OPER        PIC X(20).
           05 WRK-DR-F-TIPO        PIC X(8).
           05 WRK-DR-F-CLIENTE     PIC X(5).
           05 WRK-DR-F-EMP         PIC X(6).
           05 WRK-DR-F-LOJA        PIC X(8).
           05 WRK-DR-F-DESCR       PIC X(30).
           05 WRK-DR-F-VALOR       PIC X(10).
      *    Linha impressa: rotulo e ate 7 colunas de loja
       01 WRK-DR-LINHA.
           05 WRK-DR-L-ROTULO      PIC X(24).
           05 WRK-DR-L-COLUNA OCCURS 7 TIMES.
               10 FILLER           PIC X(2).
               10 WRK-DR-L-TEXTO   PIC X(13).
               10 WRK-DR-L-VALOR REDEFINES WRK-DR-L-TEXTO
                                   PIC -9(9),9(2).
      *    Linha exportada: loja, nome e as 17 linhas
       01 WRK-DR-CSV.
           05 WRK-DR-C-LOJA        PIC X(8).
           05 FILLER               PIC X(1) VALUE ';'.
           05 WRK-DR-C-NOME        PIC X(20).
           05 WRK-DR-C-COLUNA OCCURS 17 TIMES.
               10 WRK-DR-C-SEP     PIC X(1).
               10 WRK-DR-C-TEXTO   PIC X(13).
               10 WRK-DR-C-VALOR REDEFINES WRK-DR-C-TEXTO
                                   PIC -9(9),9(2).

      *Ponto dos operadores: limite de horas de um turno
      *(PARAM-HORAS-TURNO), marcacoes em aberto achadas por 3906
      *(a mais antiga e a mais recente), campos da correcao (9770)
      *e acumuladores do relatorio mensal (9769)
       77 PONTO-STATUS          PIC 9(2).
       77 PONTOREL-STATUS       PIC 9(2).
       77 WRK-HP-LIMITE         PIC 9(2)V9(2) VALUE 10,00.
       77 WRK-HP-LIMITE-MIN     PIC 9(4) VALUE 0.
       77 WRK-HP-OPERADOR       PIC X(8) VALUE SPACES.
       77 WRK-HP-RESP           PIC X(1) VALUE SPACE.
       77 WRK-HP-OK             PIC X(1) VALUE 'S'.
       77 WRK-HP-HORA-SIS       PIC 9(8) VALUE 0.
       77 WRK-HP-QTD-ABERTOS    PIC 9(3) VALUE 0.
       77 WRK-HP-PRI-DATA       PIC 9(8) VALUE 0.
       77 WRK-HP-PRI-HORA       PIC 9(4) VALUE 0.
       77 WRK-HP-ULT-DATA       PIC 9(8) VALUE 0.
       77 WRK-HP-ULT-HORA       PIC 9(4) VALUE 0.
       77 WRK-HP-ONTEM          PIC 9(8) VALUE 0.
       77 WRK-HP-SAIDA-DATA     PIC 9(8) VALUE 0.
       77 WRK-HP-SAIDA-HORA     PIC 9(4) VALUE 0.
       77 WRK-HP-MES            PIC 9(6) VALUE 0.
       77 WRK-HP-DATA-AUX       PIC 9(8) VALUE 0.
       77 WRK-HP-DIAS           PIC 9(3) VALUE 0.
       77 WRK-HP-MIN-ENT        PIC 9(4) VALUE 0.
       77 WRK-HP-MIN-SAI        PIC 9(4) VALUE 0.
       77 WRK-HP-MIN-TURNO      PIC S9(6) VALUE 0.
       77 WRK-HP-OP-ATUAL       PIC X(8) VALUE SPACES.
       77 WRK-HP-DIA-ATUAL      PIC 9(8) VALUE 0.
       77 WRK-HP-DIA-ENTRADA    PIC 9(4) VALUE 0.
       77 WRK-HP-DIA-SAIDA      PIC 9(4) VALUE 0.
       77 WRK-HP-DIA-TURNOS     PIC 9(2) VALUE 0.
       77 WRK-HP-DIA-MIN        PIC 9(6) VALUE 0.
       77 WRK-HP-DIA-LONGO      PIC X(1) VALUE 'N'.
       77 WRK-HP-DIA-ABERTO     PIC X(1) VALUE 'N'.
       77 WRK-HP-DIA-CORRIGIDO  PIC X(1) VALUE 'N'.
       77 WRK-HP-OP-MIN         PIC 9(6) VALUE 0.
       77 WRK-HP-OP-DIAS        PIC 9(3) VALUE 0.
       77 WRK-HP-OP-LONGOS      PIC 9(3) VALUE 0.
       77 WRK-HP-OP-FECHADOS    PIC 9(3) VALUE 0.
       77 WRK-HP-OP-ABERTOS     PIC 9(3) VALUE 0.
       77 WRK-HP-QTD-OPER       PIC 9(3) VALUE 0.
       77 WRK-HP-MIN-ED         PIC 9(6) VALUE 0.
       77 WRK-HP-QUOCIENTE      PIC 9(4) VALUE 0.
       77 WRK-HP-RESTO          PIC 9(2) VALUE 0.
       77 WRK-HP-LIMITE-ED      PIC Z9,99.
       01 WRK-HP-HM.
           05 WRK-HP-HH            PIC 9(2).
           05 WRK-HP-MM            PIC 9(2).
       01 WRK-HP-HM-9 REDEFINES WRK-HP-HM PIC 9(4).
      *    Horas e minutos editados (HHH:MM)
       01 WRK-HP-HORAS-ED.
           05 WRK-HP-ED-HH         PIC ZZ9.
           05 FILLER               PIC X(1) VALUE ':'.
           05 WRK-HP-ED-MM         PIC 9(2).
      *    Linha de um dia no relatorio de horas
       01 WRK-HP-LINHA.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WRK-HP-L-DATA        PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WRK-HP-L-LOJA        PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WRK-HP-L-ENTRADA     PIC 9(4).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WRK-HP-L-SAIDA       PIC X(4).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WRK-HP-L-TURNOS      PIC Z9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WRK-HP-L-HORAS       PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WRK-HP-L-OCORRENCIAS.
               10 WRK-HP-L-LONGO       PIC X(12).
               10 WRK-HP-L-FECHADO     PIC X(12).
               10 WRK-HP-L-ABERTO      PIC X(10).
               10 WRK-HP-L-CORRIGIDO   PIC X(10).

      *Diario de alteracoes para a copia de reserva (5200): a
      *operacao (I-nclusao, A-lteracao, E-xclusao) vem do ponto
      *de gravacao e o arquivo e a imagem do registro do 5201 a
      *5208 de cada mestre; a linha leva a sequencia, a data e a
      *hora, o operador e a imagem do registro (o maior mestre,
      *CLIENTES, tem menos de 300 posicoes)
       77 JORNAL-STATUS         PIC 9(2).
       77 CTLJRN-STATUS         PIC 9(2).
       77 WRK-JRN-OPER          PIC X(1) VALUE SPACE.
       77 WRK-JRN-ARQUIVO       PIC X(12) VALUE SPACES.
       77 WRK-JRN-DADOS         PIC X(300) VALUE SPACES.
       01 WRK-JRN-REG.
           05 WRK-JRN-SEQ          PIC 9(9).
           05 WRK-JRN-DATA         PIC 9(8).
           05 WRK-JRN-HORA         PIC 9(8).
           05 WRK-JRN-ORIGEM       PIC X(8).
           05 WRK-JRN-R-ARQUIVO    PIC X(12).
           05 WRK-JRN-R-OPER       PIC X(1).
           05 WRK-JRN-IMAGEM       PIC X(300).

      *Layout que este programa conhece para cada arquivo mestre:
      *nome, versao atual, tamanho do registro atual e tamanho na
      *versao 1 (a dos arquivos de antes do carimbo); ao mudar um
      *FD, suba a versao aqui, no LOTE-NOTURNO e no
      *CONVERTE-ARQUIVOS, que leva o arquivo de uma versao a outra
       77 VERSOES-STATUS        PIC 9(2).
       77 WRK-VRS-IDX           PIC 9(2) VALUE ZERO.
       77 WRK-VRS-NOVA          PIC X(1) VALUE 'N'.
       77 WRK-VRS-ERRO          PIC X(1) VALUE 'N'.
       77 WRK-VRS-STATUS        PIC 9(2) VALUE ZERO.
       01 WRK-VRS-LAYOUTS.
           05 FILLER PIC X(23) VALUE 'FILMES      00102320232'.
           05 FILLER PIC X(23) VALUE 'EMPRESTIMOS 00301000086'.
           05 FILLER PIC X(23) VALUE 'PAGAMENTOS  00301530121'.
           05 FILLER PIC X(23) VALUE 'CLIENTES    00202690152'.
           05 FILLER PIC X(23) VALUE 'EXEMPLARES  00301320080'.
           05 FILLER PIC X(23) VALUE 'RESERVAS    00100330033'.
           05 FILLER PIC X(23) VALUE 'VALECRED    00100450045'.
           05 FILLER PIC X(23) VALUE 'CAIXA       00100610061'.
           05 FILLER PIC X(23) VALUE 'ARQEMP      00200920086'.
           05 FILLER PIC X(23) VALUE 'ARQPAG      00201490121'.
       01 WRK-VRS-LAYOUTS-R REDEFINES WRK-VRS-LAYOUTS.
           05 WRK-VRS-ITEM OCCURS 10 TIMES.
               10 WRK-VRS-ARQUIVO      PIC X(12).
                   88 WRK-VRS-ARQ-MORTO    VALUES 'ARQEMP' 'ARQPAG'.
               10 WRK-VRS-VERSAO       PIC 9(3).
               10 WRK-VRS-TAMANHO      PIC 9(4).
               10 WRK-VRS-TAM-V1       PIC 9(4).

      *Lista de guarda (9762) e auditoria de uma prateleira
      *(9761): a prateleira lida, os discos lidos nela com a
      *situacao de cada um (F = fora do lugar, S = sem ficha,
      *E = emprestado, B = baixado, branco = no lugar) e os
      *contadores; os de divergencia sao os da contagem (9959)
       77 GUARDA-STATUS         PIC 9(2).
       77 GUARDSEQ-STATUS       PIC 9(2).
       77 GUARDREL-STATUS       PIC 9(2).
       77 AUDPRAT-STATUS        PIC 9(2).
       77 WRK-GDA-QTD           PIC 9(5) VALUE 0.
       77 WRK-GDA-SAIU          PIC 9(5) VALUE 0.
       77 WRK-GDA-LOCAL-ANT     PIC X(10) VALUE SPACES.
       77 WRK-GDA-CHAVE-ANT     PIC X(17) VALUE SPACES.
       77 WRK-PRA-LOCAL         PIC X(10) VALUE SPACES.
       77 WRK-PRA-QTD           PIC 9(3) VALUE 0.
       77 WRK-PRA-IDX           PIC 9(3) VALUE 0.
       77 WRK-PRA-QTD-FORA      PIC 9(3) VALUE 0.
       77 WRK-PRA-QTD-MOVIDOS   PIC 9(3) VALUE 0.
       77 WRK-PRA-ACHOU         PIC X(1) VALUE 'N'.
       77 WRK-PRA-TIPO          PIC X(30) VALUE SPACES.
       01 WRK-TAB-PRATELEIRA.
           05 WRK-PRA-LIDO OCCURS 500 TIMES.
               10 WRK-PRA-FILME     PIC 9(5).
               10 WRK-PRA-EX        PIC 9(2).
               10 WRK-PRA-SITUACAO  PIC X(1).
               10 WRK-PRA-LOCAL-FICHA PIC X(10).

      *Casos de reclamacao (4900-4960): numero reservado, campos
      *da abertura e da solucao, recibo ja informado para a nota
      *de credito do caso (3430 nao pergunta de novo), tabela das
      *categorias e os totais do relatorio do mes por categoria
      *(a sexta linha e o total geral)
       77 CASOS-STATUS          PIC 9(2).
       77 CTLCAS-STATUS         PIC 9(2).
       77 CASOREL-STATUS        PIC 9(2).
       77 WRK-PROX-CASO         PIC 9(6) VALUE 0.
       77 CAS-NUM-DIG           PIC 9(6) VALUE 0.
       77 CAS-CATEGORIA-DIG     PIC X(1) VALUE SPACE.
       77 CAS-DESCRICAO-DIG     PIC X(60) VALUE SPACES.
       77 WRK-CAS-RECIBO        PIC 9(6) VALUE 0.
       77 WRK-CAS-ABERTOS       PIC 9(3) VALUE 0.
       77 WRK-CAS-RESULTADO     PIC X(1) VALUE SPACE.
       77 WRK-CAS-ACAO          PIC X(1) VALUE SPACE.
       77 WRK-CAS-ACAO-OK       PIC X(1) VALUE 'N'.
       77 WRK-CAS-OK            PIC X(1) VALUE 'S'.
       77 WRK-CAS-REF           PIC 9(9) VALUE 0.
       77 WRK-CAS-VALOR         PIC 9(5)V9(2) VALUE 0.
       77 WRK-CAS-SOLUCAO       PIC X(40) VALUE SPACES.
       77 WRK-CAS-CARTAO-ANT    PIC 9(6) VALUE 0.
       77 WRK-CAS-LINHA         PIC 9(2) VALUE 0.
       77 WRK-CAS-MES           PIC 9(6) VALUE 0.
       77 WRK-CAS-INICIO        PIC 9(8) VALUE 0.
       77 WRK-CAS-FIM           PIC 9(8) VALUE 0.
       77 WRK-CAS-DIAS          PIC 9(5) VALUE 0.
       77 WRK-CAS-ATE           PIC 9(8) VALUE 0.
       77 WRK-CAS-IDX           PIC 9(1) VALUE 0.
       77 WRK-CAS-ACAO-IDX      PIC 9(1) VALUE 0.
       77 WRK-CAS-MEDIA         PIC 9(5)V9(1) VALUE 0.
       77 WRK-CAS-MEDIA-ED      PIC ZZZZ9,9.
       77 WRK-CAS-QTD-ED        PIC ZZZZ9.
       01 WRK-CAS-CATEGORIAS.
           05 FILLER PIC X(23) VALUE 'MMulta contestada'.
           05 FILLER PIC X(23) VALUE 'DDisco danificado'.
           05 FILLER PIC X(23) VALUE 'VDevolucao contestada'.
           05 FILLER PIC X(23) VALUE 'CCobranca contestada'.
           05 FILLER PIC X(23) VALUE 'OOutros'.
       01 WRK-CAS-CATEGORIAS-R REDEFINES WRK-CAS-CATEGORIAS.
           05 WRK-CAS-CAT OCCURS 5 TIMES.
               10 WRK-CAS-CAT-COD      PIC X(1).
               10 WRK-CAS-CAT-NOME     PIC X(22).
       01 WRK-CAS-TOTAIS.
           05 WRK-CAS-TOT OCCURS 6 TIMES.
               10 WRK-CAS-T-ABERTOS    PIC 9(5).
               10 WRK-CAS-T-RESOLVIDOS PIC 9(5).
               10 WRK-CAS-T-PENDENTES  PIC 9(5).
               10 WRK-CAS-T-SOMA-DIAS  PIC 9(7).
               10 WRK-CAS-T-MAIOR      PIC 9(5).

      *Pedidos de titulo (4960-4990): numero reservado, campos
      *digitados, copias ativas do filme pedido, quebra por
      *titulo e cliente da contagem da demanda (4985) e o
      *pendente de cada filme na sugestao de compra (9949)
       77 PEDTIT-STATUS         PIC 9(2).
       77 CTLPTT-STATUS         PIC 9(2).
       77 PTDEM-STATUS          PIC 9(2).
       77 PTSEQ-STATUS          PIC 9(2).
       77 DEMTOT-STATUS         PIC 9(2).
       77 DEMTOP-STATUS         PIC 9(2).
       77 DEMANDA-STATUS        PIC 9(2).
       77 WRK-PROX-PEDTIT       PIC 9(6) VALUE 0.
       77 PTT-NUM-DIG           PIC 9(6) VALUE 0.
       77 PTT-CODFILME-DIG      PIC 9(5) VALUE 0.
       77 PTT-TITULO-DIG        PIC X(30) VALUE SPACES.
       77 WRK-PTT-ATIVOS        PIC 9(3) VALUE 0.
       77 WRK-PTT-DUPLICADO     PIC X(1) VALUE 'N'.
       77 WRK-PTT-OK            PIC X(1) VALUE 'S'.
       77 WRK-PTT-QTD           PIC 9(5) VALUE 0.
       77 WRK-PTT-CHEGARAM      PIC 9(5) VALUE 0.
       77 WRK-PTT-LINHA         PIC 9(2) VALUE 0.
       77 WRK-PTT-SITUACAO      PIC X(10) VALUE SPACES.
       77 WRK-PTT-FILME-ANT     PIC 9(5) VALUE 0.
       77 WRK-PTT-TITULO-ANT    PIC X(30) VALUE SPACES.
       77 WRK-PTT-CLIENTE-ANT   PIC 9(5) VALUE 0.
       77 WRK-PTT-PRIMEIRO      PIC X(1) VALUE 'S'.
       77 WRK-PTT-GRUPOS        PIC 9(5) VALUE 0.
       77 WRK-DT-CLIENTES       PIC 9(5) VALUE 0.
       77 WRK-DT-PEDIDOS        PIC 9(5) VALUE 0.
       77 WRK-DT-DATA           PIC 9(8) VALUE 0.

      *Enriquecimento do catalogo pela base externa (6400-6455):
      *campos da linha lida, texto normalizado para o casamento,
      *candidatos achados em FILMES e totais da analise/aplicacao
       77 FILMEDB-STATUS        PIC 9(2).
       77 ENRIQPRO-STATUS       PIC 9(2).
       77 ENRIQREL-STATUS       PIC 9(2).
       77 ENRIQREV-STATUS       PIC 9(2).
       77 WRK-ENR-ID            PIC X(10) VALUE SPACES.
       77 WRK-ENR-TITULO        PIC X(50) VALUE SPACES.
       77 WRK-ENR-ANO-X         PIC X(4) VALUE SPACES.
       77 WRK-ENR-ANO           PIC 9(4) VALUE 0.
       77 WRK-ENR-DIRETOR       PIC X(30) VALUE SPACES.
       77 WRK-ENR-DURACAO       PIC 9(3) VALUE 0.
       77 WRK-ENR-SINOPSE       PIC X(50) VALUE SPACES.
       77 WRK-ENR-ELENCO        PIC X(155) VALUE SPACES.
       01 WRK-ENR-ATORES.
           05 WRK-ENR-ATOR      PIC X(30) OCCURS 5 TIMES.
       77 WRK-ENR-IDX           PIC 9(1) VALUE 0.
       77 WRK-ENR-TIT-NORM      PIC X(50) VALUE SPACES.
       77 WRK-ENR-NORM-IN       PIC X(50) VALUE SPACES.
       77 WRK-ENR-NORM-OUT      PIC X(50) VALUE SPACES.
       77 WRK-ENR-NORM-CMP      PIC X(50) VALUE SPACES.
       77 WRK-ENR-NORM-POS      PIC 9(2) VALUE 0.
       77 WRK-ENR-NORM-TAM      PIC 9(2) VALUE 0.
       77 WRK-ENR-NORM-CAR      PIC X(1) VALUE SPACE.
       77 WRK-ENR-NORM-BRANCO   PIC X(1) VALUE 'N'.
       77 WRK-ENR-EXATOS        PIC 9(3) VALUE 0.
       77 WRK-ENR-VIZINHOS      PIC 9(3) VALUE 0.
       77 WRK-ENR-QTD-CAND      PIC 9(1) VALUE 0.
       01 WRK-ENR-CANDIDATOS.
           05 WRK-ENR-CAND OCCURS 5 TIMES.
               10 WRK-ENR-CAND-COD     PIC 9(5).
               10 WRK-ENR-CAND-TITULO  PIC X(30).
               10 WRK-ENR-CAND-ANO     PIC 9(4).
       77 WRK-ENR-COD-EXATO     PIC 9(5) VALUE 0.
       77 WRK-ENR-QTD-ELENCO    PIC 9(2) VALUE 0.
       77 WRK-ENR-ULT-SEQ       PIC 9(2) VALUE 0.
       77 WRK-ENR-ACHOU-ATOR    PIC X(1) VALUE 'N'.
       77 WRK-ENR-CAMPO         PIC X(8) VALUE SPACES.
       77 WRK-ENR-ATUAL         PIC X(50) VALUE SPACES.
       77 WRK-ENR-FONTE         PIC X(50) VALUE SPACES.
       77 WRK-ENR-LIDOS         PIC 9(5) VALUE 0.
       77 WRK-ENR-CASADOS       PIC 9(5) VALUE 0.
       77 WRK-ENR-DUVIDOSOS     PIC 9(5) VALUE 0.
       77 WRK-ENR-SEM-PAR       PIC 9(5) VALUE 0.
       77 WRK-ENR-PROPOSTAS     PIC 9(5) VALUE 0.
       77 WRK-ENR-DIVERGENCIAS  PIC 9(5) VALUE 0.
       77 WRK-ENR-APLICADAS     PIC 9(5) VALUE 0.
       77 WRK-ENR-IGNORADAS     PIC 9(5) VALUE 0.
       77 WRK-ENR-OK            PIC X(1) VALUE 'S'.

      *Sessao de caixa do turno atual (1070-ABRE-CAIXA e
      *3900-FECHA-CAIXA): numero da sessao aberta, soma dos
       77 WRK-EX-TOT-FILME      PIC 9(3) VALUE 0.
       77 WRK-EX-NAO-BAIX       PIC 9(3) VALUE 0.

      *Orcamento de compras (9981-9986): mes apurado, a tabela por
      *distribuidor com orcado, comprometido (saldo a receber dos
      *pedidos em aberto) e realizado (notas digitadas), os totais
      *da loja e a liberacao do pedido que estoura o orcamento
       77 ORCAMENTO-STATUS      PIC 9(2).
       77 ORCREL-STATUS         PIC 9(2).
       77 WRK-ORC-MES           PIC 9(6) VALUE 0.
       77 WRK-ORC-DIST          PIC X(15) VALUE SPACES.
       77 WRK-ORC-EXISTE        PIC X(1) VALUE 'N'.
       77 WRK-ORC-OK            PIC X(1) VALUE 'S'.
       77 WRK-ORC-QTD-DIST      PIC 9(2) VALUE 0.
       77 WRK-ORC-IDX           PIC 9(2) VALUE 0.
       77 WRK-ORC-ACHOU         PIC X(1) VALUE 'N'.
       77 WRK-ORC-CAB-DIST      PIC X(15) VALUE SPACES.
       77 WRK-ORC-CAB-MES       PIC 9(6) VALUE 0.
       77 WRK-ORC-CAB-ABERTO    PIC X(1) VALUE 'N'.
       77 WRK-ORC-VALOR-LINHA   PIC 9(9)V9(2) VALUE 0.
       77 WRK-ORC-L-ORCADO      PIC 9(9)V9(2) VALUE 0.
       77 WRK-ORC-L-COMPROM     PIC 9(9)V9(2) VALUE 0.
       77 WRK-ORC-L-REALIZ      PIC 9(9)V9(2) VALUE 0.
       77 WRK-ORC-PEDIDO        PIC 9(9)V9(2) VALUE 0.
       77 WRK-ORC-USADO         PIC 9(9)V9(2) VALUE 0.
       77 WRK-ORC-SALDO         PIC S9(9)V9(2) VALUE 0.
       77 WRK-ORC-PCT           PIC 9(4)V9(2) VALUE 0.
       77 WRK-ORC-ESTOURO       PIC X(1) VALUE 'N'.
       77 WRK-ORC-APROVADO      PIC X(1) VALUE 'N'.
       77 WRK-ORC-LIBERADO      PIC X(1) VALUE 'S'.
       77 WRK-ORC-QTD-ESTOURO   PIC 9(2) VALUE 0.
       77 WRK-ORC-R-ORCADO      PIC 9(9)V9(2) VALUE 0.
       77 WRK-ORC-R-COMPROM     PIC 9(9)V9(2) VALUE 0.
       77 WRK-ORC-R-REALIZ      PIC 9(9)V9(2) VALUE 0.
       77 WRK-ORC-VALOR-ED      PIC ZZZZZZZZ9,99.
       77 WRK-ORC-SALDO-ED      PIC -ZZZZZZZZ9,99.
       77 WRK-ORC-PCT-ED        PIC ZZZ9,99.
       01 WRK-TAB-ORCAMENTO.
           05 WRK-ORC-ITEM OCCURS 50 TIMES.
               10 WRK-ORC-T-DIST    PIC X(15).
               10 WRK-ORC-T-ORCADO  PIC 9(9)V9(2).
               10 WRK-ORC-T-COMPROM PIC 9(9)V9(2).
               10 WRK-ORC-T-REALIZ  PIC 9(9)V9(2).

      *Rentabilidade e retorno por titulo (9988): acumuladores do
      *titulo corrente na quebra, datas do primeiro custo e do
      *retorno (primeiro movimento em que o liquido acumulado cobre
      *o custo de compra) e a tabela de totais por genero (G), por
      *distribuidora (D) e da loja (T)
       77 RENTMOV-STATUS        PIC 9(2).
       77 RENTSEQ-STATUS        PIC 9(2).
       77 RENTAB-STATUS         PIC 9(2).
       77 WRK-RB-FILME-ANT      PIC 9(5) VALUE 0.
       77 WRK-RB-TITULO         PIC X(30) VALUE SPACES.
       77 WRK-RB-GENERO         PIC X(8) VALUE SPACES.
       77 WRK-RB-DIST           PIC X(15) VALUE SPACES.
       77 WRK-RB-PCT            PIC 9(2)V9(2) VALUE 0.
       77 WRK-RB-CUSTO          PIC 9(9)V9(2) VALUE 0.
       77 WRK-RB-RECEITA        PIC S9(9)V9(2) VALUE 0.
       77 WRK-RB-REPASSE        PIC 9(9)V9(2) VALUE 0.
       77 WRK-RB-REP-MOV        PIC 9(7)V9(2) VALUE 0.
       77 WRK-RB-PERDAS         PIC 9(9)V9(2) VALUE 0.
       77 WRK-RB-LIQUIDO        PIC S9(9)V9(2) VALUE 0.
       77 WRK-RB-MARGEM         PIC S9(9)V9(2) VALUE 0.
       77 WRK-RB-MESES          PIC 9(3) VALUE 0.
       77 WRK-RB-PAGO           PIC X(1) VALUE 'N'.
       77 WRK-RB-NF-DATA        PIC 9(8) VALUE 0.
       77 WRK-RB-QTD-TITULOS    PIC 9(5) VALUE 0.
       77 WRK-RB-QTD-MOV        PIC 9(7) VALUE 0.
       77 WRK-RB-G-TIPO         PIC X(1) VALUE SPACES.
       77 WRK-RB-G-CHAVE        PIC X(15) VALUE SPACES.
       77 WRK-RB-IDX            PIC 9(3) VALUE 0.
       77 WRK-RB-QTD-GRUPOS     PIC 9(3) VALUE 0.
       77 WRK-RB-ACHOU          PIC X(1) VALUE 'N'.
       77 WRK-RB-VALOR-ED       PIC ZZZZZZZ9,99.
       77 WRK-RB-SINAL-ED       PIC -ZZZZZZZ9,99.
       77 WRK-RB-MESES-ED       PIC ZZ9.
       77 WRK-RB-QTD-ED         PIC ZZZ9.
       01 WRK-RB-DATA-CUS.
           05 WRK-RB-CUS-ANO    PIC 9(4).
           05 WRK-RB-CUS-MES    PIC 9(2).
           05 WRK-RB-CUS-DIA    PIC 9(2).
       01 WRK-RB-DATA-RET.
           05 WRK-RB-RET-ANO    PIC 9(4).
           05 WRK-RB-RET-MES    PIC 9(2).
           05 WRK-RB-RET-DIA    PIC 9(2).
       01 WRK-TAB-RENTAB.
           05 WRK-RB-ITEM OCCURS 101 TIMES.
               10 WRK-RB-T-TIPO     PIC X(1).
               10 WRK-RB-T-CHAVE    PIC X(15).
               10 WRK-RB-T-QTD      PIC 9(4).
               10 WRK-RB-T-PAGOS    PIC 9(4).
               10 WRK-RB-T-CUSTO    PIC 9(9)V9(2).
               10 WRK-RB-T-RECEITA  PIC S9(9)V9(2).
               10 WRK-RB-T-REPASSE  PIC 9(9)V9(2).
               10 WRK-RB-T-PERDAS   PIC 9(9)V9(2).
               10 WRK-RB-T-MARGEM   PIC S9(9)V9(2).

      *Recebimento de pedido de compra (9952/9953): quantidade
      *conferida por linha e dados padrao dos exemplares gerados
       77 RECEBREL-STATUS       PIC 9(2).
       77 WRK-FIS-TOT-BRUTO     PIC 9(9)V9(2) VALUE 0.
       77 WRK-FIS-TOT-IMPOSTO   PIC 9(9)V9(2) VALUE 0.
       77 WRK-FIS-TOT-BRL       PIC 9(9)V9(2) VALUE 0.
      *CPF do comprador, so nas vendas de balcao com cliente
       77 WRK-FIS-CPF           PIC X(11) VALUE SPACES.

      *Snapshot mensal de indicadores (9918) e painel (9917):
      *mes escolhido, acumuladores do mes e tabela do painel
      *cliente corrente e os tres generos mais alugados dele
       77 MALA-STATUS           PIC 9(2).
       77 WRK-FILTRO-GEN-MALA   PIC X(8) VALUE SPACES.
       77 WRK-FILTRO-SEG-MALA   PIC X(2) VALUE SPACES.
       77 WRK-QTD-MALA          PIC 9(5) VALUE 0.
       77 WRK-QTD-SUPRIMIDOS    PIC 9(5) VALUE 0.
       77 WRK-GEN-TALLY-QTD     PIC 9(2) VALUE 0.
       77 WRK-IDX-GEN           PIC 9(2) VALUE 0.
       77 WRK-GEN-BUSCADO       PIC X(8) VALUE SPACES.
       77 WRK-ALUGOU-RECENTE    PIC X(1) VALUE 'N'.

      *Estatistica de locacao por titulo (9928/9929): quebra de
      *controle pelo indice por filme do resumo diario e os
      *acumuladores do grupo (clientes distintos = soma dos
      *clientes novos do titulo)
       77 ESTTMP-STATUS         PIC 9(2).
       77 ESTTOP-STATUS         PIC 9(2).
       77 ESTATLOC-STATUS       PIC 9(2).
       77 WRK-EST-FILME-ANT     PIC 9(5) VALUE 0.
       77 WRK-EST-QTD           PIC 9(5) VALUE 0.
       77 WRK-EST-ULT           PIC 9(8) VALUE 0.
       77 WRK-EST-SOMA-DIAS     PIC 9(7) VALUE 0.
       77 WRK-EST-QTD-DEV       PIC 9(5) VALUE 0.
       77 WRK-QTD-DIST          PIC 9(5) VALUE 0.
       77 WRK-DIST-ACHOU        PIC X(1) VALUE 'N'.

      *Transferencias entre lojas (9932/9933/9934): campos
      *digitados e contador do relatorio de transito
       77 REPRECO-STATUS        PIC 9(2).
       77 RPC-NUM-DIG           PIC 9(4) VALUE 0.

      *Simulacao de um lote (9752): meses de historico, hipotese
      *de variacao do volume de locacoes, data de corte, fator de
      *preco do titulo, valores do emprestimo corrente e a tabela
      *de acumuladores por Genero, Categoria de lancamento e
      *Distribuidora, mais a linha T de total
       77 SIMREPRE-STATUS       PIC 9(2).
       77 WRK-RS-MESES          PIC 9(2) VALUE 0.
       77 WRK-RS-VOL-PCT        PIC 9(2) VALUE 0.
       77 WRK-RS-VOL-SINAL      PIC X(01) VALUE '+'.
       77 WRK-RS-VOL-FATOR      PIC 9(1)V9(4) VALUE 0.
       77 WRK-RS-ANO            PIC 9(4) VALUE 0.
       77 WRK-RS-MES            PIC 9(2) VALUE 0.
       77 WRK-RS-MESES-ABS      PIC 9(6) VALUE 0.
       77 WRK-RS-CORTE          PIC 9(8) VALUE 0.
       77 WRK-RS-CASA           PIC X(01) VALUE 'N'.
       77 WRK-RS-PRECO-NOVO     PIC 9(5)V9(2) VALUE 0.
       77 WRK-RS-FATOR          PIC 9(3)V9(6) VALUE 0.
       77 WRK-RS-PCT-REPASSE    PIC 9(2)V9(2) VALUE 0.
       77 WRK-RS-REC-ATU        PIC 9(7)V9(2) VALUE 0.
       77 WRK-RS-REC-PROJ       PIC 9(7)V9(2) VALUE 0.
       77 WRK-RS-IMP-ATU        PIC 9(7)V9(2) VALUE 0.
       77 WRK-RS-IMP-PROJ       PIC 9(7)V9(2) VALUE 0.
       77 WRK-RS-REP-ATU        PIC 9(7)V9(2) VALUE 0.
       77 WRK-RS-REP-PROJ       PIC 9(7)V9(2) VALUE 0.
       77 WRK-RS-TIPO           PIC X(01) VALUE SPACE.
       77 WRK-RS-CHAVE          PIC X(15) VALUE SPACES.
       77 WRK-RS-QTD            PIC 9(2) VALUE 0.
       77 WRK-RS-IDX            PIC 9(2) VALUE 0.
       77 WRK-RS-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-RS-QTD-PROJ       PIC 9(6) VALUE 0.
       77 WRK-RS-VARIACAO       PIC S9(9)V9(2) VALUE 0.
       01 WRK-RS-TABELA.
           05 WRK-RS-LIN OCCURS 60 TIMES.
               10 WRK-RS-L-TIPO     PIC X(01).
               10 WRK-RS-L-CHAVE    PIC X(15).
               10 WRK-RS-L-QTD      PIC 9(6).
               10 WRK-RS-L-REC-ATU  PIC 9(9)V9(2).
               10 WRK-RS-L-REC-PROJ PIC 9(9)V9(2).
               10 WRK-RS-L-REP-ATU  PIC 9(9)V9(2).
               10 WRK-RS-L-REP-PROJ PIC 9(9)V9(2).
               10 WRK-RS-L-IMP-ATU  PIC 9(9)V9(2).
               10 WRK-RS-L-IMP-PROJ PIC 9(9)V9(2).
       01 WRK-RS-DET.
           05 WRK-RS-D-CHAVE     PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-RS-D-QTD       PIC ZZZ.ZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-RS-D-QTD-PROJ  PIC ZZZ.ZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-RS-D-REC-ATU   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-RS-D-REC-PROJ  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-RS-D-VARIACAO  PIC -Z.ZZZ.ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-RS-D-REP-ATU   PIC Z.ZZZ.ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-RS-D-REP-PROJ  PIC Z.ZZZ.ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-RS-D-IMP-ATU   PIC Z.ZZZ.ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-RS-D-IMP-PROJ  PIC Z.ZZZ.ZZ9,99.
       01 WRK-RS-CAB.
           05 FILLER PIC X(16) VALUE 'Grupo'.
           05 FILLER PIC X(08) VALUE '  Locac'.
           05 FILLER PIC X(08) VALUE '   Proj'.
           05 FILLER PIC X(14) VALUE ' Receita atual'.
           05 FILLER PIC X(14) VALUE '  Receita proj'.
           05 FILLER PIC X(14) VALUE '      Variacao'.
           05 FILLER PIC X(13) VALUE '  Repas. atu'.
           05 FILLER PIC X(13) VALUE ' Repas. proj'.
           05 FILLER PIC X(13) VALUE '  Impos. atu'.
           05 FILLER PIC X(13) VALUE ' Impos. proj'.

      *Segmentacao RFM (9747): mes da apuracao, data de corte da
      *janela de doze meses, datas de corte das faixas de
      *recencia (240, 120, 60 e 30 dias atras) e os pisos das
      *faixas de frequencia e de valor pago; cada corte ou piso
      *alcancado soma um ponto a nota 1. Segue a tabela dos
      *segmentos com os totais da apuracao e a matriz de
      *migracao (linha = segmento anterior, a decima linha e a
      *dos clientes sem segmento anterior; coluna = segmento
      *atual). WRK-RFM-ALVO sao os segmentos da reconquista
       77 RFMCLI-STATUS         PIC 9(2).
       77 RFMREL-STATUS         PIC 9(2).
       77 RFMCSV-STATUS         PIC 9(2).
       77 WRK-RFM-MES           PIC 9(6) VALUE 0.
       77 WRK-RFM-CORTE-12M     PIC 9(8) VALUE 0.
       77 WRK-RFM-CLIENTE       PIC 9(5) VALUE 0.
       77 WRK-RFM-DATA          PIC 9(8) VALUE 0.
       77 WRK-RFM-VALOR         PIC S9(7)V9(2) VALUE 0.
       77 WRK-RFM-NOVO          PIC X(1) VALUE 'N'.
       77 WRK-RFM-IDX           PIC 9(2) VALUE 0.
       77 WRK-RFM-IDX2          PIC 9(2) VALUE 0.
       77 WRK-RFM-SEG-IDX       PIC 9(2) VALUE 0.
       77 WRK-RFM-POS           PIC 9(2) VALUE 0.
       77 WRK-RFM-COD           PIC X(2) VALUE SPACES.
       77 WRK-RFM-ANT-IDX       PIC 9(2) VALUE 0.
       77 WRK-RFM-QTD-CLI       PIC 9(5) VALUE 0.
       77 WRK-RFM-TOT-VALOR     PIC S9(9)V9(2) VALUE 0.
       77 WRK-RFM-PCT           PIC 9(3)V9(1) VALUE 0.
       77 WRK-RFM-PCT-ED        PIC ZZ9,9.
       77 WRK-RFM-QTD-ED        PIC ZZZZ9.
       77 WRK-RFM-VALOR-ED      PIC -ZZZZZZZZ9,99.
       77 WRK-RFM-ALVO          PIC X(18) VALUE SPACES.
       77 WRK-RFM-ALVO-NOVO     PIC X(18) VALUE SPACES.
       77 WRK-RFM-ALVO-OK       PIC X(1) VALUE 'N'.
       77 WRK-RFM-ABERTO        PIC X(1) VALUE 'N'.
       01 WRK-RFM-CORTES.
           05 WRK-RFM-CORTE-R OCCURS 4 TIMES PIC 9(8).
       01 WRK-RFM-FAIXAS.
           05 FILLER PIC 9(3) VALUE 240.
           05 FILLER PIC 9(3) VALUE 120.
           05 FILLER PIC 9(3) VALUE 060.
           05 FILLER PIC 9(3) VALUE 030.
           05 FILLER PIC 9(3) VALUE 002.
           05 FILLER PIC 9(3) VALUE 006.
           05 FILLER PIC 9(3) VALUE 012.
           05 FILLER PIC 9(3) VALUE 024.
           05 FILLER PIC 9(5) VALUE 00030.
           05 FILLER PIC 9(5) VALUE 00100.
           05 FILLER PIC 9(5) VALUE 00250.
           05 FILLER PIC 9(5) VALUE 00500.
       01 WRK-RFM-FAIXAS-R REDEFINES WRK-RFM-FAIXAS.
           05 WRK-RFM-DIAS-R  OCCURS 4 TIMES PIC 9(3).
           05 WRK-RFM-PISO-F  OCCURS 4 TIMES PIC 9(3).
           05 WRK-RFM-PISO-M  OCCURS 4 TIMES PIC 9(5).
       01 WRK-RFM-SEGMENTOS.
           05 FILLER PIC X(12) VALUE 'CACampeao'.
           05 FILLER PIC X(12) VALUE 'LELeal'.
           05 FILLER PIC X(12) VALUE 'NONovo'.
           05 FILLER PIC X(12) VALUE 'PRPromissor'.
           05 FILLER PIC X(12) VALUE 'ATAtencao'.
           05 FILLER PIC X(12) VALUE 'RIEm risco'.
           05 FILLER PIC X(12) VALUE 'HIHibernando'.
           05 FILLER PIC X(12) VALUE 'PEPerdido'.
           05 FILLER PIC X(12) VALUE 'SLSem locac.'.
       01 WRK-RFM-SEGMENTOS-R REDEFINES WRK-RFM-SEGMENTOS.
           05 WRK-RFM-SEG OCCURS 9 TIMES.
               10 WRK-RFM-SEG-COD     PIC X(2).
               10 WRK-RFM-SEG-NOME    PIC X(10).
       01 WRK-RFM-TOTAIS.
           05 WRK-RFM-TOT OCCURS 9 TIMES.
               10 WRK-RFM-T-QTD       PIC 9(5).
               10 WRK-RFM-T-QTD-ANT   PIC 9(5).
               10 WRK-RFM-T-VALOR     PIC S9(9)V9(2).
       01 WRK-RFM-MIGRACAO.
           05 WRK-RFM-MIG-LINHA OCCURS 10 TIMES.
               10 WRK-RFM-MIG-QTD OCCURS 9 TIMES PIC 9(5).

      *Movimento do balcao por dia da semana e hora (9737): a hora
      *do sistema carimbada nos checkouts, checkins e recibos
      *(WRK-HORA-BALCAO), o periodo e a loja pedidos, o movimento
      *corrente (tipo R = retirada, D = devolucao, P = recibo) e a
      *tabela das lojas (ate 10, a 11 e a rede), cada uma com a
      *grade de 7 dias (1 = domingo, como no 3185) por 24 horas e
      *o que veio sem hora
       77 MOVHORA-STATUS        PIC 9(2).
       77 MOVHCSV-STATUS        PIC 9(2).
       77 WRK-HORA-BALCAO       PIC 9(8) VALUE 0.
       77 WRK-MH-INICIO         PIC 9(8) VALUE 0.
       77 WRK-MH-FIM            PIC 9(8) VALUE 0.
       77 WRK-MH-LOJA-FILTRO    PIC X(8) VALUE SPACES.
       77 WRK-MH-LOJA-BUSCA     PIC X(8) VALUE SPACES.
       77 WRK-MH-DATA           PIC 9(8) VALUE 0.
       77 WRK-MH-DATA-ANT       PIC 9(8) VALUE 0.
       77 WRK-MH-HORA           PIC 9(4) VALUE 0.
       77 WRK-MH-TIPO           PIC X(1) VALUE SPACE.
       77 WRK-MH-VALOR          PIC S9(7)V9(2) VALUE 0.
       77 WRK-MH-QTD-LOJAS      PIC 9(2) VALUE 0.
       77 WRK-MH-IDX            PIC 9(2) VALUE 0.
       77 WRK-MH-COL            PIC 9(2) VALUE 0.
       77 WRK-MH-DIA            PIC 9(1) VALUE 0.
       77 WRK-MH-H              PIC 9(2) VALUE 0.
       77 WRK-MH-HH             PIC 9(2) VALUE 0.
       77 WRK-MH-K              PIC 9(2) VALUE 0.
       77 WRK-MH-BLOCO          PIC 9(2) VALUE 0.
       77 WRK-MH-TRANS          PIC 9(6) VALUE 0.
       77 WRK-MH-SOMA           PIC 9(7) VALUE 0.
       77 WRK-MH-QTD-TRANS      PIC 9(7) VALUE 0.
       77 WRK-MH-QTD-SEM-HORA   PIC 9(7) VALUE 0.
       77 WRK-MH-CSV-RET        PIC 9(5) VALUE 0.
       77 WRK-MH-CSV-DEV        PIC 9(5) VALUE 0.
       77 WRK-MH-CSV-REC        PIC 9(5) VALUE 0.
       77 WRK-MH-QTD-ED         PIC ZZZ9.
       77 WRK-MH-TOT-ED         PIC ZZZZ9.
       77 WRK-MH-SEM-ED         PIC ZZZZZZ9.
       77 WRK-MH-REAIS-ED       PIC -ZZZZZZ9.
       77 WRK-MH-VALOR-ED       PIC -ZZZZZZZZ9,99.
       01 WRK-MH-DIAS.
           05 FILLER PIC X(21) VALUE 'DomSegTerQuaQuiSexSab'.
       01 WRK-MH-DIAS-R REDEFINES WRK-MH-DIAS.
           05 WRK-MH-NOME-DIA OCCURS 7 TIMES PIC X(3).
       01 WRK-MH-TAB-LOJAS.
           05 WRK-MH-LOJA-ITEM OCCURS 11 TIMES.
               10 WRK-MH-LOJA          PIC X(8).
               10 WRK-MH-NOME          PIC X(20).
               10 WRK-MH-MOVIMENTOS    PIC 9(7).
               10 WRK-MH-SEM-HORA      PIC 9(7).
               10 WRK-MH-TOT-TRANS     PIC 9(7).
               10 WRK-MH-TOT-VALOR     PIC S9(9)V9(2).
               10 WRK-MH-DIA-ITEM OCCURS 7 TIMES.
                   15 WRK-MH-HORA-ITEM OCCURS 24 TIMES.
                       20 WRK-MH-RETIRADAS     PIC 9(5).
                       20 WRK-MH-DEVOLUCOES    PIC 9(5).
                       20 WRK-MH-RECIBOS       PIC 9(5).
                       20 WRK-MH-RECEITA       PIC S9(7)V9(2).

      *Assinatura pelo correio (9731-9724): cliente, titulo e
      *posicoes digitados, opcao da tela, ultima posicao e tamanho
      *da fila, a fila carregada para a renumeracao (9726) e os
      *assinantes liberados pela volta do disco na caixa noturna
       77 ASSCORR-STATUS        PIC 9(2).
       77 FILAASS-STATUS        PIC 9(2).
       77 WRK-ASC-CLIENTE-DIG   PIC 9(5) VALUE 0.
       77 WRK-ASC-CODFILME-DIG  PIC 9(5) VALUE 0.
       77 WRK-ASC-POSICAO-DIG   PIC 9(3) VALUE 0.
       77 WRK-ASC-NOVA-POS-DIG  PIC 9(3) VALUE 0.
       77 WRK-ASC-LIMITE-DIG    PIC 9(2) VALUE 0.
       77 WRK-ASC-SITUACAO-DIG  PIC X(01) VALUE SPACE.
       77 WRK-ASC-CEP-DIG       PIC 9(8) VALUE 0.
       77 WRK-ASC-COMPL-DIG     PIC X(20) VALUE SPACES.
       77 WRK-ASC-CIDADE-DIG    PIC X(25) VALUE SPACES.
       77 WRK-ASC-UF-DIG        PIC X(02) VALUE SPACES.
       77 WRK-ASC-OPCAO         PIC X(01) VALUE SPACE.
       77 WRK-ASC-NOVO          PIC X(01) VALUE 'N'.
       77 WRK-ASC-REPETIDO      PIC X(01) VALUE 'N'.
       77 WRK-ASC-ACHOU         PIC X(01) VALUE 'N'.
       77 WRK-ASC-OK            PIC X(01) VALUE 'N'.
       77 WRK-ASC-GRAVOU        PIC X(01) VALUE 'N'.
       77 WRK-ASC-ULT-POS       PIC 9(3) VALUE 0.
       77 WRK-ASC-QTD-FILA      PIC 9(3) VALUE 0.
       77 WRK-ASC-LINHA         PIC 9(2) VALUE 0.
       77 WRK-ASC-IDX           PIC 9(3) VALUE 0.
       77 WRK-ASC-QTD-LIBERADOS PIC 9(5) VALUE 0.
       01 WRK-ASC-TAB-FILA.
           05 WRK-ASC-FILA-ITEM OCCURS 99 TIMES PIC X(38).

      *Acordos de divida (9723-9717, 3143): cliente, parcelas e
      *primeiro vencimento digitados, opcao da tela, acordo ativo
      *do cliente, saldo apurado (multas e conta da casa), valor
      *da parcela, dia do vencimento mensal e a coluna e a linha
      *da listagem das parcelas
       77 ACORDOS-STATUS        PIC 9(2).
       77 CTLACD-STATUS         PIC 9(2).
       77 WRK-PROX-ACORDO       PIC 9(6) VALUE 0.
       77 WRK-AD-CRIA-OK        PIC X(1) VALUE 'S'.
       77 WRK-AD-CLIENTE-DIG    PIC 9(5) VALUE 0.
       77 WRK-AD-QTD-PARC-DIG   PIC 9(2) VALUE 0.
       77 WRK-AD-VENC-DIG       PIC 9(8) VALUE 0.
       77 WRK-AD-OPCAO          PIC X(01) VALUE SPACE.
       77 WRK-AD-CLIENTE        PIC 9(5) VALUE 0.
       77 WRK-AD-ATIVO          PIC X(01) VALUE 'N'.
       77 WRK-AD-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-AD-OK             PIC X(01) VALUE 'N'.
       77 WRK-AD-NUMERO         PIC 9(6) VALUE 0.
       77 WRK-AD-VALOR-MULTAS   PIC 9(7)V9(2) VALUE 0.
       77 WRK-AD-VALOR-CONTA    PIC 9(7)V9(2) VALUE 0.
       77 WRK-AD-TOTAL          PIC 9(7)V9(2) VALUE 0.
       77 WRK-AD-PARCELA-VLR    PIC 9(7)V9(2) VALUE 0.
       77 WRK-AD-ULTIMA-VLR     PIC 9(7)V9(2) VALUE 0.
       77 WRK-AD-PARCELA        PIC 9(2) VALUE 0.
       77 WRK-AD-IDX            PIC 9(2) VALUE 0.
       77 WRK-AD-DIA-VENC       PIC 9(2) VALUE 0.
       77 WRK-AD-LINHA          PIC 9(2) VALUE 0.
       77 WRK-AD-COLUNA         PIC 9(2) VALUE 0.
       77 WRK-AD-VALOR-ED       PIC ZZZZZZ9,99.
       77 WRK-AD-QTD-SEM-CARTA  PIC 9(5) VALUE 0.

      *Passivo com clientes (9716-9710): mes pedido, primeiro e
      *ultimo dia, data de corte da apuracao dos saldos, mes
      *anterior e mes limite da dormencia (contas em meses
      *corridos), uma linha por classe com o movimento e os
      *saldos, o saldo do vale corrente na quebra por cartao e os
      *totais dos vales dormentes
       77 PASSIVO-STATUS        PIC 9(2).
       77 PSVREL-STATUS         PIC 9(2).
       77 RESUMOLOC-STATUS      PIC 9(2).

      *Resumo diario de locacoes: ultimo dia montado pela cadeia
      *e a conferencia mensal contra o detalhe (9707/9706), uma
      *linha por mes com o que EMPRESTIMOS e ARQEMP dizem e o que
      *o resumo diz
       77 WRK-RL-ULTIMO         PIC 9(8) VALUE 0.
       77 WRK-RL-QTD-MES        PIC 9(3) VALUE 0.
       77 WRK-RL-IDX            PIC 9(3) VALUE 0.
       77 WRK-RL-MES-BUSCA      PIC 9(6) VALUE 0.
       77 WRK-RL-IDX-BUSCA      PIC 9(3) VALUE 0.
       77 WRK-RL-DIVERGE        PIC X(1) VALUE 'N'.
       01 WRK-RL-EVENTO.
           05 WRK-RLE-STATUS       PIC X(1).
           05 WRK-RLE-RETIRADA     PIC 9(8).
           05 WRK-RLE-DEVOLUCAO    PIC 9(8).
           05 WRK-RLE-MULTA        PIC 9(5)V9(2).
       01 WRK-RL-TAB-MES.
           05 WRK-RL-MES-ITEM OCCURS 360 TIMES.
               10 WRK-RLM-MES          PIC 9(6).
               10 WRK-RLM-LOC-DET      PIC 9(7).
               10 WRK-RLM-DEV-DET      PIC 9(7).
               10 WRK-RLM-MUL-DET      PIC 9(9)V9(2).
               10 WRK-RLM-LOC-RES      PIC 9(7).
               10 WRK-RLM-DEV-RES      PIC 9(7).
               10 WRK-RLM-MUL-RES      PIC 9(9)V9(2).
       01 WRK-PSV-MES.
           05 WRK-PSV-ANO        PIC 9(4).
           05 WRK-PSV-MM         PIC 9(2).
       77 WRK-PSV-INICIO        PIC 9(8) VALUE 0.
       77 WRK-PSV-FIM           PIC 9(8) VALUE 0.
       77 WRK-PSV-CORTE         PIC 9(8) VALUE 0.
       77 WRK-PSV-MES-ANT       PIC 9(6) VALUE 0.
       77 WRK-PSV-MES-DORM      PIC 9(6) VALUE 0.
       77 WRK-PSV-DORM-CORTE    PIC 9(8) VALUE 0.
       77 WRK-PSV-MESES-DORM    PIC 9(3) VALUE 24.
       77 WRK-PSV-MESES-CALC    PIC 9(6) VALUE 0.
       77 WRK-PSV-CONV-ANO      PIC 9(4) VALUE 0.
       77 WRK-PSV-CONV-MM       PIC 9(2) VALUE 0.
       77 WRK-PSV-MOVTO         PIC X(01) VALUE 'N'.
       77 WRK-PSV-LISTAR        PIC X(01) VALUE 'N'.
       77 WRK-PSV-APURAR        PIC X(01) VALUE 'N'.
       77 WRK-PSV-IDX           PIC 9(1) VALUE 0.
       01 WRK-PSV-TAB.
           05 WRK-PSV-ITEM OCCURS 3 TIMES.
               10 WRK-PSV-COD        PIC X(01).
               10 WRK-PSV-NOME       PIC X(20).
               10 WRK-PSV-ORIGEM     PIC X(01).
               10 WRK-PSV-ABERTURA   PIC S9(7)V9(2).
               10 WRK-PSV-EMITIDO    PIC S9(7)V9(2).
               10 WRK-PSV-BAIXADO    PIC S9(7)V9(2).
               10 WRK-PSV-FECHAMENTO PIC S9(7)V9(2).
               10 WRK-PSV-INDIVIDUAL PIC S9(7)V9(2).
               10 WRK-PSV-APURADO    PIC S9(7)V9(2).
       77 WRK-PSV-DIFERENCA     PIC S9(7)V9(2) VALUE 0.
       77 WRK-PSV-UNITARIO      PIC 9(5)V9(2) VALUE 0.
       77 WRK-PSV-CARTAO        PIC 9(6) VALUE 0.
       77 WRK-PSV-CARTAO-LIDO   PIC X(01) VALUE 'N'.
       77 WRK-PSV-CARTAO-SALDO  PIC S9(7)V9(2) VALUE 0.
       77 WRK-PSV-CARTAO-ULT    PIC 9(8) VALUE 0.
       77 WRK-PSV-QTD-DORM      PIC 9(5) VALUE 0.
       77 WRK-PSV-T-DORM        PIC 9(7)V9(2) VALUE 0.
       77 WRK-PSV-QTD-DIFER     PIC 9(1) VALUE 0.
       77 WRK-PSV-LINHA         PIC 9(2) VALUE 0.
       77 WRK-PSV-VALOR-ED      PIC -Z.ZZZ.ZZ9,99.

      *Troca de discos (9699-9688): forma de pagamento, discos
      *aceitos no balcao ate a confirmacao (um por linha, com o
      *exemplar gerado na efetivacao), o cartao de credito de loja
      *pago e os totais do relatorio mensal, do mes e do
      *desempenho do estoque recebido em troca desde a entrada
       77 TABTROCA-STATUS       PIC 9(2).
       77 TROCAS-STATUS         PIC 9(2).
       77 CTLTRC-STATUS         PIC 9(2).
       77 TROCAREL-STATUS       PIC 9(2).
       77 WRK-PROX-TROCA        PIC 9(6) VALUE 0.
       77 WRK-TRC-FORMA         PIC X(01) VALUE SPACE.
       77 WRK-TRC-NOME          PIC X(30) VALUE SPACES.
       77 WRK-TRC-FIM           PIC X(01) VALUE 'N'.
       77 WRK-TRC-OK            PIC X(01) VALUE 'S'.
       77 WRK-TRC-LE-OK         PIC X(01) VALUE 'S'.
       77 WRK-TRC-GRAU          PIC X(01) VALUE SPACE.
       77 WRK-TRC-DESTINO       PIC X(01) VALUE SPACE.
       77 WRK-TRC-VALOR         PIC 9(3)V9(2) VALUE 0.
       77 WRK-TRC-ACHOU         PIC X(01) VALUE 'N'.
       77 WRK-TRC-NOVO          PIC X(01) VALUE 'N'.
       77 WRK-TRC-UNDO-TIPO     PIC X(01) VALUE SPACE.
       77 WRK-TRC-CARTAO        PIC 9(6) VALUE 0.
       77 WRK-TRC-CARTAO-ANT    PIC 9(6) VALUE 0.
       77 WRK-TRC-CAIXA         PIC 9(6) VALUE 0.
       77 WRK-TRC-TOTAL         PIC 9(7)V9(2) VALUE 0.
       77 WRK-TRC-QTD           PIC 9(2) VALUE 0.
       77 WRK-TRC-IDX           PIC 9(2) VALUE 0.
       01 WRK-TRC-TAB.
           05 WRK-TRC-ITEM OCCURS 20 TIMES.
               10 WRK-TRI-CODFILME     PIC 9(5).
               10 WRK-TRI-TITULO       PIC X(30).
               10 WRK-TRI-EXEMPLAR     PIC 9(2).
               10 WRK-TRI-GRAU         PIC X(01).
               10 WRK-TRI-DESTINO      PIC X(01).
               10 WRK-TRI-VALOR        PIC 9(3)V9(2).
               10 WRK-TRI-NOVO         PIC X(01).
       77 WRK-TRC-MES           PIC 9(6) VALUE 0.
       77 WRK-TRC-INICIO        PIC 9(8) VALUE 0.
       77 WRK-TRC-FIM-MES       PIC 9(8) VALUE 0.
       77 WRK-TRC-Q-TROCAS      PIC 9(5) VALUE 0.
       77 WRK-TRC-Q-DISCOS      PIC 9(5) VALUE 0.
       77 WRK-TRC-T-VALE        PIC 9(7)V9(2) VALUE 0.
       77 WRK-TRC-T-DINHEIRO    PIC 9(7)V9(2) VALUE 0.
       77 WRK-TRC-P-DISCOS      PIC 9(5) VALUE 0.
       77 WRK-TRC-P-CUSTO       PIC 9(7)V9(2) VALUE 0.
       77 WRK-TRC-P-LOCACOES    PIC 9(7) VALUE 0.
       77 WRK-TRC-P-RECEITA     PIC 9(7)V9(2) VALUE 0.
       77 WRK-TRC-P-ACERVO      PIC 9(5) VALUE 0.
       77 WRK-TRC-P-VENDIDOS    PIC 9(5) VALUE 0.
       77 WRK-TRC-P-BAIXADOS    PIC 9(5) VALUE 0.
       77 WRK-TRC-LOC-DISCO     PIC 9(5) VALUE 0.
       77 WRK-TRC-REC-DISCO     PIC 9(7)V9(2) VALUE 0.
       77 WRK-TRC-SITUACAO      PIC X(10) VALUE SPACES.
       77 WRK-TRC-QTD-ED        PIC ZZZZZZ9.
       77 WRK-TRC-VALOR-ED      PIC ZZZZZZ9,99.

      *Protecao contra dano (9684-9679): preco do formato do item
      *corrente do carrinho, cobertura no checkin e o resumo por
      *formato do relatorio mensal (taxas recebidas contra danos
      *cobertos)
       77 TABPROT-STATUS        PIC 9(2).
       77 PROTECAO-STATUS       PIC 9(2).
       77 PROTREL-STATUS        PIC 9(2).
       77 WRK-PRT-ACHOU         PIC X(01) VALUE 'N'.
       77 WRK-PRT-RESPOSTA      PIC X(01) VALUE SPACE.
       77 WRK-PRT-VALOR         PIC 9(3)V9(2) VALUE 0.
       77 WRK-PRT-TETO          PIC 9(5)V9(2) VALUE 0.
       77 WRK-PRT-IMPOSTO       PIC 9(5)V9(2) VALUE 0.
       77 WRK-PRT-BRL           PIC 9(5)V9(2) VALUE 0.
       77 WRK-PRT-SALDO         PIC 9(5)V9(2) VALUE 0.
       77 WRK-PRT-COBERTO       PIC 9(5)V9(2) VALUE 0.
       77 WRK-PRT-MES           PIC 9(6) VALUE 0.
       77 WRK-PRT-INICIO        PIC 9(8) VALUE 0.
       77 WRK-PRT-FIM-MES       PIC 9(8) VALUE 0.
       77 WRK-PRT-QTD-FMT       PIC 9(2) VALUE 0.
       77 WRK-PRT-IDX           PIC 9(2) VALUE 0.
       77 WRK-PRT-LIQUIDO       PIC 9(7)V9(2) VALUE 0.
       77 WRK-PRT-RESULTADO     PIC S9(7)V9(2) VALUE 0.
       77 WRK-PRT-PCT           PIC 9(5)V9(1) VALUE 0.
       01 WRK-PRT-TAB.
           05 WRK-PRT-FMT OCCURS 21 TIMES.
               10 WRK-PRF-FORMATO      PIC X(10).
               10 WRK-PRF-VENDAS       PIC 9(5).
               10 WRK-PRF-TAXAS        PIC 9(7)V9(2).
               10 WRK-PRF-IMPOSTO      PIC 9(7)V9(2).
               10 WRK-PRF-SINISTROS    PIC 9(5).
               10 WRK-PRF-COBERTO      PIC 9(7)V9(2).
       77 WRK-PRT-QTD-ED        PIC ZZZZ9.
       77 WRK-PRT-VALOR-ED      PIC ZZZZZZ9,99.
       77 WRK-PRT-RESULT-ED     PIC -ZZZZZZ9,99.
       77 WRK-PRT-PCT-ED        PIC ZZZZ9,9.

      *Anistia de multas (9675-9668): modo da varredura (P =
      *Previa, E = Execucao), marca do cliente ja na agencia de
      *cobranca e os totais da previa ou da execucao
       77 ANISTIA-STATUS        PIC 9(2).
       77 ANIMULTA-STATUS       PIC 9(2).
       77 ANIREL-STATUS         PIC 9(2).
       77 ANI-NUM-DIG           PIC 9(4) VALUE 0.
       77 WRK-ANI-MODO          PIC X(01) VALUE SPACE.
       77 WRK-ANI-AGENCIA       PIC X(01) VALUE 'N'.
       77 WRK-ANI-QTD           PIC 9(5) VALUE 0.
       77 WRK-ANI-QTD-CLI       PIC 9(5) VALUE 0.
       77 WRK-ANI-QTD-DO-CLI    PIC 9(5) VALUE 0.
       77 WRK-ANI-TOTAL         PIC 9(7)V9(2) VALUE 0.
       77 WRK-ANI-QTD-ED        PIC ZZZZ9.
       77 WRK-ANI-VALOR-ED      PIC ZZZZZZ9,99.

      *Spool de relatorios (9667-9658): a emissao em gravacao, a
      *linha a guardar, os filtros da consulta e a retencao
       77 SPOOLIDX-STATUS       PIC 9(2).
       77 SPOOL-STATUS          PIC 9(2).
       77 CTLSPL-STATUS         PIC 9(2).
       77 SPLRET-STATUS         PIC 9(2).
       77 SPLORIG-STATUS        PIC 9(2).
       77 SPLREIMP-STATUS       PIC 9(2).
       77 WRK-PROX-SPOOL        PIC 9(6) VALUE 0.
       77 WRK-SPL-RELATORIO     PIC X(08) VALUE SPACES.
       77 WRK-SPL-PARAMETROS    PIC X(40) VALUE SPACES.
       77 WRK-SPL-LINHA         PIC X(132) VALUE SPACES.
       77 WRK-SPL-INICIO        PIC X(80) VALUE SPACES.
       77 WRK-SPL-QTD-LINHAS    PIC 9(6) VALUE 0.
       77 WRK-SPL-DATA          PIC 9(8) VALUE 0.
       77 WRK-SPL-HORA          PIC 9(8) VALUE 0.
       77 WRK-SPL-NUM-DIG       PIC 9(6) VALUE 0.
       77 WRK-SPL-FILTRO        PIC X(08) VALUE SPACES.
       77 WRK-SPL-DATA-DE       PIC 9(8) VALUE 0.
       77 WRK-SPL-MESES         PIC 9(3) VALUE 0.
       77 WRK-SPL-CORTE         PIC 9(6) VALUE 0.
       77 WRK-SPL-QTD-EXP       PIC 9(6) VALUE 0.
       77 WRK-SPL-QTD-MANT      PIC 9(6) VALUE 0.
       77 WRK-SPL-PAGINAS-ED    PIC ZZZ9.
       77 WRK-SPL-LINHAS-ED     PIC ZZZZZ9.

      *Tabela de precos por loja (3169/3171/3178/9656/9654): a
      *loja, a data e o titulo consultados, a linha vigente achada
      *e o preco resultante; a loja alvo do lote de reprecificacao
       77 PRECOLOJA-STATUS      PIC 9(2).
       77 REPLOJA-STATUS        PIC 9(2).
       77 SITEPRECO-STATUS      PIC 9(2).
       77 WRK-PLJ-LOJA          PIC X(08) VALUE SPACES.
       77 WRK-PLJ-DATA          PIC 9(8) VALUE 0.
       77 WRK-PLJ-CODFILME      PIC 9(5) VALUE 0.
       77 WRK-PLJ-GENERO        PIC X(08) VALUE SPACES.
       77 WRK-PLJ-CATEGORIA     PIC X(01) VALUE SPACE.
       77 WRK-PLJ-FORMATO       PIC X(10) VALUE SPACES.
       77 WRK-PLJ-BASE          PIC 9(4)V9(2) VALUE 0.
       77 WRK-PLJ-PRECO         PIC 9(4)V9(2) VALUE 0.
       77 WRK-PLJ-ESCOPO        PIC X(01) VALUE SPACE.
       77 WRK-PLJ-VALOR-ESCOPO  PIC X(15) VALUE SPACES.
       77 WRK-PLJ-ACHOU         PIC X(01) VALUE 'N'.
       77 WRK-PLJ-ORIGEM        PIC X(01) VALUE SPACE.
       77 WRK-PLJ-TIPO          PIC X(01) VALUE SPACE.
       77 WRK-PLJ-SINAL         PIC X(01) VALUE SPACE.
       77 WRK-PLJ-PERCENTUAL    PIC 9(3)V9(2) VALUE 0.
       77 WRK-PLJ-VALOR         PIC 9(4)V9(2) VALUE 0.
       77 WRK-PLJ-FILME-SALVO   PIC X(300) VALUE SPACES.
       77 WRK-PLJ-QTD           PIC 9(5) VALUE 0.
       77 WRK-PLJ-OK            PIC X(01) VALUE 'N'.
       77 WRK-PLJ-PRECO-ED      PIC ZZZ9,99.
       77 WRK-RPC-LOJA          PIC X(08) VALUE SPACES.

      *Aprovacao de pedidos de compra (9633-9649): alcada do
      *perfil consultado, total do pedido, decisao digitada e
      *contadores da fila de aprovacao e dos pedidos parados
       77 LIMAPROV-STATUS       PIC 9(2).
       77 PEDAPROV-STATUS       PIC 9(2).
       77 PEDIMP-STATUS         PIC 9(2).
       77 WRK-APV-PERFIL        PIC X(01) VALUE SPACE.
       77 WRK-APV-LIMITE        PIC 9(7)V9(2) VALUE 0.
       77 WRK-APV-SEM-TETO      PIC X(01) VALUE 'N'.
       77 WRK-APV-TOTAL         PIC 9(9)V9(2) VALUE 0.
       77 WRK-APV-VALOR-LINHA   PIC 9(9)V9(2) VALUE 0.
       77 WRK-APV-NUMERO        PIC 9(6) VALUE 0.
       77 WRK-APV-ULT-LINHA     PIC 9(2) VALUE 0.
       77 WRK-APV-QTD-ITENS     PIC 9(3) VALUE 0.
       77 WRK-APV-ACHOU         PIC X(01) VALUE 'N'.
       77 WRK-APV-FIM           PIC X(01) VALUE 'N'.
       77 WRK-APV-DECIDIU       PIC X(01) VALUE 'N'.
       77 WRK-APV-DECISAO       PIC X(01) VALUE SPACE.
       77 WRK-APV-TEM-REG       PIC X(01) VALUE 'N'.
       77 WRK-APV-MOTIVO        PIC X(40) VALUE SPACES.
       77 WRK-APV-LINHA-DIG     PIC 9(2) VALUE 0.
       77 WRK-APV-QTD-DIG       PIC 9(3) VALUE 0.
       77 WRK-APV-QTD-ANT       PIC 9(3) VALUE 0.
       77 WRK-APV-DIST          PIC X(15) VALUE SPACES.
       77 WRK-APV-LIN-TELA      PIC 9(2) VALUE 0.
       77 WRK-APV-QTD-FILA      PIC 9(4) VALUE 0.
       77 WRK-APV-QTD-PARADOS   PIC 9(4) VALUE 0.
       77 WRK-APV-CORTE         PIC 9(8) VALUE 0.
       77 WRK-APV-DIAS          PIC 9(3) VALUE 0.
       77 WRK-DIAS-APROV-PED    PIC 9(2) VALUE 3.
       77 WRK-APV-VALOR-ED      PIC ZZZZZZ9,99.
       77 WRK-APV-CUSTO-ED      PIC ZZZZ9,99.

      *Boletim trimestral dos distribuidores (9616-9632): periodo
      *do trimestre, acumulados de cada distribuidora, indicadores
      *calculados e a linha corrente do relatorio
       77 BOLETIM-STATUS        PIC 9(2).
       77 BOLTOT-STATUS         PIC 9(2).
       77 BOLTOP-STATUS         PIC 9(2).
       77 WRK-BOL-TRIM          PIC 9(5) VALUE 0.
       77 WRK-BOL-ANO           PIC 9(4) VALUE 0.
       77 WRK-BOL-TRI           PIC 9(1) VALUE 0.
       77 WRK-BOL-INICIO        PIC 9(8) VALUE 0.
       77 WRK-BOL-FIM           PIC 9(8) VALUE 0.
       77 WRK-BOL-QTD           PIC 9(2) VALUE 0.
       77 WRK-BOL-IDX           PIC 9(2) VALUE 0.
       77 WRK-BOL-POS           PIC 9(2) VALUE 0.
       77 WRK-BOL-BUSCA         PIC X(15) VALUE SPACES.
       77 WRK-BOL-PED-RECEB     PIC X(01) VALUE 'N'.
       77 WRK-BOL-NF-PEDIDO     PIC 9(6) VALUE 0.
       77 WRK-BOL-PC-ACHOU      PIC X(01) VALUE 'N'.
       77 WRK-BOL-DATA-DE       PIC 9(8) VALUE 0.
       77 WRK-BOL-DATA-ATE      PIC 9(8) VALUE 0.
       77 WRK-BOL-DIAS          PIC 9(4) VALUE 0.
       77 WRK-BOL-PRAZO         PIC 9(3)V9(1) VALUE 0.
       77 WRK-BOL-ATEND         PIC 9(3)V9(1) VALUE 0.
       77 WRK-BOL-DIVERG-PCT    PIC 9(3)V9(1) VALUE 0.
       77 WRK-BOL-DEFEITO       PIC 9(3)V9(1) VALUE 0.
       77 WRK-BOL-CREDITO       PIC 9(3)V9(1) VALUE 0.
       77 WRK-BOL-PONTOS        PIC 9(3)V9(1) VALUE 0.
       77 WRK-BOL-AUX           PIC S9(5)V9(2) VALUE 0.
       77 WRK-BOL-LINHAS        PIC 9(3) VALUE 0.
       77 WRK-BOL-RANK          PIC 9(2) VALUE 0.
       77 WRK-BOL-PAGINAS       PIC 9(2) VALUE 0.
       77 WRK-BOL-ROTULO        PIC X(38) VALUE SPACES.
       77 WRK-BOL-VALOR-TXT     PIC X(15) VALUE SPACES.
       77 WRK-BOL-QTD-ED        PIC ZZZZZ9.
       77 WRK-BOL-PCT-ED        PIC ZZ9,9.
       77 WRK-BOL-VALOR-ED      PIC ZZZZZZZZ9,99.
       01 WRK-TAB-BOLETIM.
           05 WRK-BOL-ITEM OCCURS 50 TIMES.
               10 WRK-BOL-DIST        PIC X(15).
               10 WRK-BOL-NOME        PIC X(30).
               10 WRK-BOL-PEDIDOS     PIC 9(4).
               10 WRK-BOL-COM-PRAZO   PIC 9(4).
               10 WRK-BOL-DIAS-ENTR   PIC 9(6).
               10 WRK-BOL-QTD-PEDIDA  PIC 9(6).
               10 WRK-BOL-QTD-RECEB   PIC 9(6).
               10 WRK-BOL-NOTAS       PIC 9(4).
               10 WRK-BOL-ITENS-NOTA  PIC 9(5).
               10 WRK-BOL-DIVERG      PIC 9(5).
               10 WRK-BOL-RMAS        PIC 9(4).
               10 WRK-BOL-RMA-ITENS   PIC 9(5).
               10 WRK-BOL-RMA-CRED    PIC 9(4).
               10 WRK-BOL-DIAS-CRED   PIC 9(6).
               10 WRK-BOL-LOCACOES    PIC 9(6).
               10 WRK-BOL-RECEITA     PIC 9(9)V9(2).

      *Janela de direitos (9613-9615): titulo consultado, situacao
      *dele hoje (L = liberado, A = antes da estreia, E = licenca
      *encerrada) com a mensagem para o balcao, e as datas
      *digitadas na manutencao
       77 JANELA-STATUS         PIC 9(2).
       77 WRK-JAN-CODFILME      PIC 9(5) VALUE 0.
       77 WRK-JAN-HOJE          PIC 9(8) VALUE 0.
       77 WRK-JAN-SITUACAO      PIC X(01) VALUE 'L'.
           88 WRK-JAN-LIBERADO      VALUE 'L'.
           88 WRK-JAN-ANTES-ESTREIA VALUE 'A'.
           88 WRK-JAN-EXPIRADO      VALUE 'E'.
       77 WRK-JAN-MENSAGEM      PIC X(30) VALUE SPACES.
       77 WRK-JAN-OK            PIC X(01) VALUE 'S'.
       77 WRK-JAN-EXISTE        PIC X(01) VALUE 'N'.
       77 WRK-JAN-ESTREIA       PIC 9(8) VALUE 0.
       77 WRK-JAN-FIM           PIC 9(8) VALUE 0.
       77 WRK-JAN-ORIGEM        PIC X(01) VALUE SPACE.

      *Diario de erros de arquivo (5196-5198): dados da falha
      *informados por quem chamou, classe (F = fatal, R =
      *recuperavel) e orientacao ao operador; e a tabela do
      *relatorio da manha (9611/9612), com as falhas repetidas
      *agrupadas por programa, paragrafo, arquivo, operacao e
      *status
       77 ERROLOG-STATUS        PIC 9(2).
       77 WRK-ERL-PROGRAMA      PIC X(14) VALUE 'PROJETO-FILMES'.
       77 WRK-ERL-PARAGRAFO     PIC X(30) VALUE SPACES.
       77 WRK-ERL-ARQUIVO       PIC X(12) VALUE SPACES.
       77 WRK-ERL-OPERACAO      PIC X(08) VALUE SPACES.
       77 WRK-ERL-STATUS        PIC X(02) VALUE SPACES.
       77 WRK-ERL-CHAVE         PIC X(20) VALUE SPACES.
       77 WRK-ERL-DATA          PIC 9(8) VALUE 0.
       77 WRK-ERL-HORA          PIC 9(8) VALUE 0.
       77 WRK-ERL-CLASSE        PIC X(01) VALUE SPACE.
           88 WRK-ERL-FATAL         VALUE 'F'.
           88 WRK-ERL-RECUPERAVEL   VALUE 'R'.
       77 WRK-ERL-CLASSE-DESC   PIC X(11) VALUE SPACES.
       77 WRK-ERL-ORIENTACAO    PIC X(32) VALUE SPACES.
       77 WRK-ERL-MENSAGEM      PIC X(45) VALUE SPACES.
       77 WRK-ERL-ABERTURA      PIC X(01) VALUE 'N'.
           88 WRK-ERL-NA-ABERTURA   VALUE 'S'.
       77 WRK-ERL-LINHA         PIC X(200) VALUE SPACES.
       01 WRK-ERL-CAMPOS.
           05 WRK-ERL-L-DATA       PIC X(8).
           05 WRK-ERL-L-HORA       PIC X(6).
           05 WRK-ERL-L-PROGRAMA   PIC X(14).
           05 WRK-ERL-L-PARAGRAFO  PIC X(30).
           05 WRK-ERL-L-ARQUIVO    PIC X(12).
           05 WRK-ERL-L-OPERACAO   PIC X(08).
           05 WRK-ERL-L-STATUS     PIC X(02).
           05 WRK-ERL-L-CHAVE      PIC X(20).
           05 WRK-ERL-L-OPERADOR   PIC X(20).
           05 WRK-ERL-L-LOJA       PIC X(08).
           05 WRK-ERL-L-CLASSE     PIC X(11).
       77 WRK-IDX-ERL           PIC 9(2) VALUE 0.
       77 WRK-QTD-ERL-GRUPOS    PIC 9(2) VALUE 0.
       77 WRK-QTD-ERL-TOTAL     PIC 9(5) VALUE 0.
       77 WRK-QTD-ERL-FATAIS    PIC 9(5) VALUE 0.
       77 WRK-QTD-ERL-FORA      PIC 9(5) VALUE 0.
       77 WRK-ERL-ACHOU         PIC X(01) VALUE 'N'.
       01 WRK-TAB-ERROS.
           05 WRK-ERRO-GRUPO OCCURS 50 TIMES.
               10 WRK-EG-PROGRAMA   PIC X(14).
               10 WRK-EG-PARAGRAFO  PIC X(30).
               10 WRK-EG-ARQUIVO    PIC X(12).
               10 WRK-EG-OPERACAO   PIC X(08).
               10 WRK-EG-STATUS     PIC X(02).
               10 WRK-EG-CLASSE     PIC X(01).
               10 WRK-EG-QTD        PIC 9(4).

      *Tabela de CEP e endereco estruturado do cliente (9609 a
      *9603): CEP digitado e normalizado, numero e complemento, e
      *o logradouro, bairro, cidade e UF achados na tabela
       77 CEPTAB-STATUS         PIC 9(2).
       77 CLIEND-STATUS         PIC 9(2).
       77 CEPLOTE-STATUS        PIC 9(2).
       77 BAIRROS-STATUS        PIC 9(2).
       77 WRK-CEP-DIGITADO      PIC X(9) VALUE SPACES.
       77 WRK-CEP-CODIGO        PIC 9(8) VALUE 0.
       77 WRK-CEP-NUMERO        PIC X(6) VALUE SPACES.
       77 WRK-CEP-COMPLEMENTO   PIC X(20) VALUE SPACES.
       77 WRK-CEP-LOGRADOURO    PIC X(40) VALUE SPACES.
       77 WRK-CEP-BAIRRO        PIC X(30) VALUE SPACES.
       77 WRK-CEP-CIDADE        PIC X(25) VALUE SPACES.
       77 WRK-CEP-UF            PIC X(2) VALUE SPACES.
       77 WRK-CEP-FORMATO-OK    PIC X(1) VALUE 'N'.
       77 WRK-CEP-OK            PIC X(1) VALUE 'N'.
       77 WRK-CEP-EXISTE        PIC X(1) VALUE 'N'.
       77 WRK-CEP-POS           PIC 9(2) VALUE 0.
       77 WRK-CEP-QTD-DIG       PIC 9(2) VALUE 0.
       77 WRK-QTD-CEP-OK        PIC 9(6) VALUE 0.
       77 WRK-QTD-CEP-REJ       PIC 9(6) VALUE 0.
       01 WRK-CEP-DIGITOS       PIC X(8) VALUE SPACES.
       01 WRK-CEP-DIGITOS-N REDEFINES WRK-CEP-DIGITOS PIC 9(8).
       01 WRK-CEP-CAMPOS.
           05 WRK-CEP-F-CODIGO     PIC X(9).
           05 WRK-CEP-F-LOGRADOURO PIC X(40).
           05 WRK-CEP-F-BAIRRO     PIC X(30).
           05 WRK-CEP-F-CIDADE     PIC X(25).
           05 WRK-CEP-F-UF         PIC X(2).

      *Clientes por bairro (9602/9599/9598): periodo, acumulados
      *do cliente corrente, grupos por loja, bairro e cidade
      *mantidos em ordem de chave, e os totais da loja e da rede
       77 WRK-BRR-DATA-INI      PIC 9(8) VALUE 0.
       77 WRK-BRR-DATA-FIM      PIC 9(8) VALUE 0.
       77 WRK-QTD-BRR-GRUPOS    PIC 9(3) VALUE 0.
       77 WRK-QTD-BRR-FORA      PIC 9(5) VALUE 0.
       77 WRK-QTD-BRR-CLIENTES  PIC 9(6) VALUE 0.
       77 WRK-IDX-BRR           PIC 9(3) VALUE 0.
       77 WRK-IDX-BRR2          PIC 9(3) VALUE 0.
       77 WRK-BRR-ACHOU         PIC X(1) VALUE 'N'.
       77 WRK-BRR-LOJA-ANT      PIC X(8) VALUE SPACES.
       77 WRK-BRR-C-RECEITA     PIC S9(9)V9(2) VALUE 0.
       77 WRK-BRR-C-LOCACOES    PIC 9(5) VALUE 0.
       77 WRK-BRR-C-ATRASADAS   PIC 9(5) VALUE 0.
       77 WRK-BRR-S-ATIVOS      PIC 9(6) VALUE 0.
       77 WRK-BRR-S-RECEITA     PIC S9(11)V9(2) VALUE 0.
       77 WRK-BRR-S-LOCACOES    PIC 9(7) VALUE 0.
       77 WRK-BRR-S-ATRASADAS   PIC 9(7) VALUE 0.
       77 WRK-BRR-T-ATIVOS      PIC 9(6) VALUE 0.
       77 WRK-BRR-T-RECEITA     PIC S9(11)V9(2) VALUE 0.
       77 WRK-BRR-T-LOCACOES    PIC 9(7) VALUE 0.
       77 WRK-BRR-T-ATRASADAS   PIC 9(7) VALUE 0.
       77 WRK-BRR-L-ATIVOS      PIC 9(6) VALUE 0.
       77 WRK-BRR-L-RECEITA     PIC S9(11)V9(2) VALUE 0.
       77 WRK-BRR-L-LOCACOES    PIC 9(7) VALUE 0.
       77 WRK-BRR-L-ATRASADAS   PIC 9(7) VALUE 0.
       77 WRK-BRR-TAXA          PIC 9(3)V9(1) VALUE 0.
       77 WRK-BRR-ATIVOS-ED     PIC Z(5)9.
       77 WRK-BRR-RECEITA-ED    PIC -(10)9,99.
       77 WRK-BRR-LOCACOES-ED   PIC Z(6)9.
       77 WRK-BRR-ATRASADAS-ED  PIC Z(6)9.
       77 WRK-BRR-TAXA-ED       PIC ZZ9,9.
       01 WRK-BRR-CHAVE.
           05 WRK-BRR-C-LOJA       PIC X(8).
           05 WRK-BRR-C-BAIRRO     PIC X(30).
           05 WRK-BRR-C-CIDADE     PIC X(25).
       01 WRK-BRR-LINHA-CHAVE.
           05 WRK-BRR-L-LOJA       PIC X(8).
           05 WRK-BRR-L-BAIRRO     PIC X(30).
           05 WRK-BRR-L-CIDADE     PIC X(25).
       01 WRK-TAB-BAIRROS.
           05 WRK-BRR-GRUPO OCCURS 300 TIMES.
               10 WRK-BRR-G-CHAVE      PIC X(63).
               10 WRK-BRR-G-ATIVOS     PIC 9(6).
               10 WRK-BRR-G-RECEITA    PIC S9(11)V9(2).
               10 WRK-BRR-G-LOCACOES   PIC 9(7).
               10 WRK-BRR-G-ATRASADAS  PIC 9(7).

      *Recall de prensagem (9597 a 9581): titulo e faixa de
      *documentos, pedidos da faixa com a data da chegada e o
      *custo, a copia corrente e os contadores da tela
       77 RECALL-STATUS         PIC 9(2).
       77 CTLRCL-STATUS         PIC 9(2).
       77 RECITEM-STATUS        PIC 9(2).
       77 EXORIG-STATUS         PIC 9(2).
       77 RECALLREL-STATUS      PIC 9(2).
       77 WRK-PROX-RECALL       PIC 9(6) VALUE 0.
       77 WRK-RCL-CODFILME      PIC 9(5) VALUE 0.
       77 WRK-RCL-EXEMPLAR      PIC 9(2) VALUE 0.
       77 WRK-RCL-TIPO-DOC      PIC X(1) VALUE SPACE.
       77 WRK-RCL-DOC-INI       PIC 9(6) VALUE 0.
       77 WRK-RCL-DOC-FIM       PIC 9(6) VALUE 0.
       77 WRK-RCL-DOC           PIC 9(6) VALUE 0.
       77 WRK-RCL-NF-PEDIDO     PIC 9(6) VALUE 0.
       77 WRK-RCL-DATA-DOC      PIC 9(8) VALUE 0.
       77 WRK-RCL-DIST-DOC      PIC X(15) VALUE SPACES.
       77 WRK-RCL-DIST          PIC X(15) VALUE SPACES.
       77 WRK-RCL-MOTIVO        PIC X(30) VALUE SPACES.
       77 WRK-RCL-PENDENTE      PIC X(1) VALUE 'N'.
       77 WRK-RCL-CASA          PIC X(1) VALUE 'N'.
       77 WRK-RCL-PED-ACHOU     PIC 9(6) VALUE 0.
       77 WRK-RCL-CUSTO-ACHOU   PIC 9(5)V9(2) VALUE 0.
       77 WRK-RCL-CLIENTE       PIC 9(5) VALUE 0.
       77 WRK-RCL-RESP          PIC X(1) VALUE SPACE.
       77 WRK-RCL-RECOLHEU      PIC X(1) VALUE 'N'.
       77 WRK-RCL-RMA-OK        PIC X(1) VALUE 'N'.
       77 WRK-RCL-OK            PIC X(1) VALUE 'S'.
       77 WRK-RCL-FILTRO        PIC 9(6) VALUE 0.
       77 WRK-RCL-LOCAL         PIC X(40) VALUE SPACES.
       77 WRK-RCL-SITUACAO      PIC X(10) VALUE SPACES.
       77 WRK-RCL-PENDENTES     PIC 9(4) VALUE 0.
       77 WRK-QTD-RCL-COPIAS    PIC 9(4) VALUE 0.
       77 WRK-QTD-RCL-CLIENTES  PIC 9(4) VALUE 0.
       77 WRK-QTD-RCL-OUTRO     PIC 9(4) VALUE 0.
       77 WRK-QTD-RCL-AGORA     PIC 9(4) VALUE 0.
       77 WRK-QTD-RCL-LISTADOS  PIC 9(4) VALUE 0.
       77 WRK-QTD-RCL-PEND-TOT  PIC 9(6) VALUE 0.
       77 WRK-QTD-RCL-PED       PIC 9(2) VALUE 0.
       77 WRK-IDX-RCL-PED       PIC 9(2) VALUE 0.
       01 WRK-TAB-RCL-PED.
           05 WRK-RCL-PED OCCURS 50 TIMES.
               10 WRK-RCL-PED-NUM      PIC 9(6).
               10 WRK-RCL-PED-RECEB    PIC 9(8).
               10 WRK-RCL-PED-CUSTO    PIC 9(5)V9(2).

      *Contas da casa (3120/3140/3145/3146/9867): saldo devedor
      *do cliente corrente, ultima sequencia do razao, valor
      *lancado/recebido e contadores da fatura mensal
       77 WRK-FAT-CLIENTE       PIC 9(5) VALUE 0.
       77 WRK-SALDO-CONTA-ED    PIC +9(7),9(2).

      *Pontos de fidelidade (3116/3147/3148/3149/3183/3456):
      *parametros de CTLPARAM, cliente corrente do razao, saldo e
      *ultima sequencia, totais do recibo pesquisado e o resgate
      *em andamento no carrinho
       77 PONTOS-STATUS         PIC 9(2).
       77 WRK-PONTOS-POR-REAL   PIC 9(2) VALUE 1.
       77 WRK-VALOR-PONTO       PIC 9(1)V9(2) VALUE 0,05.
       77 WRK-PT-CLIENTE        PIC 9(5) VALUE 0.
       77 WRK-PT-SALDO          PIC S9(7) VALUE 0.
       77 WRK-PT-ULT-SEQ        PIC 9(4) VALUE 0.
       77 WRK-PT-TIPO           PIC X(1) VALUE SPACE.
       77 WRK-PT-QTD            PIC 9(7) VALUE 0.
       77 WRK-PT-DOC            PIC 9(6) VALUE 0.
       77 WRK-PT-EMPRESTIMO     PIC 9(6) VALUE 0.
       77 WRK-PT-DOC-BUSCA      PIC 9(6) VALUE 0.
       77 WRK-PT-EMP-BUSCA      PIC 9(6) VALUE 0.
       77 WRK-PT-GANHO-DOC      PIC 9(7) VALUE 0.
       77 WRK-PT-TIRADO-DOC     PIC 9(7) VALUE 0.
       77 WRK-PT-RESG-EMP       PIC 9(7) VALUE 0.
       77 WRK-PT-DEVOLVER       PIC 9(7) VALUE 0.
       77 WRK-PT-BASE-BRL       PIC 9(7)V9(2) VALUE 0.
       77 WRK-PT-RESGATE        PIC X(1) VALUE 'N'.
       77 WRK-PT-DISPONIVEL     PIC 9(7) VALUE 0.
       77 WRK-PT-USADOS         PIC 9(7) VALUE 0.
       77 WRK-PT-GANHOS         PIC 9(7) VALUE 0.
       77 WRK-PT-ITEM           PIC 9(7) VALUE 0.
       77 WRK-PT-DESC-BRL       PIC 9(7)V9(2) VALUE 0.
       77 WRK-PT-DESC-ITEM      PIC 9(5)V9(2) VALUE 0.
       77 WRK-PT-VALOR-DISP     PIC 9(7)V9(2) VALUE 0.
       77 WRK-PT-SALDO-ED       PIC -9(7).

      *Pedido do titular sobre os dados pessoais (4800): cliente,
      *modo (Relatorio ou Anonimizar), contadores do relatorio e o
      *motivo da recusa da anonimizacao
       77 DADOSCLI-STATUS       PIC 9(2).
       77 WRK-LGPD-CLIENTE      PIC 9(5) VALUE 0.
       77 WRK-LGPD-COD-X        PIC X(5) VALUE SPACES.
       77 WRK-LGPD-MODO         PIC X(1) VALUE SPACES.
       77 WRK-LGPD-PEND         PIC X(1) VALUE 'N'.
       77 WRK-LGPD-MOTIVO       PIC X(16) VALUE SPACES.
       77 WRK-LGPD-QTD          PIC 9(5) VALUE 0.
       77 WRK-LGPD-TALLY        PIC 9(3) VALUE 0.
       77 WRK-LGPD-SALDO-ED     PIC -9(7),99.

      *Comissao e metas (9808/9807/9806): campos digitados nas
      *manutencoes, a tabela de acumuladores por operador e
      *natureza do recibo, a dos totais por loja e a lista de
      *estornos/notas de credito do mes, abatidos no recibo
      *original (natureza, operador e loja de quem vendeu)
       77 COMISSAO-STATUS       PIC 9(2).
       77 METAS-STATUS          PIC 9(2).
       77 COMISREL-STATUS       PIC 9(2).
       77 WRK-COM-TIPO-DIG      PIC X(1) VALUE SPACES.
       77 WRK-COM-OP-DIG        PIC X(8) VALUE SPACES.
       77 WRK-COM-MES           PIC 9(6) VALUE 0.
       77 WRK-COM-IDX-OP        PIC 9(2) VALUE 0.
       77 WRK-COM-IDX-TP        PIC 9(1) VALUE 0.
       77 WRK-COM-IDX-LJ        PIC 9(2) VALUE 0.
       77 WRK-COM-IDX-RV        PIC 9(3) VALUE 0.
       77 WRK-COM-QTD-OP        PIC 9(2) VALUE 0.
       77 WRK-COM-QTD-LJ        PIC 9(2) VALUE 0.
       77 WRK-COM-QTD-RV        PIC 9(3) VALUE 0.
       77 WRK-COM-ACHOU         PIC X(1) VALUE 'N'.
       77 WRK-COM-SINAL         PIC S9(1) VALUE +1.
       77 WRK-COM-EXISTE        PIC X(1) VALUE 'N'.
       77 WRK-COM-OK            PIC X(1) VALUE 'S'.
       77 WRK-COM-B-OPER        PIC X(20) VALUE SPACES.
       77 WRK-COM-B-LOJA        PIC X(8) VALUE SPACES.
       77 WRK-COM-B-TIPO        PIC X(1) VALUE SPACES.
       77 WRK-COM-B-VALOR       PIC 9(7)V9(2) VALUE 0.
       77 WRK-COM-B-ITEM        PIC S9(1) VALUE 0.
       77 WRK-COM-ITEM          PIC S9(5)V9(2) VALUE 0.
       77 WRK-COM-VENDAS        PIC S9(9)V9(2) VALUE 0.
       77 WRK-COM-DEVIDA        PIC S9(9)V9(2) VALUE 0.
       77 WRK-COM-TOT-DEVIDA    PIC S9(9)V9(2) VALUE 0.
       77 WRK-COM-META          PIC 9(9)V9(2) VALUE 0.
       77 WRK-COM-PCT           PIC 9(5)V9(2) VALUE 0.
       77 WRK-COM-QTD-ED        PIC -9(5).
       77 WRK-COM-VALOR-ED      PIC -9(9),99.
       77 WRK-COM-DEVIDA-ED     PIC -9(9),99.
       77 WRK-COM-META-ED       PIC 9(9),99.
       77 WRK-COM-PCT-ED        PIC ZZZZ9,99.
       01 WRK-COM-NATUREZAS     PIC X(8) VALUE 'LMVSCA  '.
       01 WRK-COM-NATUREZAS-R REDEFINES WRK-COM-NATUREZAS.
           05 WRK-COM-NAT OCCURS 8 TIMES PIC X(1).
       01 WRK-TAB-COMISSAO.
           05 WRK-CO-ITEM OCCURS 40 TIMES.
               10 WRK-CO-OPER      PIC X(20).
               10 WRK-CO-TIPO OCCURS 8 TIMES.
                   15 WRK-CO-QTD       PIC S9(5).
                   15 WRK-CO-VALOR     PIC S9(9)V9(2).
                   15 WRK-CO-COMIS     PIC S9(9)V9(2).
       01 WRK-TAB-COM-LOJA.
           05 WRK-CL-ITEM OCCURS 20 TIMES.
               10 WRK-CL-LOJA      PIC X(8).
               10 WRK-CL-VENDAS    PIC S9(9)V9(2).
               10 WRK-CL-DEVIDA    PIC S9(9)V9(2).
       01 WRK-TAB-COM-REVERSO.
           05 WRK-CR-ITEM OCCURS 500 TIMES.
               10 WRK-CR-DOC       PIC 9(6).
               10 WRK-CR-VALOR     PIC 9(7)V9(2).

      *Excecoes por operador (9939/9938): periodo, a tabela de
      *contagens por operador e tipo de ocorrencia (estorno no
      *dia, nota de credito, isencao de multa, isencao de dano,
      *movimento de gaveta e fechamento de caixa com diferenca) e
      *a media da casa por tipo; passa de WRK-PD-FATOR vezes a
      *media (com ao menos duas ocorrencias) e o operador e
      *marcado
       77 EXCECOES-STATUS       PIC 9(2).
       77 WRK-PD-INICIO         PIC 9(8) VALUE 0.
       77 WRK-PD-FIM            PIC 9(8) VALUE 0.
       77 WRK-PD-FATOR          PIC 9(1) VALUE 2.
       77 WRK-PD-QTD-OP         PIC 9(2) VALUE 0.
       77 WRK-PD-IDX-OP         PIC 9(2) VALUE 0.
       77 WRK-PD-IDX-TP         PIC 9(1) VALUE 0.
       77 WRK-PD-TIPO           PIC 9(1) VALUE 0.
       77 WRK-PD-OPER           PIC X(20) VALUE SPACES.
       77 WRK-PD-QTD-EVENTOS    PIC 9(5) VALUE 0.
       77 WRK-PD-QTD-MARCADOS   PIC 9(2) VALUE 0.
       77 WRK-PD-DIF            PIC 9(7)V9(2) VALUE 0.
       77 WRK-PD-MARCA          PIC X(1) VALUE SPACE.
       77 WRK-PD-QTD-ED         PIC ZZZZ9.
       77 WRK-PD-MEDIA-ED       PIC ZZZ9,99.
       77 WRK-PD-DIF-ED         PIC ZZZZZZ9,99.
       01 WRK-PD-ROTULOS        PIC X(48) VALUE
           'VOID    NOTACREDISENCAO DANOISENGAVETA  CAIXADIF'.
       01 WRK-PD-ROTULOS-R REDEFINES WRK-PD-ROTULOS.
           05 WRK-PD-ROTULO OCCURS 6 TIMES PIC X(8).
       01 WRK-PD-MEDIAS.
           05 WRK-PD-MEDIA OCCURS 6 TIMES PIC 9(5)V9(2).
       01 WRK-TAB-EXCECOES.
           05 WRK-PD-ITEM OCCURS 40 TIMES.
               10 WRK-PD-NOME      PIC X(20).
               10 WRK-PD-QTD OCCURS 6 TIMES PIC 9(5).
               10 WRK-PD-DIF-TOT   PIC 9(9)V9(2).
               10 WRK-PD-ACIMA     PIC X(1).

      *Digitacao e conferencia de nota fiscal de compra (9874/
      *9870) e contas a pagar (9872): campos digitados, linha
      *corrente da nota, contadores de divergencia e do aging
               10 WRK-REP-DIST     PIC X(15).
               10 WRK-REP-QTD      PIC 9(5).
               10 WRK-REP-VALOR    PIC 9(9)V9(2).
      *        Locacoes de copias de leasing/consignacao da
      *        distribuidora, acertadas uma a uma (9702)
               10 WRK-REP-QTD-LEA  PIC 9(5).
               10 WRK-REP-VALOR-LEA PIC 9(9)V9(2).
               10 WRK-REP-DEV-LEA  PIC 9(9)V9(2).
       77 WRK-REP-BUSCA         PIC X(15) VALUE SPACES.
       77 WRK-REP-POS           PIC 9(2) VALUE 0.
       77 WRK-REP-LEASING       PIC X(1) VALUE 'N'.
       77 WRK-REP-COPIA-PCT     PIC 9(2)V9(2) VALUE 0.
       77 WRK-REP-COPIA-DEVIDO  PIC 9(9)V9(2) VALUE 0.
       77 WRK-REP-TOTAL-DEVIDO  PIC 9(9)V9(2) VALUE 0.

      *Venda de exemplar no balcao (3660): preco de venda vindo de
      *PRECO-COMPRA do titulo, com o imposto do local atual e a
      *Vencimento e promocao de reservas (9979-VENCE-RESERVAS):
      *prazo de retirada, posicao da varredura e contadores
       77 WRK-DIAS-RESERVA      PIC 9(2) VALUE 3.

      *Limpeza/inspecao preventiva dos exemplares: limite de
      *locacoes (PARAM-LOC-INSPECAO), aviso do checkin e os campos
      *da lista do dia (9940) e do registro da inspecao (9964)
       77 WRK-LOC-INSPECAO      PIC 9(3) VALUE 25.
       77 WRK-INSP-DEVIDA       PIC X(1) VALUE 'N'.
       77 WRK-INSP-RESULTADO    PIC X(1) VALUE SPACE.
       77 WRK-INSP-QTD          PIC 9(5) VALUE 0.
       77 WRK-INSP-QTD-ED       PIC ZZZZ9.
       77 INSPLIST-STATUS       PIC 9(2).

      *Entregas em domicilio: numero e linha do pedido corrente,
      *campos digitados, a tabela dos emprestimos a coletar e o
      *emprestimo que a coleta passa pronto para o checkin (3200)
       77 ENTREGAS-STATUS       PIC 9(2).
       77 CTLENT-STATUS         PIC 9(2).
       77 ROTA-STATUS           PIC 9(2).
       77 ENTEXC-STATUS         PIC 9(2).
       77 WRK-ENT-NUMERO        PIC 9(6) VALUE 0.
       77 WRK-ENT-ACHOU         PIC X(1) VALUE 'N'.
       77 WRK-ENT-OK            PIC X(1) VALUE 'S'.
       77 WRK-ENT-ENDERECO      PIC X(40) VALUE SPACES.
       77 WRK-ENT-DATA          PIC 9(8) VALUE 0.
       77 WRK-ENT-HORA-INI      PIC 9(4) VALUE 0.
       77 WRK-ENT-HORA-FIM      PIC 9(4) VALUE 0.
       77 WRK-ENT-TAXA          PIC 9(5)V9(2) VALUE 0.
       77 WRK-ENT-COLETA        PIC 9(8) VALUE 0.
       77 WRK-ENT-MOTORISTA     PIC X(20) VALUE SPACES.
       77 WRK-ENT-MOTIVO        PIC X(20) VALUE SPACES.
       77 WRK-ENT-CLIENTE       PIC 9(5) VALUE 0.
       77 WRK-ENT-RESULTADO     PIC X(1) VALUE SPACE.
       77 WRK-ENT-DIAS          PIC 9(3) VALUE 0.
       77 WRK-ENT-PARADAS       PIC 9(3) VALUE 0.
       77 WRK-ENT-QTD-FALHAS    PIC 9(5) VALUE 0.
       77 WRK-ENT-QTD-VENCIDAS  PIC 9(5) VALUE 0.
       77 WRK-ENT-QTD-ED        PIC ZZZZ9.
       77 WRK-ENT-CUPOM         PIC 9(6) VALUE 0.
       77 WRK-ENT-INICIO        PIC 9(8) VALUE 0.
       77 WRK-ENT-FIM           PIC 9(8) VALUE 0.
       77 WRK-ENT-PARADA-OK     PIC X(1) VALUE 'N'.
       77 WRK-ENT-EMP-CHECKIN   PIC 9(6) VALUE 0.
       77 WRK-ENT-QTD-EMP       PIC 9(2) VALUE 0.
       77 WRK-ENT-IDX           PIC 9(2) VALUE 0.
       01 WRK-TAB-ENT-EMP.
           05 WRK-ENT-EMP OCCURS 10 TIMES PIC 9(6).
       01 WRK-TAB-ENT-LIN.
           05 WRK-ENT-LIN OCCURS 10 TIMES PIC 9(2).
       77 WRK-ENT-QTD-MOT       PIC 9(2) VALUE 0.
       77 WRK-ENT-IDX-MOT       PIC 9(2) VALUE 0.
       01 WRK-TAB-ENT-MOT.
           05 WRK-ENT-MOT OCCURS 30 TIMES.
               10 WRK-ENT-MOT-NOME     PIC X(20).
               10 WRK-ENT-MOT-FALHAS   PIC 9(5).
               10 WRK-ENT-MOT-VENCIDAS PIC 9(5).

      *Programa de indicacao: credito pago ao indicador
      *(PARAM-VALOR-INDICACAO), faixa de cartoes do razao de vales
      *reservada ao credito de loja de cada cliente (900000 mais o
      *codigo do indicador), campos da captura na inclusao (3790),
      *do credito e do estorno (3191/3453) e do relatorio (3985)
       77 WRK-VALOR-INDICACAO   PIC 9(5)V9(2) VALUE 10,00.
       77 WRK-IND-BASE-CARTAO   PIC 9(6) VALUE 900000.
       77 INDMOV-STATUS         PIC 9(2).
       77 INDSEQ-STATUS         PIC 9(2).
       77 INDREL-STATUS         PIC 9(2).
       77 WRK-IND-CODIGO        PIC 9(5) VALUE 0.
       77 WRK-IND-OK            PIC X(1) VALUE 'N'.
       77 WRK-IND-NOVO          PIC 9(5) VALUE 0.
       77 WRK-IND-INDICADOR     PIC 9(5) VALUE 0.
       77 WRK-IND-RESP-NOVO     PIC 9(5) VALUE 0.
       77 WRK-IND-RESP-IND      PIC 9(5) VALUE 0.
       77 WRK-IND-FAMILIA       PIC X(1) VALUE 'N'.
       77 WRK-IND-VALOR         PIC 9(5)V9(2) VALUE 0.
       77 WRK-IND-CARTAO        PIC 9(6) VALUE 0.
       77 WRK-IND-CARTAO-ANT    PIC 9(6) VALUE 0.
       77 WRK-IND-EST-OK        PIC X(1) VALUE 'N'.
       77 WRK-IND-CRED-OK       PIC X(1) VALUE 'S'.
       77 WRK-IND-MES           PIC 9(6) VALUE 0.
       77 WRK-IND-INICIO        PIC 9(8) VALUE 0.
       77 WRK-IND-FIM           PIC 9(8) VALUE 0.
       77 WRK-IND-RECEITA       PIC S9(7)V9(2) VALUE 0.
       77 WRK-IND-ANTERIOR      PIC 9(5) VALUE 0.
       77 WRK-IND-QTD-INDIC     PIC 9(5) VALUE 0.
       77 WRK-IND-QTD-NOVOS     PIC 9(5) VALUE 0.
       77 WRK-IND-QTD-PAGOS     PIC 9(5) VALUE 0.
       77 WRK-IND-S-NOVOS       PIC 9(5) VALUE 0.
       77 WRK-IND-S-PAGO        PIC 9(7)V9(2) VALUE 0.
       77 WRK-IND-S-ESTORNO     PIC 9(7)V9(2) VALUE 0.
       77 WRK-IND-S-RECEITA     PIC 9(7)V9(2) VALUE 0.
       77 WRK-IND-T-PAGO        PIC 9(7)V9(2) VALUE 0.
       77 WRK-IND-T-ESTORNO     PIC 9(7)V9(2) VALUE 0.
       77 WRK-IND-T-RECEITA     PIC 9(7)V9(2) VALUE 0.
       77 WRK-IND-CUSTO         PIC 9(7)V9(2) VALUE 0.
       77 WRK-IND-VALOR-ED      PIC Z.ZZZ.ZZ9,99.
       77 WRK-IND-QTD-ED        PIC ZZZZ9.

      *Acompanhamento da reconquista (3990): mes da campanha,
      *primeira locacao do contatado dentro da janela e contagens
       77 CAMPANHA-STATUS       PIC 9(2).
       77 RECONQREL-STATUS      PIC 9(2).
       77 WRK-RQ-MES            PIC 9(6) VALUE 0.
       77 WRK-RQ-INICIO         PIC 9(8) VALUE 0.
       77 WRK-RQ-FIM            PIC 9(8) VALUE 0.
       77 WRK-RQ-VOLTOU         PIC 9(8) VALUE 0.
       77 WRK-RQ-QTD-CONTATO    PIC 9(5) VALUE 0.
       77 WRK-RQ-QTD-VOLTOU     PIC 9(5) VALUE 0.
       77 WRK-RQ-QTD-ABERTO     PIC 9(5) VALUE 0.
       77 WRK-RQ-PCT            PIC 9(3)V9(1) VALUE 0.
       77 WRK-RQ-PCT-ED         PIC ZZ9,9.

      *Cupons de desconto: pedido do codigo no primeiro item do
      *carrinho (3119), abatimento por item (3184), resgate no
      *recibo (3121), reativacao no estorno (3452), geracao de
      *lotes (3992) e resgates por lote (3994)
       77 CUPONS-STATUS         PIC 9(2).
       77 CTLCPN-STATUS         PIC 9(2).
       77 CPNGER-STATUS         PIC 9(2).
       77 CPNREL-STATUS         PIC 9(2).
       77 WRK-CPN-PEDIDO        PIC X(1) VALUE 'S'.
       77 WRK-CPN-ATIVO         PIC X(1) VALUE 'N'.
       77 WRK-CPN-OK            PIC X(1) VALUE 'N'.
       77 WRK-CPN-DIG           PIC 9(8) VALUE 0.
       77 WRK-CPN-CODIGO        PIC 9(8) VALUE 0.
       77 WRK-CPN-TIPO          PIC X(1) VALUE SPACE.
       77 WRK-CPN-VALOR         PIC 9(5)V9(2) VALUE 0.
       77 WRK-CPN-SALDO         PIC 9(7)V9(2) VALUE 0.
       77 WRK-CPN-DESC-ITEM     PIC 9(5)V9(2) VALUE 0.
       77 WRK-CPN-DESC-BRL      PIC 9(7)V9(2) VALUE 0.
       77 WRK-CPN-TOTAL-BRL     PIC 9(7)V9(2) VALUE 0.
       77 WRK-CPN-NUMEMP-SALVO  PIC 9(6) VALUE 0.
       77 WRK-CPN-RECIBO        PIC 9(6) VALUE 0.
       77 WRK-CPN-OUTROS        PIC 9(3) VALUE 0.
       77 WRK-CPN-LOTE          PIC 9(4) VALUE 0.
       77 WRK-CPN-CAMPANHA      PIC X(20) VALUE SPACES.
       77 WRK-CPN-QTD           PIC 9(4) VALUE 0.
       77 WRK-CPN-GRAVADOS      PIC 9(4) VALUE 0.
       77 WRK-CPN-GER-OK        PIC X(1) VALUE 'S'.
       77 WRK-CPN-VALIDADE      PIC 9(8) VALUE 0.
       77 WRK-CPN-CLIENTE       PIC 9(5) VALUE 0.
       77 WRK-CPN-SERIE         PIC 9(7) VALUE 0.
       77 WRK-CPN-LOTE-ANT      PIC 9(4) VALUE 0.
       77 WRK-CPN-CAMP-ANT      PIC X(20) VALUE SPACES.
       77 WRK-CPN-QTD-LOTES     PIC 9(4) VALUE 0.
       77 WRK-CPN-Q-EMITIDO     PIC 9(5) VALUE 0.
       77 WRK-CPN-Q-USADO       PIC 9(5) VALUE 0.
       77 WRK-CPN-Q-VENCIDO     PIC 9(5) VALUE 0.
       77 WRK-CPN-Q-ABERTO      PIC 9(5) VALUE 0.
       77 WRK-CPN-T-DESCONTO    PIC 9(7)V9(2) VALUE 0.
       77 WRK-CPN-T-RECEITA     PIC 9(7)V9(2) VALUE 0.
       77 WRK-CPN-PCT           PIC 9(3)V9(1) VALUE 0.
       77 WRK-CPN-PCT-ED        PIC ZZ9,9.
       01 WRK-CPN-VERIF-X       PIC X(8).
       01 WRK-CPN-VERIF-D REDEFINES WRK-CPN-VERIF-X.
           05 WRK-CPN-D OCCURS 8 TIMES PIC 9(1).
       01 WRK-CPN-VERIF-N REDEFINES WRK-CPN-VERIF-X PIC 9(8).

      *Pacotes de locacao (3122-3126): itens do carrinho no
      *alcance da regra em ordem decrescente de valor, o rateio
      *do desconto de cada regra e o da melhor regra encontrada
       77 PACOTES-STATUS        PIC 9(2).
       77 PAC-NUM-DIG           PIC 9(4) VALUE 0.
       77 WRK-PAC-CASA          PIC X(1) VALUE 'N'.
       77 WRK-PAC-QTD-QUAL      PIC 9(2) VALUE 0.
       77 WRK-PAC-GRUPOS        PIC 9(2) VALUE 0.
       77 WRK-PAC-GRUPO         PIC 9(2) VALUE 0.
       77 WRK-PAC-POS           PIC 9(2) VALUE 0.
       77 WRK-PAC-POS2          PIC 9(2) VALUE 0.
       77 WRK-PAC-PRIM          PIC 9(2) VALUE 0.
       77 WRK-PAC-ULT           PIC 9(2) VALUE 0.
       77 WRK-PAC-TROCA         PIC 9(2) VALUE 0.
       77 WRK-PAC-IDX           PIC 9(2) VALUE 0.
       77 WRK-PAC-SOMA-GRUPO    PIC 9(7)V9(2) VALUE 0.
       77 WRK-PAC-DESC-GRUPO    PIC 9(7)V9(2) VALUE 0.
       77 WRK-PAC-RATEADO       PIC 9(7)V9(2) VALUE 0.
       77 WRK-PAC-CAND-TOTAL    PIC 9(7)V9(2) VALUE 0.
       77 WRK-PAC-TOTAL         PIC 9(7)V9(2) VALUE 0.
       77 WRK-PAC-NUMERO        PIC 9(4) VALUE 0.
       77 WRK-PAC-DESCRICAO     PIC X(20) VALUE SPACES.
       77 WRK-PAC-BRL-ANTES     PIC 9(7)V9(2) VALUE 0.
       01 WRK-PAC-ORDEM.
           05 WRK-PAC-ITEM OCCURS 10 TIMES PIC 9(2).
       01 WRK-PAC-CAND.
           05 WRK-PAC-CAND-DESC OCCURS 10 TIMES PIC 9(7)V9(2).

      *Pacotes pre-pagos de locacoes: venda (3496), pacote da
      *familia achado no checkout (3127), locacao coberta por item
      *(3128), baixa (3129), devolucao no estorno (3451) e o
      *relatorio dos vencidos com saldo (3997)
       77 PREPAGO-STATUS        PIC 9(2).
       77 PPREL-STATUS          PIC 9(2).
       77 WRK-PP-ATIVO          PIC X(1) VALUE 'N'.
       77 WRK-PP-NUMERO         PIC 9(6) VALUE 0.
       77 WRK-PP-SALDO          PIC 9(3) VALUE 0.
       77 WRK-PP-USADOS         PIC 9(3) VALUE 0.
       77 WRK-PP-RESTA          PIC 9(3) VALUE 0.
       77 WRK-PP-VALIDADE       PIC 9(8) VALUE 0.
       77 WRK-PP-DESC-ITEM      PIC 9(5)V9(2) VALUE 0.
       77 WRK-PP-ITEM-NUM       PIC 9(6) VALUE 0.
       77 WRK-PP-TITULAR        PIC 9(5) VALUE 0.
       77 WRK-PP-QTD            PIC 9(3) VALUE 0.
       77 WRK-PP-VALOR          PIC 9(7)V9(2) VALUE 0.
       77 WRK-PP-DIAS           PIC 9(3) VALUE 0.
       77 WRK-PP-DIAS-PADRAO    PIC 9(3) VALUE 180.
       77 WRK-PP-UNITARIO       PIC 9(7)V9(2) VALUE 0.
       77 WRK-PP-NAO-USADO      PIC 9(7)V9(2) VALUE 0.
       77 WRK-PP-T-PACOTES      PIC 9(5) VALUE 0.
       77 WRK-PP-T-LOCACOES     PIC 9(5) VALUE 0.
       77 WRK-PP-T-VALOR        PIC 9(7)V9(2) VALUE 0.
       77 WRK-SWEEP-POS         PIC 9(6) VALUE 0.
       77 WRK-SWEEP-FIM         PIC X(1) VALUE 'N'.
       77 WRK-RES-VENCIDA       PIC 9(6) VALUE 0.
       77 EX-ESTADO-DIG         PIC X(15) VALUE SPACES.
       77 EX-LOCALIZACAO-DIG    PIC X(10) VALUE SPACES.
       77 WRK-PROX-EXEMPLAR     PIC 9(2) VALUE 0.

      *Posse da copia no cadastro (9970/9701), venda de balcao so
      *de copia propria (3660) e compra da copia de leasing ou
      *consignacao (9703)
       77 EX-POSSE-DIG          PIC X(1) VALUE SPACES.
       77 EX-DIST-DONO-DIG      PIC X(15) VALUE SPACES.
       77 EX-DATA-DEVOLVER-DIG  PIC 9(8) VALUE 0.
       77 EX-PRECO-COMPRA-DIG   PIC 9(06)V9(02) VALUE 0.
       77 EX-PCT-REPASSE-DIG    PIC 9(2)V9(2) VALUE 0.
       77 WRK-POSSE-OK          PIC X(1) VALUE 'S'.
       77 WRK-EX-SO-PROPRIO     PIC X(1) VALUE 'N'.
       77 WRK-EX-ACHOU          PIC 9(2) VALUE 0.
       77 WRK-QTD-EX-TOTAL      PIC 9(3) VALUE 0.
       77 WRK-QTD-EX-DISP       PIC 9(3) VALUE 0.
       77 WRK-CSV-LEN           PIC 9(2) VALUE 0.
       77 WRK-CSV-TEM-SEP       PIC 9(2) VALUE 0.
       77 WRK-IDX-CSV           PIC 9(2) VALUE 0.
       77 WRK-CSV-LINHA         PIC X(300) VALUE SPACES.
       77 WRK-CSV-POS           PIC 9(3) VALUE 0.
       77 WRK-CSV-DENTRO        PIC X(1) VALUE 'N'.
       77 WRK-CSV-TROCA         PIC X(1) VALUE X'01'.
       77 WRK-DATA-VALIDAR      PIC 9(8) VALUE 0.
       77 WRK-DATA-OK           PIC X(1) VALUE 'N'.

      *Marcacoes de contato antes da captura (3770), para saber se
      *o consentimento mudou
       77 WRK-OPT-OK            PIC X(1) VALUE 'N'.
       77 WRK-OPT-ANT-SMS       PIC X(1) VALUE SPACES.
       77 WRK-OPT-ANT-EMAIL     PIC X(1) VALUE SPACES.
       77 WRK-OPT-ANT-CARTA     PIC X(1) VALUE SPACES.

      *Campos auxiliares do calculo de datas (3150-AVANCA-UM-DIA)
       01 WRK-DATA-CALC.
           05 WRK-DC-ANO           PIC 9(4).
       01 WRK-COD-VERIF-D REDEFINES WRK-COD-VERIF-X.
           05 WRK-CV-D OCCURS 5 TIMES PIC 9(1).

      *Conferencia do CPF (3173) e busca de outro cliente com o
      *mesmo CPF (3174); a ficha em digitacao fica guardada em
      *WRK-CLI-SALVO enquanto a chave alternada e lida
       77 WRK-CPF-OK            PIC X(1) VALUE 'N'.
       77 WRK-CPF-SOMA          PIC 9(3) VALUE 0.
       77 WRK-CPF-QUOC          PIC 9(2) VALUE 0.
       77 WRK-CPF-RESTO         PIC 9(2) VALUE 0.
       77 WRK-CPF-DV            PIC 9(2) VALUE 0.
       77 WRK-CPF-IGUAIS        PIC 9(2) VALUE 0.
       77 WRK-CPF-BUSCA         PIC 9(11) VALUE 0.
       77 WRK-CPF-DONO          PIC 9(5) VALUE 0.
       77 WRK-CPF-OUTRO         PIC 9(5) VALUE 0.
       77 WRK-CLI-SALVO         PIC X(300) VALUE SPACES.
       01 WRK-CPF-VERIF-X       PIC X(11).
       01 WRK-CPF-VERIF-D REDEFINES WRK-CPF-VERIF-X.
           05 WRK-CPF-D OCCURS 11 TIMES PIC 9(1).

       77 WRK-MODO-BUSCA        PIC X(1) VALUE 'C'.
       77 WRK-TERMO-BUSCA       PIC X(30).
       77 WRK-TERMO-LEN         PIC 9(2) VALUE 0.
           05 LINE 5 COLUMN 20  VALUE 'G - Locacao/balcao'.
           05 LINE 6 COLUMN 20  VALUE 'H - Utilitarios 2'.
           05 LINE 7 COLUMN 20  VALUE 'I - Tabelas de apoio'.
           05 LINE 8 COLUMN 20  VALUE 'J - Pedidos de compra'.
           05 LINE 22 COLUMN 67 USING WRK-ESCOLHA.

      *Submenu de manutencao do cadastro de clientes
           05 LINE 9 COLUMN 55  VALUE '5 - Devolver deposito'.
           05 LINE 5 COLUMN 20  VALUE '6 - Unificar duplicados'.
           05 LINE 6 COLUMN 20  VALUE '7 - Buscar nome/fone'.
           05 LINE 7 COLUMN 20  VALUE '8 - Reclamacoes'.
           05 LINE 8 COLUMN 20  VALUE '9 - Pedidos de titulo'.
           05 LINE 9 COLUMN 20  VALUE 'A - Clientes por bairro'.
           05 LINE 10 COLUMN 55 VALUE 'X - Voltar'.
           05 LINE 11 COLUMN 55 VALUE 'Escolha:'.
           05 LINE 11 COLUMN 67 USING WRK-ESCOLHA.
           05 LINE 8 COLUMN 85  VALUE 'W - Reabrir o mes'.
           05 LINE 9 COLUMN 85  VALUE 'Z - Reimprimir rel. Z'.
           05 LINE 10 COLUMN 85 VALUE 'G - Movimento de gaveta'.
           05 LINE 11 COLUMN 85 VALUE 'K - Vender pre-pago'.
           05 LINE 12 COLUMN 20 VALUE 'Y - Troca de discos'.
           05 LINE 12 COLUMN 85 VALUE 'D - Protecao contra dano'.
           05 LINE 12 COLUMN 55 VALUE 'X - Voltar'.
           05 LINE 13 COLUMN 55 VALUE 'Escolha:'.
           05 LINE 13 COLUMN 67 USING WRK-ESCOLHA.
           05 LINE 9 COLUMN 55  VALUE '5 - Componentes de imposto'.
           05 LINE 5 COLUMN 20  VALUE '6 - Contas contabeis'.
           05 LINE 6 COLUMN 20  VALUE '7 - Edicoes ligadas'.
           05 LINE 7 COLUMN 20  VALUE '8 - Series e franquias'.
           05 LINE 8 COLUMN 20  VALUE '9 - Lacunas nas series'.
           05 LINE 9 COLUMN 20  VALUE 'A - Precos por loja'.
           05 LINE 10 COLUMN 20 VALUE 'B - Janela de direitos'.
           05 LINE 11 COLUMN 20 VALUE 'C - Tabela de CEP'.
           05 LINE 10 COLUMN 55 VALUE 'X - Voltar'.
           05 LINE 11 COLUMN 55 VALUE 'Escolha:'.
           05 LINE 11 COLUMN 67 USING WRK-ESCOLHA.
           05 LINE 9 COLUMN 85  VALUE 'Y - Reservas do site'.
           05 LINE 10 COLUMN 85 VALUE 'Z - Tendencia dos lotes'.
           05 LINE 11 COLUMN 85 VALUE '0 - Diario contabil'.
           05 LINE 12 COLUMN 85 VALUE '+ - Mais utilitarios'.
           05 LINE 19 COLUMN 55 VALUE 'X - Voltar'.
           05 LINE 20 COLUMN 55 VALUE 'Escolha:'.
           05 LINE 20 COLUMN 67 USING WRK-ESCOLHA.

      *Terceira pagina de rotinas utilitarias, aberta pela opcao
      *'+' de MENU-UTIL quando a primeira pagina encheu
       01 MENU-UTIL3.
           05 LINE 5 COLUMN 55  VALUE '1 - Dados pessoais (LGPD)'.
           05 LINE 6 COLUMN 55  VALUE '2 - Tabela de comissao'.
           05 LINE 7 COLUMN 55  VALUE '3 - Metas mensais'.
           05 LINE 8 COLUMN 55  VALUE '4 - Comissao e metas do mes'.
           05 LINE 9 COLUMN 55  VALUE '5 - Excecoes por operador'.
           05 LINE 10 COLUMN 55 VALUE '6 - Orcamento de compras'.
           05 LINE 11 COLUMN 55 VALUE '7 - Orcado x realizado'.
           05 LINE 12 COLUMN 55 VALUE '8 - Rentabilidade titulos'.
           05 LINE 13 COLUMN 55 VALUE '9 - Lista de inspecao'.
           05 LINE 14 COLUMN 55 VALUE 'A - Registrar inspecao'.
           05 LINE 15 COLUMN 55 VALUE 'B - Entregas em domicilio'.
           05 LINE 16 COLUMN 55 VALUE 'C - Relatorio de indicacoes'.
           05 LINE 17 COLUMN 55 VALUE 'D - Retorno da reconquista'.
           05 LINE 18 COLUMN 55 VALUE 'E - Cupons de desconto'.
           05 LINE 5 COLUMN 20  VALUE 'F - Pacotes de locacao'.
           05 LINE 6 COLUMN 20  VALUE 'G - Pre-pagos vencidos'.
           05 LINE 7 COLUMN 20  VALUE 'H - Conciliar banco'.
           05 LINE 8 COLUMN 20  VALUE 'I - Fluxo de caixa 90 dias'.
           05 LINE 9 COLUMN 20  VALUE 'J - Resultado por loja'.
           05 LINE 10 COLUMN 20 VALUE 'K - Corrigir ponto'.
           05 LINE 11 COLUMN 20 VALUE 'L - Horas do mes (ponto)'.
           05 LINE 12 COLUMN 20 VALUE 'M - Lista de guarda'.
           05 LINE 13 COLUMN 20 VALUE 'N - Auditar prateleira'.
           05 LINE 14 COLUMN 20 VALUE 'O - Enriquecer catalogo'.
           05 LINE 15 COLUMN 20 VALUE 'P - Aplicar enriquecimento'.
           05 LINE 16 COLUMN 20 VALUE 'Q - Equipamentos locaveis'.
           05 LINE 17 COLUMN 20 VALUE 'R - Segmentacao RFM'.
           05 LINE 18 COLUMN 20 VALUE 'S - Movimento por hora'.
           05 LINE 19 COLUMN 20 VALUE 'T - Assinatura correio'.
           05 LINE 20 COLUMN 20 VALUE 'U - Acordos de divida'.
           05 LINE 21 COLUMN 20 VALUE 'V - Passivo com clientes'.
           05 LINE 22 COLUMN 20 VALUE 'W - Anistia de multas'.
           05 LINE 19 COLUMN 55 VALUE 'Y - Spool de relatorios'.
           05 LINE 20 COLUMN 55 VALUE 'X - Voltar'.
           05 LINE 21 COLUMN 55 VALUE 'Escolha:'.
           05 LINE 21 COLUMN 67 USING WRK-ESCOLHA.

      *Submenu das entregas em domicilio (2900)
       01 MENU-ENTREGAS.
           05 LINE 5 COLUMN 55  VALUE '1 - Novo pedido de entrega'.
           05 LINE 6 COLUMN 55  VALUE '2 - Designar motorista'.
           05 LINE 7 COLUMN 55  VALUE '3 - Folha de rota'.
           05 LINE 8 COLUMN 55  VALUE '4 - Confirmar entrega'.
           05 LINE 9 COLUMN 55  VALUE '5 - Confirmar coleta'.
           05 LINE 10 COLUMN 55 VALUE '6 - Cancelar pedido'.
           05 LINE 11 COLUMN 55 VALUE '7 - Excecoes de entrega'.
           05 LINE 13 COLUMN 55 VALUE 'X - Voltar'.
           05 LINE 14 COLUMN 55 VALUE 'Escolha:'.
           05 LINE 14 COLUMN 67 USING WRK-ESCOLHA.

      *Submenu dos cupons de desconto (2950)
       01 MENU-CUPONS.
           05 LINE 5 COLUMN 55  VALUE '1 - Gerar lote de cupons'.
           05 LINE 6 COLUMN 55  VALUE '2 - Resgates por lote'.
           05 LINE 8 COLUMN 55  VALUE 'X - Voltar'.
           05 LINE 9 COLUMN 55  VALUE 'Escolha:'.
           05 LINE 9 COLUMN 67 USING WRK-ESCOLHA.

      *Submenu dos casos de reclamacao e contestacao (2970)
       01 MENU-CASOS.
           05 LINE 5 COLUMN 55  VALUE '1 - Abrir caso'.
           05 LINE 6 COLUMN 55  VALUE '2 - Consultar caso'.
           05 LINE 7 COLUMN 55  VALUE '3 - Resolver caso'.
           05 LINE 8 COLUMN 55  VALUE '4 - Casos do cliente'.
           05 LINE 9 COLUMN 55  VALUE '5 - Relatorio do mes'.
           05 LINE 11 COLUMN 55 VALUE 'X - Voltar'.
           05 LINE 12 COLUMN 55 VALUE 'Escolha:'.
           05 LINE 12 COLUMN 67 USING WRK-ESCOLHA.

      *Submenu dos pedidos de titulo que a loja nao tem (2975)
       01 MENU-PEDTIT.
           05 LINE 5 COLUMN 55  VALUE '1 - Registrar pedido'.
           05 LINE 6 COLUMN 55  VALUE '2 - Pedidos do cliente'.
           05 LINE 7 COLUMN 55  VALUE '3 - Reservar titulo chegado'.
           05 LINE 8 COLUMN 55  VALUE '4 - Ligar ao catalogo'.
           05 LINE 9 COLUMN 55  VALUE '5 - Cancelar pedido'.
           05 LINE 10 COLUMN 55 VALUE '6 - Relatorio de demanda'.
           05 LINE 12 COLUMN 55 VALUE 'X - Voltar'.
           05 LINE 13 COLUMN 55 VALUE 'Escolha:'.
           05 LINE 13 COLUMN 67 USING WRK-ESCOLHA.

      *Submenu da troca de discos usados dos clientes (2980)
       01 MENU-TROCAS.
           05 LINE 5 COLUMN 55  VALUE '1 - Nova troca'.
           05 LINE 6 COLUMN 55  VALUE '2 - Tabela de valores'.
           05 LINE 7 COLUMN 55  VALUE '3 - Relatorio do mes'.
           05 LINE 9 COLUMN 55  VALUE 'X - Voltar'.
           05 LINE 10 COLUMN 55 VALUE 'Escolha:'.
           05 LINE 10 COLUMN 67 USING WRK-ESCOLHA.

      *Submenu da protecao contra dano vendida no checkout (2985)
       01 MENU-PROTECAO.
           05 LINE 5 COLUMN 55  VALUE '1 - Tabela de precos'.
           05 LINE 6 COLUMN 55  VALUE '2 - Relatorio do mes'.
           05 LINE 8 COLUMN 55  VALUE 'X - Voltar'.
           05 LINE 9 COLUMN 55  VALUE 'Escolha:'.
           05 LINE 9 COLUMN 67 USING WRK-ESCOLHA.

      *Submenu do spool de relatorios (2990)
       01 MENU-SPOOL.
           05 LINE 5 COLUMN 55  VALUE '1 - Listar emissoes'.
           05 LINE 6 COLUMN 55  VALUE '2 - Ver na tela'.
           05 LINE 7 COLUMN 55  VALUE '3 - Reimprimir'.
           05 LINE 8 COLUMN 55  VALUE '4 - Retencao por relatorio'.
           05 LINE 10 COLUMN 55 VALUE 'X - Voltar'.
           05 LINE 11 COLUMN 55 VALUE 'Escolha:'.
           05 LINE 11 COLUMN 67 USING WRK-ESCOLHA.

      *Submenu dos pedidos de compra e da alcada de aprovacao
      *(2995)
       01 MENU-COMPRAS.
           05 LINE 5 COLUMN 55  VALUE '1 - Criar pedido'.
           05 LINE 6 COLUMN 55  VALUE '2 - Situacao do pedido'.
           05 LINE 7 COLUMN 55  VALUE '3 - Aprovar pedidos'.
           05 LINE 8 COLUMN 55  VALUE '4 - Imprimir pedido'.
           05 LINE 9 COLUMN 55  VALUE '5 - Alcadas por perfil'.
           05 LINE 10 COLUMN 55 VALUE '6 - Boletim distribuidores'.
           05 LINE 11 COLUMN 55 VALUE 'X - Voltar'.
           05 LINE 12 COLUMN 55 VALUE 'Escolha:'.
           05 LINE 12 COLUMN 67 USING WRK-ESCOLHA.

      *Submenu das transferencias de exemplares entre lojas
       01 MENU-TRANSF.
           05 LINE 5 COLUMN 55  VALUE '1 - Enviar exemplar'.
           05 LINE 5 COLUMN 20  VALUE '4 - Criar RMA'.
           05 LINE 6 COLUMN 20  VALUE '5 - Creditar RMA'.
           05 LINE 7 COLUMN 20  VALUE '6 - RMA pendentes'.
           05 LINE 8 COLUMN 20  VALUE '7 - Comprar copia leasing'.
           05 LINE 9 COLUMN 20  VALUE '8 - Recall de prensagem'.
           05 LINE 10 COLUMN 20 VALUE '9 - Recolher copia recall'.
           05 LINE 11 COLUMN 20 VALUE 'A - Situacao dos recalls'.
           05 LINE 9 COLUMN 55  VALUE 'X - Voltar'.
           05 LINE 10 COLUMN 55 VALUE 'Escolha:'.
           05 LINE 10 COLUMN 67 USING WRK-ESCOLHA.
           05 LINE 8 COLUMN 85  VALUE 'Y - Cadastrar loja'.
           05 LINE 9 COLUMN 85  VALUE 'Z - Transferencias'.
           05 LINE 10 COLUMN 85 VALUE '0 - Estatistica de locacao'.
           05 LINE 11 COLUMN 85 VALUE '+ - Mais utilitarios'.
           05 LINE 20 COLUMN 55 VALUE 'Escolha:'.
           05 LINE 20 COLUMN 67 USING WRK-ESCOLHA.

           05 LINE 17 COLUMN 35 PIC X(45)
           BACKGROUND-COLOR 3 FROM WRK-AVISO.

      *Classe e orientacao de uma falha de arquivo, logo abaixo da
      *mensagem de erro (5196)
       01 TELA-ERRO-ARQ.
           05 LINE 17 COLUMN 35 PIC X(45)
           BACKGROUND-COLOR 4 FROM WRK-ERL-MENSAGEM.

      *Tela onde serão feitos os inputs de filmes
       01 TELA-REGISTRO.
      *    Aviso do modo treinamento tambem na tela de cadastro
           05 COLUMN PLUS 2 PIC X(15) USING EX-ESTADO-DIG.
           05 LINE 7 COLUMN 35 VALUE 'Localizacao: '.
           05 COLUMN PLUS 2 PIC X(10) USING EX-LOCALIZACAO-DIG.
           05 LINE 8 COLUMN 35 VALUE 'Posse (P/L/C): '.
           05 COLUMN PLUS 2 PIC X(1) USING EX-POSSE-DIG.
           05 LINE 9 COLUMN 35 VALUE 'Distribuidora dona: '.
           05 COLUMN PLUS 2 PIC X(15) USING EX-DIST-DONO-DIG.
           05 LINE 10 COLUMN 35 VALUE 'Devolver ate (AAAAMMDD): '.
           05 COLUMN PLUS 2 PIC 9(8) USING EX-DATA-DEVOLVER-DIG.
           05 LINE 11 COLUMN 35 VALUE 'Preco de compra: '.
           05 COLUMN PLUS 2 PIC 9(06)V9(02) USING EX-PRECO-COMPRA-DIG.
           05 LINE 12 COLUMN 35 VALUE 'Pct repasse (0=contrato): '.
           05 COLUMN PLUS 2 PIC 9(2)V9(2) USING EX-PCT-REPASSE-DIG.

      *Tela de registro de baixa de exemplar avariado/perdido
       01 TELA-BAIXA.
               PERFORM 1065-REFRESH-TREINO
           END-IF.

      *    Layout dos arquivos mestres conferido antes de abri-los;
      *    o mundo de treino e copia da producao ja conferida
           IF NOT WRK-EM-TREINAMENTO
               PERFORM 1067-CONFERE-VERSOES
           END-IF.

      *    Abertura arquivo filmes
           OPEN I-O FILMES.
               IF FILME-STATUS = 35 THEN
                   MOVE 60 TO PARAM-DIAS-VENDA-FORC
                   MOVE 24 TO PARAM-MESES-MOV
                   MOVE 60 TO PARAM-DIAS-LANCAMENTO
                   MOVE 1 TO PARAM-PONTOS-POR-REAL
                   MOVE 0,05 TO PARAM-VALOR-PONTO
                   MOVE 12 TO PARAM-MESES-PONTOS
                   MOVE 25 TO PARAM-LOC-INSPECAO
                   MOVE 10,00 TO PARAM-VALOR-INDICACAO
                   MOVE 90 TO PARAM-DIAS-RECONQUISTA
                   MOVE 10,00 TO PARAM-HORAS-TURNO
                   MOVE SPACES TO PARAM-SEGM-RECONQUISTA
                   MOVE 30 TO PARAM-DIAS-CORREIO
                   MOVE 5 TO PARAM-DIAS-CARENCIA-ACD
                   MOVE 24 TO PARAM-MESES-DORMENCIA
                   MOVE 3 TO PARAM-DIAS-APROV-PED
                   WRITE CTLPARAM-REG
                   CLOSE CTLPARAM
                   OPEN I-O CTLPARAM
                   IF PARAM-DEPREC-PCT-ANO > 0
                       MOVE PARAM-DEPREC-PCT-ANO TO WRK-DEPREC-PCT
                   END-IF
                   IF PARAM-PONTOS-POR-REAL IS NUMERIC
                      AND PARAM-PONTOS-POR-REAL > 0
                       MOVE PARAM-PONTOS-POR-REAL
                           TO WRK-PONTOS-POR-REAL
                   END-IF
                   IF PARAM-VALOR-PONTO IS NUMERIC
                      AND PARAM-VALOR-PONTO > 0
                       MOVE PARAM-VALOR-PONTO TO WRK-VALOR-PONTO
                   END-IF
      *            Zero nestes dois desliga a inspecao e a
      *            indicacao; so o campo nao numerico (registro
      *            gravado antes deles) fica com o valor padrao
                   IF PARAM-LOC-INSPECAO IS NUMERIC
                       MOVE PARAM-LOC-INSPECAO TO WRK-LOC-INSPECAO
                   END-IF
                   IF PARAM-VALOR-INDICACAO IS NUMERIC
                       MOVE PARAM-VALOR-INDICACAO
                           TO WRK-VALOR-INDICACAO
                   END-IF
                   IF PARAM-HORAS-TURNO IS NUMERIC
                      AND PARAM-HORAS-TURNO > 0
                       MOVE PARAM-HORAS-TURNO TO WRK-HP-LIMITE
                   END-IF
                   IF PARAM-MESES-DORMENCIA IS NUMERIC
                      AND PARAM-MESES-DORMENCIA > 0
                       MOVE PARAM-MESES-DORMENCIA TO WRK-PSV-MESES-DORM
                   END-IF
                   IF PARAM-DIAS-APROV-PED IS NUMERIC
                      AND PARAM-DIAS-APROV-PED > 0
                       MOVE PARAM-DIAS-APROV-PED TO WRK-DIAS-APROV-PED
                   END-IF
           END-READ.

      *    Abertura da tabela de textos de tela, semeando os rotulos
                   MOVE 'RECPLANO' TO CTA-CREDITO
                   MOVE 'Mensalidade plano' TO CTA-DESCRICAO
                   WRITE CONTAS-REG
                   MOVE 'PREPAGO' TO CTA-EVENTO
                   MOVE 'CAIXA' TO CTA-DEBITO
                   MOVE 'PASPREPG' TO CTA-CREDITO
                   MOVE 'Venda pacote pre-pago' TO CTA-DESCRICAO
                   WRITE CONTAS-REG
                   MOVE 'NOTACRED' TO CTA-EVENTO
                   MOVE 'RECLOC' TO CTA-DEBITO
                   MOVE 'CAIXA' TO CTA-CREDITO
                   MOVE 'CAIXA' TO CTA-CREDITO
                   MOVE 'Devolucao caucao' TO CTA-DESCRICAO
                   WRITE CONTAS-REG
                   MOVE 'ANISTIA' TO CTA-EVENTO
                   MOVE 'DESCMULT' TO CTA-DEBITO
                   MOVE 'RECMULTA' TO CTA-CREDITO
                   MOVE 'Anistia de multas' TO CTA-DESCRICAO
                   WRITE CONTAS-REG
               END-IF.

      *    Abertura dos fechamentos de mes contabil
                   OPEN I-O FILME-ELENCO
               END-IF.

      *    Abertura do razao de pontos de fidelidade
           OPEN I-O PONTOS.
               IF PONTOS-STATUS = 35 THEN
                   OPEN OUTPUT PONTOS
                   CLOSE PONTOS
                   OPEN I-O PONTOS
               END-IF.

      *    Abertura da tabela de comissao e das metas mensais
           OPEN I-O COMISSAO.
               IF COMISSAO-STATUS = 35 THEN
                   OPEN OUTPUT COMISSAO
                   CLOSE COMISSAO
                   OPEN I-O COMISSAO
               END-IF.
           OPEN I-O METAS.
               IF METAS-STATUS = 35 THEN
                   OPEN OUTPUT METAS
                   CLOSE METAS
                   OPEN I-O METAS
               END-IF.

      *    Abertura do orcamento mensal de compras
           OPEN I-O ORCAMENTO.
               IF ORCAMENTO-STATUS = 35 THEN
                   OPEN OUTPUT ORCAMENTO
                   CLOSE ORCAMENTO
                   OPEN I-O ORCAMENTO
               END-IF.

      *    Abertura dos pedidos de entrega e do seu controle
           OPEN I-O ENTREGAS.
               IF ENTREGAS-STATUS = 35 THEN
                   OPEN OUTPUT ENTREGAS
                   CLOSE ENTREGAS
                   OPEN I-O ENTREGAS
               END-IF.

           OPEN I-O CTLENT.
               IF CTLENT-STATUS = 35 THEN
                   OPEN OUTPUT CTLENT
                   MOVE '1' TO CTLENT-CHAVE
                   MOVE ZERO TO CTLENT-ULT-NUMERO
                   WRITE CTLENT-REG
                   CLOSE CTLENT
                   OPEN I-O CTLENT
               END-IF.

      *    Abertura dos cupons de desconto e do seu controle
           OPEN I-O CUPONS.
               IF CUPONS-STATUS = 35 THEN
                   OPEN OUTPUT CUPONS
                   CLOSE CUPONS
                   OPEN I-O CUPONS
               END-IF.

           OPEN I-O CTLCPN.
               IF CTLCPN-STATUS = 35 THEN
                   OPEN OUTPUT CTLCPN
                   MOVE '1' TO CTLCPN-CHAVE
                   MOVE ZERO TO CTLCPN-ULT-SERIE
                   MOVE ZERO TO CTLCPN-ULT-LOTE
                   WRITE CTLCPN-REG
                   CLOSE CTLCPN
                   OPEN I-O CTLCPN
               END-IF.

      *    Abertura das regras de pacote de locacao
           OPEN I-O PACOTES.
               IF PACOTES-STATUS = 35 THEN
                   OPEN OUTPUT PACOTES
                   CLOSE PACOTES
                   OPEN I-O PACOTES
               END-IF.

      *    Abertura dos pacotes pre-pagos de locacoes
           OPEN I-O PREPAGO.
               IF PREPAGO-STATUS = 35 THEN
                   OPEN OUTPUT PREPAGO
                   CLOSE PREPAGO
                   OPEN I-O PREPAGO
               END-IF.

      *    Abertura das NFC-e e do controle de numeracao das duas
      *    series (normal e contingencia)
           OPEN I-O NFCE.
               IF NFCE-STATUS = 35 THEN
                   OPEN OUTPUT NFCE
                   CLOSE NFCE
                   OPEN I-O NFCE
               END-IF.
           OPEN I-O CTLNFCE.
               IF CTLNFCE-STATUS = 35 THEN
                   OPEN OUTPUT CTLNFCE
                   MOVE '1' TO CTLNFCE-CHAVE
                   MOVE ZERO TO CTLNFCE-ULT-NUMERO
                   WRITE CTLNFCE-REG
                   MOVE '9' TO CTLNFCE-CHAVE
                   WRITE CTLNFCE-REG
                   CLOSE CTLNFCE
                   OPEN I-O CTLNFCE
               END-IF.
           OPEN I-O CONCBAN.
               IF CONCBAN-STATUS = 35 THEN
                   OPEN OUTPUT CONCBAN
                   MOVE '0' TO CB-LADO
                   MOVE SPACE TO CB-TIPO
                   MOVE ZERO TO CB-DATA
                   MOVE ZERO TO CB-SEQ
                   MOVE ZERO TO CB-VALOR
                   MOVE ZERO TO CB-REF
                   MOVE SPACES TO CB-ORIGEM
                   MOVE ZERO TO CB-DESDE
                   MOVE ZERO TO CB-BAN-ATE
                   MOVE ZERO TO CB-SIS-ATE
                   MOVE ZERO TO CB-ULT-SEQ
                   WRITE CONCBAN-REG
                   CLOSE CONCBAN
                   OPEN I-O CONCBAN
               END-IF.
           OPEN I-O PONTO.
               IF PONTO-STATUS = 35 THEN
                   OPEN OUTPUT PONTO
                   CLOSE PONTO
                   OPEN I-O PONTO
               END-IF.
           OPEN I-O CTLJRN.
               IF CTLJRN-STATUS = 35 THEN
                   OPEN OUTPUT CTLJRN
                   MOVE '1' TO CTLJRN-CHAVE
                   MOVE ZERO TO CTLJRN-ULT-SEQ
                   WRITE CTLJRN-REG
                   CLOSE CTLJRN
                   OPEN I-O CTLJRN
               END-IF.
           OPEN I-O CASOS.
               IF CASOS-STATUS = 35 THEN
                   OPEN OUTPUT CASOS
                   CLOSE CASOS
                   OPEN I-O CASOS
               END-IF.
           OPEN I-O CTLCAS.
               IF CTLCAS-STATUS = 35 THEN
                   OPEN OUTPUT CTLCAS
                   MOVE '1' TO CTLCAS-CHAVE
                   MOVE ZERO TO CTLCAS-ULT-NUMERO
                   WRITE CTLCAS-REG
                   CLOSE CTLCAS
                   OPEN I-O CTLCAS
               END-IF.
           OPEN I-O PEDTIT.
               IF PEDTIT-STATUS = 35 THEN
                   OPEN OUTPUT PEDTIT
                   CLOSE PEDTIT
                   OPEN I-O PEDTIT
               END-IF.
           OPEN I-O CTLPTT.
               IF CTLPTT-STATUS = 35 THEN
                   OPEN OUTPUT CTLPTT
                   MOVE '1' TO CTLPTT-CHAVE
                   MOVE ZERO TO CTLPTT-ULT-NUMERO
                   WRITE CTLPTT-REG
                   CLOSE CTLPTT
                   OPEN I-O CTLPTT
               END-IF.

      *    Abertura das series e franquias
           OPEN I-O SERIES.
               IF SERIES-STATUS = 35 THEN
                   OPEN OUTPUT SERIES
                   CLOSE SERIES
                   OPEN I-O SERIES
               END-IF.

      *    Abertura dos equipamentos locaveis
           OPEN I-O EQUIPAMENTOS.
               IF EQUIPAMENTOS-STATUS = 35 THEN
                   OPEN OUTPUT EQUIPAMENTOS
                   CLOSE EQUIPAMENTOS
                   OPEN I-O EQUIPAMENTOS
               END-IF.

      *    Abertura dos assinantes do correio e das suas filas
           OPEN I-O ASSCORR.
               IF ASSCORR-STATUS = 35 THEN
                   OPEN OUTPUT ASSCORR
                   CLOSE ASSCORR
                   OPEN I-O ASSCORR
               END-IF.
           OPEN I-O FILAASS.
               IF FILAASS-STATUS = 35 THEN
                   OPEN OUTPUT FILAASS
                   CLOSE FILAASS
                   OPEN I-O FILAASS
               END-IF.

      *    Abertura dos acordos de divida e do seu contador
           OPEN I-O ACORDOS.
               IF ACORDOS-STATUS = 35 THEN
                   OPEN OUTPUT ACORDOS
                   CLOSE ACORDOS
                   OPEN I-O ACORDOS
               END-IF.
           OPEN I-O CTLACD.
               IF CTLACD-STATUS = 35 THEN
                   OPEN OUTPUT CTLACD
                   MOVE '1' TO CTLACD-CHAVE
                   MOVE ZERO TO CTLACD-ULT-NUMERO
                   WRITE CTLACD-REG
                   CLOSE CTLACD
                   OPEN I-O CTLACD
               END-IF.

      *    Abertura dos saldos mensais do passivo com clientes
           OPEN I-O PASSIVO.
               IF PASSIVO-STATUS = 35 THEN
                   OPEN OUTPUT PASSIVO
                   CLOSE PASSIVO
                   OPEN I-O PASSIVO
               END-IF.

      *    Abertura do resumo diario de locacoes (so o passo
      *    RESUMOLOC da cadeia noturna grava nele)
           OPEN I-O RESUMOLOC.
               IF RESUMOLOC-STATUS = 35 THEN
                   OPEN OUTPUT RESUMOLOC
                   CLOSE RESUMOLOC
                   OPEN I-O RESUMOLOC
               END-IF.

      *    Abertura da tabela de valores, das trocas de discos e
      *    do seu contador
           OPEN I-O TABTROCA.
               IF TABTROCA-STATUS = 35 THEN
                   OPEN OUTPUT TABTROCA
                   CLOSE TABTROCA
                   OPEN I-O TABTROCA
               END-IF.
           OPEN I-O TROCAS.
               IF TROCAS-STATUS = 35 THEN
                   OPEN OUTPUT TROCAS
                   CLOSE TROCAS
                   OPEN I-O TROCAS
               END-IF.
           OPEN I-O CTLTRC.
               IF CTLTRC-STATUS = 35 THEN
                   OPEN OUTPUT CTLTRC
                   MOVE '1' TO CTLTRC-CHAVE
                   MOVE ZERO TO CTLTRC-ULT-NUMERO
                   WRITE CTLTRC-REG
                   CLOSE CTLTRC
                   OPEN I-O CTLTRC
               END-IF.

      *    Abertura da tabela de precos e das protecoes contra dano
           OPEN I-O TABPROT.
               IF TABPROT-STATUS = 35 THEN
                   OPEN OUTPUT TABPROT
                   CLOSE TABPROT
                   OPEN I-O TABPROT
               END-IF.
           OPEN I-O PROTECAO.
               IF PROTECAO-STATUS = 35 THEN
                   OPEN OUTPUT PROTECAO
                   CLOSE PROTECAO
                   OPEN I-O PROTECAO
               END-IF.

      *    Abertura das campanhas de anistia e das multas perdoadas
           OPEN I-O ANISTIA.
               IF ANISTIA-STATUS = 35 THEN
                   OPEN OUTPUT ANISTIA
                   CLOSE ANISTIA
                   OPEN I-O ANISTIA
               END-IF.
           OPEN I-O ANIMULTA.
               IF ANIMULTA-STATUS = 35 THEN
                   OPEN OUTPUT ANIMULTA
                   CLOSE ANIMULTA
                   OPEN I-O ANIMULTA
               END-IF.

      *    Abertura do spool de relatorios, do seu controle de
      *    numeracao e da tabela de retencao por relatorio
           OPEN I-O SPOOLIDX.
               IF SPOOLIDX-STATUS = 35 THEN
                   OPEN OUTPUT SPOOLIDX
                   CLOSE SPOOLIDX
                   OPEN I-O SPOOLIDX
               END-IF.
           OPEN I-O SPOOL.
               IF SPOOL-STATUS = 35 THEN
                   OPEN OUTPUT SPOOL
                   CLOSE SPOOL
                   OPEN I-O SPOOL
               END-IF.
           OPEN I-O CTLSPL.
               IF CTLSPL-STATUS = 35 THEN
                   OPEN OUTPUT CTLSPL
                   MOVE '1' TO CTLSPL-CHAVE
                   MOVE ZERO TO CTLSPL-ULT-NUMERO
                   WRITE CTLSPL-REG
                   CLOSE CTLSPL
                   OPEN I-O CTLSPL
               END-IF.
           OPEN I-O SPLRET.
               IF SPLRET-STATUS = 35 THEN
                   OPEN OUTPUT SPLRET
                   CLOSE SPLRET
                   OPEN I-O SPLRET
               END-IF.

      *    Abertura da tabela de precos por loja e da loja alvo
      *    dos lotes de reprecificacao
           OPEN I-O PRECOLOJA.
               IF PRECOLOJA-STATUS = 35 THEN
                   OPEN OUTPUT PRECOLOJA
                   CLOSE PRECOLOJA
                   OPEN I-O PRECOLOJA
               END-IF.
           OPEN I-O REPLOJA.
               IF REPLOJA-STATUS = 35 THEN
                   OPEN OUTPUT REPLOJA
                   CLOSE REPLOJA
                   OPEN I-O REPLOJA
               END-IF.

      *    Abertura da alcada de aprovacao por perfil e da
      *    situacao de aprovacao dos pedidos de compra
           OPEN I-O LIMAPROV.
               IF LIMAPROV-STATUS = 35 THEN
                   OPEN OUTPUT LIMAPROV
                   CLOSE LIMAPROV
                   OPEN I-O LIMAPROV
               END-IF.
           OPEN I-O PEDAPROV.
               IF PEDAPROV-STATUS = 35 THEN
                   OPEN OUTPUT PEDAPROV
                   CLOSE PEDAPROV
                   OPEN I-O PEDAPROV
               END-IF.

      *    Abertura da janela de direitos dos titulos
           OPEN I-O JANELA.
               IF JANELA-STATUS = 35 THEN
                   OPEN OUTPUT JANELA
                   CLOSE JANELA
                   OPEN I-O JANELA
               END-IF.

      *    Abertura da tabela de CEP e dos enderecos dos clientes
           OPEN I-O CEPTAB.
               IF CEPTAB-STATUS = 35 THEN
                   OPEN OUTPUT CEPTAB
                   CLOSE CEPTAB
                   OPEN I-O CEPTAB
               END-IF.

           OPEN I-O CLIEND.
               IF CLIEND-STATUS = 35 THEN
                   OPEN OUTPUT CLIEND
                   CLOSE CLIEND
                   OPEN I-O CLIEND
               END-IF.

      *    Abertura dos recalls, das copias marcadas e da origem
      *    dos exemplares recebidos
           OPEN I-O RECALL.
               IF RECALL-STATUS = 35 THEN
                   OPEN OUTPUT RECALL
                   CLOSE RECALL
                   OPEN I-O RECALL
               END-IF.

           OPEN I-O CTLRCL.
               IF CTLRCL-STATUS = 35 THEN
                   OPEN OUTPUT CTLRCL
                   MOVE '1' TO CTLRCL-CHAVE
                   MOVE ZERO TO CTLRCL-ULT-NUMERO
                   WRITE CTLRCL-REG
                   CLOSE CTLRCL
                   OPEN I-O CTLRCL
               END-IF.

           OPEN I-O RECITEM.
               IF RECITEM-STATUS = 35 THEN
                   OPEN OUTPUT RECITEM
                   CLOSE RECITEM
                   OPEN I-O RECITEM
               END-IF.

           OPEN I-O EXORIG.
               IF EXORIG-STATUS = 35 THEN
                   OPEN OUTPUT EXORIG
                   CLOSE EXORIG
                   OPEN I-O EXORIG
               END-IF.

      *    Arquivo mestre que nao abriu vai para o diario de erros,
      *    com a orientacao ao operador
           PERFORM 5198-CONFERE-ABERTURAS.

      *    O kiosque e somente consulta: nao marca o sistema como
      *    em uso, nao identifica operador, nao escolhe loja e nao
      *    abre sessao de caixa; a loja onde o terminal fica, para
      *    mostrar o preco da tabela dela, vem do ambiente como o
      *    modo do terminal (sem a variavel, a MATRIZ)
           IF WRK-MODO-KIOSQUE
               ACCEPT WRK-LOJA-ATUAL FROM ENVIRONMENT "FILMES_LOJA"
               IF WRK-LOJA-ATUAL EQUAL SPACES
                   MOVE 'MATRIZ' TO WRK-LOJA-ATUAL
               END-IF
               GO TO 1000-INICIAR-FIM
           END-IF.

      *    Dois balcoes sao suportados: cada terminal abre a sua
      *    propria sessao de caixa (1070) e os numeros dos CTL*
      *    sao reservados no ato da geracao (2050-2053), com nova
      *    tentativa quando dois terminais colidem no mesmo
      *    numero; a marca de em-uso vira so um aviso informativo
           MOVE '1' TO CTL-CHAVE
           READ CTLFILME KEY IS CTL-CHAVE
           IF CTLFILME-STATUS = 0 AND CTL-SISTEMA-EM-USO
               DISPLAY TELA
               DISPLAY "Outro terminal ja esta ativo; a numeracao"
               AT LINE 5 COLUMN 20
               DISPLAY "dos recibos e serializada entre os caixas."
               AT LINE 6 COLUMN 20
           END-IF

           MOVE 'S' TO CTL-EM-USO
           REWRITE CTL-FILME-REG.

      *    Login do operador contra o cadastro de operadores, com
      *    tres tentativas; as falhas vao para a auditoria e o
      *    perfil do operador passa a travar os menus
           PERFORM 1090-LOGIN-OPERADOR

      *    Escolha da loja ativa da sessao, que define a aliquota
      *    de imposto e carimba as transacoes do turno
           PERFORM 1080-ESCOLHE-LOJA.

      *    Entrada no ponto do operador, na loja escolhida
           PERFORM 1085-PONTO-ENTRADA.

      *    Abre a sessao de caixa (turno) do operador; todos os
      *    pagamentos recebidos daqui em diante carregam o numero
      *    dela para a conferencia da gaveta no fechamento
           PERFORM 1070-ABRE-CAIXA.

       1000-INICIAR-FIM.
           CONTINUE.


      *Carrega em WRK-MSG-01 a WRK-MSG-36 os rotulos do MENU e do
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-TRN
                   END-WRITE
                   MOVE 'I' TO WRK-JRN-OPER
                   PERFORM 5201-JORNAL-FILMES
                   READ BACKUPFILE
               END-PERFORM
               CLOSE BACKUPFILE
                  'REPRECO.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-REPRECO
           END-STRING
           MOVE SPACES TO WRK-PATH-SIMREPRE
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'SIMREPRE.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-SIMREPRE
           END-STRING
           MOVE SPACES TO WRK-PATH-RFMCLI
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RFMCLI.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-RFMCLI
           END-STRING
           MOVE SPACES TO WRK-PATH-RFMREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RFMREL.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-RFMREL
           END-STRING
           MOVE SPACES TO WRK-PATH-RFMCSV
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RFMSEG.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-RFMCSV
           END-STRING
           MOVE SPACES TO WRK-PATH-MOVHORA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'MOVHORA.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-MOVHORA
           END-STRING
           MOVE SPACES TO WRK-PATH-MOVHCSV
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'MOVHORA.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-MOVHCSV
           END-STRING
           MOVE SPACES TO WRK-PATH-ASSCORR
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ASSCORR.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-ASSCORR
           END-STRING
           MOVE SPACES TO WRK-PATH-FILAASS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'FILAASS.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-FILAASS
           END-STRING
           MOVE SPACES TO WRK-PATH-ACORDOS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ACORDOS.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-ACORDOS
           END-STRING
           MOVE SPACES TO WRK-PATH-CTLACD
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CTLACD.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CTLACD
           END-STRING
           MOVE SPACES TO WRK-PATH-PASSIVO
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PASSIVO.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-PASSIVO
           END-STRING
           MOVE SPACES TO WRK-PATH-PSVREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PASSIVO.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-PSVREL
           END-STRING
           MOVE SPACES TO WRK-PATH-RESUMOLOC
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RESUMOLOC.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-RESUMOLOC
           END-STRING
           MOVE SPACES TO WRK-PATH-TABTROCA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'TABTROCA.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-TABTROCA
           END-STRING
           MOVE SPACES TO WRK-PATH-TROCAS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'TROCAS.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-TROCAS
           END-STRING
           MOVE SPACES TO WRK-PATH-CTLTRC
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CTLTRC.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CTLTRC
           END-STRING
           MOVE SPACES TO WRK-PATH-TROCAREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'TROCAREL.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-TROCAREL
           END-STRING
           MOVE SPACES TO WRK-PATH-TABPROT
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'TABPROT.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-TABPROT
           END-STRING
           MOVE SPACES TO WRK-PATH-PROTECAO
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PROTECAO.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-PROTECAO
           END-STRING
           MOVE SPACES TO WRK-PATH-PROTREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PROTREL.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-PROTREL
           END-STRING
           MOVE SPACES TO WRK-PATH-ANISTIA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ANISTIA.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-ANISTIA
           END-STRING
           MOVE SPACES TO WRK-PATH-ANIMULTA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ANIMULTA.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-ANIMULTA
           END-STRING
           MOVE SPACES TO WRK-PATH-ANIREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ANIREL.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-ANIREL
           END-STRING
           MOVE SPACES TO WRK-PATH-SPOOLIDX
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'SPOOLIDX.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-SPOOLIDX
           END-STRING
           MOVE SPACES TO WRK-PATH-SPOOL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'SPOOL.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-SPOOL
           END-STRING
           MOVE SPACES TO WRK-PATH-CTLSPL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CTLSPL.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CTLSPL
           END-STRING
           MOVE SPACES TO WRK-PATH-SPLRET
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'SPLRET.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-SPLRET
           END-STRING
           MOVE SPACES TO WRK-PATH-PRECOLOJA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PRECOLOJA.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-PRECOLOJA
           END-STRING
           MOVE SPACES TO WRK-PATH-REPLOJA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'REPLOJA.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-REPLOJA
           END-STRING
           MOVE SPACES TO WRK-PATH-SITEPRECO
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'SITEPRECO.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-SITEPRECO
           END-STRING
           MOVE SPACES TO WRK-PATH-LIMAPROV
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'LIMAPROV.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-LIMAPROV
           END-STRING
           MOVE SPACES TO WRK-PATH-PEDAPROV
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PEDAPROV.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-PEDAPROV
           END-STRING
           MOVE SPACES TO WRK-PATH-PEDIMP
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PEDIDO.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-PEDIMP
           END-STRING
           MOVE SPACES TO WRK-PATH-BOLETIM
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BOLETIM.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-BOLETIM
           END-STRING
           MOVE SPACES TO WRK-PATH-BOLTOT
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BOLTOT.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-BOLTOT
           END-STRING
           MOVE SPACES TO WRK-PATH-BOLORD
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BOLORD.TMP' DELIMITED BY SIZE
                  INTO WRK-PATH-BOLORD
           END-STRING
           MOVE SPACES TO WRK-PATH-BOLTOP
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BOLTOP.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-BOLTOP
           END-STRING
           MOVE SPACES TO WRK-PATH-JANELA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'JANELA.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-JANELA
           END-STRING
           MOVE SPACES TO WRK-PATH-CEPTAB
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CEPTAB.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CEPTAB
           END-STRING
           MOVE SPACES TO WRK-PATH-CLIEND
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CLIEND.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CLIEND
           END-STRING
           MOVE SPACES TO WRK-PATH-CEPLOTE
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CEPLOTE.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-CEPLOTE
           END-STRING
           MOVE SPACES TO WRK-PATH-BAIRROS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BAIRROS.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-BAIRROS
           END-STRING
           MOVE SPACES TO WRK-PATH-RECALL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RECALL.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-RECALL
           END-STRING
           MOVE SPACES TO WRK-PATH-CTLRCL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CTLRCL.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CTLRCL
           END-STRING
           MOVE SPACES TO WRK-PATH-RECITEM
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RECITEM.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-RECITEM
           END-STRING
           MOVE SPACES TO WRK-PATH-EXORIG
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'EXORIG.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-EXORIG
           END-STRING
           MOVE SPACES TO WRK-PATH-RECALLREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RECALLREL.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-RECALLREL
           END-STRING
           MOVE SPACES TO WRK-PATH-CARTLOTE
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CARTLOTE.CSV' DELIMITED BY SIZE
                  'CARTDIVG.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-CARTDIVG
           END-STRING
           MOVE SPACES TO WRK-PATH-CARTAUT
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CARTAUT.TMP' DELIMITED BY SIZE
                  INTO WRK-PATH-CARTAUT
           END-STRING
           MOVE SPACES TO WRK-PATH-TEFREQ
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'TEFREQ.TXT' DELIMITED BY SIZE
                  INTO WRK-PATH-TEFREQ
           END-STRING
           MOVE SPACES TO WRK-PATH-TEFRESP
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'TEFRESP.TXT' DELIMITED BY SIZE
                  INTO WRK-PATH-TEFRESP
           END-STRING
           MOVE SPACES TO WRK-PATH-FATPLAN
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'FATPLAN.CSV' DELIMITED BY SIZE
                  'ARQEMP.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-ARQEMP
           END-STRING
           MOVE SPACES TO WRK-PATH-ARQPAG
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ARQPAG.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-ARQPAG
           END-STRING
           MOVE SPACES TO WRK-PATH-CLILOTE
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CLILOTE.CSV' DELIMITED BY SIZE
                  'EDICOES.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-EDICOES
           END-STRING
           MOVE SPACES TO WRK-PATH-SERIES
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'SERIES.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-SERIES
           END-STRING
           MOVE SPACES TO WRK-PATH-SERIEREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'SERIEREL.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-SERIEREL
           END-STRING
           MOVE SPACES TO WRK-PATH-EQUIPAMENTOS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'EQUIPAM.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-EQUIPAMENTOS
           END-STRING
           MOVE SPACES TO WRK-PATH-FISCAL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'FISCAL.CSV' DELIMITED BY SIZE
                  'JOBLOG.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-JOBLOG
           END-STRING
           MOVE SPACES TO WRK-PATH-ERROLOG
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ERROLOG.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-ERROLOG
           END-STRING
           MOVE SPACES TO WRK-PATH-RESTREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RESTREL.CSV' DELIMITED BY SIZE
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PENDREV.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-PENDREV
           END-STRING
           MOVE SPACES TO WRK-PATH-PONTOS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PONTOS.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-PONTOS
           END-STRING
           MOVE SPACES TO WRK-PATH-DADOSCLI
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'DADOSCLI.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-DADOSCLI
           END-STRING
           MOVE SPACES TO WRK-PATH-COMISSAO
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'COMISSAO.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-COMISSAO
           END-STRING
           MOVE SPACES TO WRK-PATH-METAS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'METAS.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-METAS
           END-STRING
           MOVE SPACES TO WRK-PATH-COMISREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'COMISREL.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-COMISREL
           END-STRING
           MOVE SPACES TO WRK-PATH-EXCECOES
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'EXCECOES.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-EXCECOES
           END-STRING
           MOVE SPACES TO WRK-PATH-ORCAMENTO
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ORCAMENTO.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-ORCAMENTO
           END-STRING
           MOVE SPACES TO WRK-PATH-ORCREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ORCREL.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-ORCREL
           END-STRING
           MOVE SPACES TO WRK-PATH-RENTMOV
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RENTMOV.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-RENTMOV
           END-STRING
           MOVE SPACES TO WRK-PATH-RENTORD
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RENTORD.TMP' DELIMITED BY SIZE
                  INTO WRK-PATH-RENTORD
           END-STRING
           MOVE SPACES TO WRK-PATH-RENTSEQ
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RENTSEQ.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-RENTSEQ
           END-STRING
           MOVE SPACES TO WRK-PATH-RENTAB
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RENTAB.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-RENTAB
           END-STRING
           MOVE SPACES TO WRK-PATH-INSPLIST
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'INSPLIST.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-INSPLIST
           END-STRING
           MOVE SPACES TO WRK-PATH-ENTREGAS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ENTREGAS.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-ENTREGAS
           END-STRING
           MOVE SPACES TO WRK-PATH-CTLENT
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CTLENT.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CTLENT
           END-STRING
           MOVE SPACES TO WRK-PATH-ROTA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ROTA.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-ROTA
           END-STRING
           MOVE SPACES TO WRK-PATH-ENTEXC
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ENTEXC.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-ENTEXC
           END-STRING
           MOVE SPACES TO WRK-PATH-INDMOV
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'INDMOV.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-INDMOV
           END-STRING
           MOVE SPACES TO WRK-PATH-INDORD
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'INDORD.TMP' DELIMITED BY SIZE
                  INTO WRK-PATH-INDORD
           END-STRING
           MOVE SPACES TO WRK-PATH-INDSEQ
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'INDSEQ.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-INDSEQ
           END-STRING
           MOVE SPACES TO WRK-PATH-INDREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'INDREL.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-INDREL
           END-STRING
           MOVE SPACES TO WRK-PATH-CAMPANHA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CAMPANHA.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CAMPANHA
           END-STRING
           MOVE SPACES TO WRK-PATH-RECONQREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RECONQ.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-RECONQREL
           END-STRING
           MOVE SPACES TO WRK-PATH-CUPONS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CUPONS.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CUPONS
           END-STRING
           MOVE SPACES TO WRK-PATH-CTLCPN
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CTLCPN.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CTLCPN
           END-STRING
           MOVE SPACES TO WRK-PATH-CPNGER
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CUPONS.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-CPNGER
           END-STRING
           MOVE SPACES TO WRK-PATH-CPNREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CUPONS.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-CPNREL
           END-STRING
           MOVE SPACES TO WRK-PATH-PACOTES
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PACOTES.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-PACOTES
           END-STRING
           MOVE SPACES TO WRK-PATH-PREPAGO
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PREPAGO.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-PREPAGO
           END-STRING
           MOVE SPACES TO WRK-PATH-PPREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PREPAGO.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-PPREL
           END-STRING
           MOVE SPACES TO WRK-PATH-NFCE
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'NFCE.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-NFCE
           END-STRING
           MOVE SPACES TO WRK-PATH-CTLNFCE
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CTLNFCE.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CTLNFCE
           END-STRING
           MOVE SPACES TO WRK-PATH-NFCEFILA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'NFCEFILA.TXT' DELIMITED BY SIZE
                  INTO WRK-PATH-NFCEFILA
           END-STRING
           MOVE SPACES TO WRK-PATH-NFCEST
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'NFCEST.TXT' DELIMITED BY SIZE
                  INTO WRK-PATH-NFCEST
           END-STRING
           MOVE SPACES TO WRK-PATH-EXTBANCO
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'EXTBANCO.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-EXTBANCO
           END-STRING
           MOVE SPACES TO WRK-PATH-CONCBAN
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CONCBAN.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CONCBAN
           END-STRING
           MOVE SPACES TO WRK-PATH-BANCDIVG
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BANCDIVG.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-BANCDIVG
           END-STRING
           MOVE SPACES TO WRK-PATH-FLUXOCX
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'FLUXOCX.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-FLUXOCX
           END-STRING
           MOVE SPACES TO WRK-PATH-CUSTOFIX
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CUSTOFIX.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-CUSTOFIX
           END-STRING
           MOVE SPACES TO WRK-PATH-DRELOJA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'DRELOJA.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-DRELOJA
           END-STRING
           MOVE SPACES TO WRK-PATH-DRECSV
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'DRELOJA.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-DRECSV
           END-STRING
           MOVE SPACES TO WRK-PATH-PONTO
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PONTO.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-PONTO
           END-STRING
           MOVE SPACES TO WRK-PATH-PONTOREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PONTOREL.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-PONTOREL
           END-STRING
           MOVE SPACES TO WRK-PATH-JORNAL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'JORNAL.TXT' DELIMITED BY SIZE
                  INTO WRK-PATH-JORNAL
           END-STRING
           MOVE SPACES TO WRK-PATH-CTLJRN
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CTLJRN.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CTLJRN
           END-STRING
           MOVE SPACES TO WRK-PATH-VERSOES
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'VERSOES.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-VERSOES
           END-STRING
           MOVE SPACES TO WRK-PATH-GUARDA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'GUARDA.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-GUARDA
           END-STRING
           MOVE SPACES TO WRK-PATH-GUARDORD
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'GUARDORD.TMP' DELIMITED BY SIZE
                  INTO WRK-PATH-GUARDORD
           END-STRING
           MOVE SPACES TO WRK-PATH-GUARDSEQ
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'GUARDSEQ.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-GUARDSEQ
           END-STRING
           MOVE SPACES TO WRK-PATH-GUARDREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'GUARDAR.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-GUARDREL
           END-STRING
           MOVE SPACES TO WRK-PATH-AUDPRAT
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'AUDPRAT.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-AUDPRAT
           END-STRING
           MOVE SPACES TO WRK-PATH-CASOS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CASOS.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CASOS
           END-STRING
           MOVE SPACES TO WRK-PATH-CTLCAS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CTLCAS.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CTLCAS
           END-STRING
           MOVE SPACES TO WRK-PATH-CASOREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CASOREL.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-CASOREL
           END-STRING
           MOVE SPACES TO WRK-PATH-PEDTIT
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PEDTIT.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-PEDTIT
           END-STRING
           MOVE SPACES TO WRK-PATH-CTLPTT
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CTLPTT.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CTLPTT
           END-STRING
           MOVE SPACES TO WRK-PATH-PTDEM
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PTDEM.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-PTDEM
           END-STRING
           MOVE SPACES TO WRK-PATH-PTORD
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PTORD.TMP' DELIMITED BY SIZE
                  INTO WRK-PATH-PTORD
           END-STRING
           MOVE SPACES TO WRK-PATH-PTSEQ
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PTSEQ.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-PTSEQ
           END-STRING
           MOVE SPACES TO WRK-PATH-DEMTOT
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'DEMTOT.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-DEMTOT
           END-STRING
           MOVE SPACES TO WRK-PATH-DEMORD
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'DEMORD.TMP' DELIMITED BY SIZE
                  INTO WRK-PATH-DEMORD
           END-STRING
           MOVE SPACES TO WRK-PATH-DEMTOP
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'DEMTOP.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-DEMTOP
           END-STRING
           MOVE SPACES TO WRK-PATH-DEMANDA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'DEMANDA.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-DEMANDA
           END-STRING
           MOVE SPACES TO WRK-PATH-FILMEDB
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'FILMEDB.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-FILMEDB
           END-STRING
           MOVE SPACES TO WRK-PATH-ENRIQPRO
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ENRIQPRO.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-ENRIQPRO
           END-STRING
           MOVE SPACES TO WRK-PATH-ENRIQREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ENRIQREL.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-ENRIQREL
           END-STRING
           MOVE SPACES TO WRK-PATH-ENRIQREV
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ENRIQREV.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-ENRIQREV
           END-STRING.


      *Confere o carimbo de versao de cada arquivo mestre em
      *VERSOES.DAT contra WRK-VRS-LAYOUTS antes de abrir os mestres;
      *em divergencia o programa para sem abrir nada. Sem
      *VERSOES.DAT, instalacao nova (sem FILMES.DAT) e carimbada com
      *as versoes atuais e instalacao antiga com a versao 1, a dos
      *arquivos de antes do carimbo; mestre sem registro e um
      *arquivo novo desta versao e recebe o carimbo atual
       1067-CONFERE-VERSOES  SECTION.
           OPEN I-O VERSOES.
               IF VERSOES-STATUS = 35 THEN
                   OPEN INPUT FILMES
                   IF FILME-STATUS = 35
                       MOVE 'S' TO WRK-VRS-NOVA
                   ELSE
                       MOVE 'N' TO WRK-VRS-NOVA
                       CLOSE FILMES
                   END-IF
                   OPEN OUTPUT VERSOES
                   PERFORM VARYING WRK-VRS-IDX FROM 1 BY 1
                       UNTIL WRK-VRS-IDX > 10
                       MOVE WRK-VRS-ARQUIVO (WRK-VRS-IDX)
                           TO VRS-ARQUIVO
                       IF WRK-VRS-NOVA EQUAL 'S'
                           MOVE WRK-VRS-VERSAO (WRK-VRS-IDX)
                               TO VRS-VERSAO
                           MOVE WRK-VRS-TAMANHO (WRK-VRS-IDX)
                               TO VRS-TAMANHO
                       ELSE
                           MOVE 1 TO VRS-VERSAO
                           MOVE WRK-VRS-TAM-V1 (WRK-VRS-IDX)
                               TO VRS-TAMANHO
                       END-IF
                       ACCEPT VRS-DATA FROM DATE YYYYMMDD
                       MOVE 'PROJETO-FILMES' TO VRS-ORIGEM
                       WRITE VERSOES-REG
                   END-PERFORM
                   CLOSE VERSOES
                   OPEN I-O VERSOES
               END-IF.

           MOVE 'N' TO WRK-VRS-ERRO
           PERFORM VARYING WRK-VRS-IDX FROM 1 BY 1
               UNTIL WRK-VRS-IDX > 10
               MOVE WRK-VRS-ARQUIVO (WRK-VRS-IDX) TO VRS-ARQUIVO
               READ VERSOES KEY IS VRS-ARQUIVO
                   INVALID KEY
                       MOVE WRK-VRS-VERSAO (WRK-VRS-IDX) TO VRS-VERSAO
                       MOVE WRK-VRS-TAMANHO (WRK-VRS-IDX)
                           TO VRS-TAMANHO
                       IF WRK-VRS-ARQ-MORTO (WRK-VRS-IDX)
                           PERFORM 1068-VERSAO-ARQ-MORTO
                       END-IF
                       ACCEPT VRS-DATA FROM DATE YYYYMMDD
                       MOVE 'PROJETO-FILMES' TO VRS-ORIGEM
                       WRITE VERSOES-REG
               END-READ
               IF VRS-VERSAO NOT EQUAL WRK-VRS-VERSAO (WRK-VRS-IDX)
                   MOVE 'S' TO WRK-VRS-ERRO
                   DISPLAY 'Arquivo ' VRS-ARQUIVO ' na versao '
                       VRS-VERSAO ', programa na versao '
                       WRK-VRS-VERSAO (WRK-VRS-IDX)
               END-IF
           END-PERFORM
           CLOSE VERSOES.

           IF WRK-VRS-ERRO EQUAL 'S'
               DISPLAY 'Layout dos arquivos mestres diferente do'
               DISPLAY 'programa: rode o CONVERTE-ARQUIVOS antes de'
               DISPLAY 'usar o sistema. Nenhum arquivo foi aberto.'
               STOP RUN
           END-IF.

      *Arquivo morto sem carimbo: o ARQEMP/ARQPAG que ja existe foi
      *gravado pelo ARQMOV antes do carimbo, no layout da versao 1,
      *e tem de passar pelo CONVERTE-ARQUIVOS; so o que ainda nao
      *existe nasce no layout atual
       1068-VERSAO-ARQ-MORTO  SECTION.
           IF VRS-ARQUIVO EQUAL 'ARQEMP'
               OPEN INPUT ARQEMP
               MOVE ARQEMP-STATUS TO WRK-VRS-STATUS
               IF ARQEMP-STATUS EQUAL 0
                   CLOSE ARQEMP
               END-IF
           ELSE
               OPEN INPUT ARQPAG
               MOVE ARQPAG-STATUS TO WRK-VRS-STATUS
               IF ARQPAG-STATUS EQUAL 0
                   CLOSE ARQPAG
               END-IF
           END-IF
           IF WRK-VRS-STATUS NOT EQUAL 35
               MOVE 1 TO VRS-VERSAO
               MOVE WRK-VRS-TAM-V1 (WRK-VRS-IDX) TO VRS-TAMANHO
           END-IF.


      *Login do operador: pede codigo e senha, valida contra o
      *cadastro de operadores e carrega o nome e o perfil da
      *sessao; cada falha vira uma linha LOGINERR na auditoria e
      *na terceira falha o sistema encerra
       1090-LOGIN-OPERADOR  SECTION.
           MOVE 'N' TO WRK-LOGIN-OK
           MOVE 0 TO WRK-LOGIN-TENTATIVAS

           PERFORM UNTIL WRK-LOGIN-OK EQUAL 'S'
               OR WRK-LOGIN-TENTATIVAS NOT LESS THAN 3
               MOVE SPACES TO WRK-LOGIN-COD
               MOVE SPACES TO WRK-LOGIN-SENHA
               DISPLAY TELA
               DISPLAY "Operador: " AT LINE 5 COLUMN 20
               ACCEPT WRK-LOGIN-COD AT LINE 5 COLUMN 31
               DISPLAY "Senha   : " AT LINE 6 COLUMN 20
               ACCEPT WRK-LOGIN-SENHA AT LINE 6 COLUMN 31

               MOVE WRK-LOGIN-COD TO OP-CODIGO
               READ OPERADORES
                   INVALID KEY
                       PERFORM 1095-AUDITA-LOGIN-ERRADO
                   NOT INVALID KEY
                       IF OP-SENHA EQUAL WRK-LOGIN-SENHA
                           MOVE 'S' TO WRK-LOGIN-OK
                           MOVE OP-NOME TO WRK-OPERADOR
                           MOVE OP-PERFIL TO WRK-PERFIL
                       ELSE
                           PERFORM 1095-AUDITA-LOGIN-ERRADO
                       END-IF
               END-READ
           END-PERFORM

           IF WRK-LOGIN-OK EQUAL 'N'
               DISPLAY "Tentativas esgotadas" AT LINE 8 COLUMN 20
               PERFORM 3000-FINALIZAR
               STOP RUN
           END-IF.

           MOVE WRK-CAIXA-ATUAL TO CTLCAI-ULT-NUMERO
           REWRITE CTLCAI-REG.

      *Reserva do proximo numero de caso de reclamacao, no mesmo
      *esquema
       2053-RESERVA-NUM-CASO  SECTION.
           MOVE '1' TO CTLCAS-CHAVE
           READ CTLCAS KEY IS CTLCAS-CHAVE
           COMPUTE WRK-PROX-CASO = CTLCAS-ULT-NUMERO + 1
           MOVE WRK-PROX-CASO TO CTLCAS-ULT-NUMERO
           REWRITE CTLCAS-REG.

      *Reserva do proximo numero de pedido de titulo, no mesmo
      *esquema
       2054-RESERVA-NUM-PEDTIT  SECTION.
           MOVE '1' TO CTLPTT-CHAVE
           READ CTLPTT KEY IS CTLPTT-CHAVE
           COMPUTE WRK-PROX-PEDTIT = CTLPTT-ULT-NUMERO + 1
           MOVE WRK-PROX-PEDTIT TO CTLPTT-ULT-NUMERO
           REWRITE CTLPTT-REG.

      *Reserva do proximo numero de acordo de divida, no mesmo
      *esquema
       2055-RESERVA-NUM-ACORDO  SECTION.
           MOVE '1' TO CTLACD-CHAVE
           READ CTLACD KEY IS CTLACD-CHAVE
           COMPUTE WRK-PROX-ACORDO = CTLACD-ULT-NUMERO + 1
           MOVE WRK-PROX-ACORDO TO CTLACD-ULT-NUMERO
           REWRITE CTLACD-REG.

      *Reserva do proximo numero de troca de discos, no mesmo
      *esquema
       2056-RESERVA-NUM-TROCA  SECTION.
           MOVE '1' TO CTLTRC-CHAVE
           READ CTLTRC KEY IS CTLTRC-CHAVE
           COMPUTE WRK-PROX-TROCA = CTLTRC-ULT-NUMERO + 1
           MOVE WRK-PROX-TROCA TO CTLTRC-ULT-NUMERO
           REWRITE CTLTRC-REG.

      *Reserva do proximo numero de emissao do spool de
      *relatorios, no mesmo esquema
       2057-RESERVA-NUM-SPOOL  SECTION.
           MOVE '1' TO CTLSPL-CHAVE
           READ CTLSPL KEY IS CTLSPL-CHAVE
           COMPUTE WRK-PROX-SPOOL = CTLSPL-ULT-NUMERO + 1
           MOVE WRK-PROX-SPOOL TO CTLSPL-ULT-NUMERO
           REWRITE CTLSPL-REG.

       2058-RESERVA-NUM-RECALL  SECTION.
           MOVE '1' TO CTLRCL-CHAVE
           READ CTLRCL KEY IS CTLRCL-CHAVE
           COMPUTE WRK-PROX-RECALL = CTLRCL-ULT-NUMERO + 1
           MOVE WRK-PROX-RECALL TO CTLRCL-ULT-NUMERO
           REWRITE CTLRCL-REG.

      *Oferece a entrada no ponto logo depois do login; quem ja
      *tem entrada aberta de hoje (novo login no mesmo turno) nao
      *e perguntado de novo, e uma entrada aberta de outro dia e
      *avisada para que o supervisor lance a saida esquecida
       1085-PONTO-ENTRADA  SECTION.
           MOVE WRK-LOGIN-COD TO WRK-HP-OPERADOR
           PERFORM 3906-ACHA-PONTO-ABERTO
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           IF WRK-HP-QTD-ABERTOS > 0
              AND WRK-HP-ULT-DATA EQUAL WRK-DATA-HOJE
               GO TO 1085-PONTO-ENTRADA-FIM
           END-IF

           DISPLAY TELA
           IF WRK-HP-QTD-ABERTOS > 0
               DISPLAY "Ponto sem saida desde " AT LINE 5 COLUMN 20
               DISPLAY WRK-HP-PRI-DATA AT LINE 5 COLUMN 43
               DISPLAY "Peca a correcao ao supervisor"
               AT LINE 6 COLUMN 20
           END-IF
           MOVE SPACE TO WRK-HP-RESP
           DISPLAY "Registrar entrada no ponto (S/N)? "
           AT LINE 8 COLUMN 20
           ACCEPT WRK-HP-RESP AT LINE 8 COLUMN 55
           IF WRK-HP-RESP EQUAL 'S' OR WRK-HP-RESP EQUAL 's'
               ACCEPT WRK-HP-HORA-SIS FROM TIME
               MOVE WRK-LOGIN-COD TO PTO-OPERADOR
               MOVE WRK-DATA-HOJE TO PTO-DATA
               MOVE WRK-HP-HORA-SIS (1:4) TO PTO-ENTRADA
               MOVE WRK-LOJA-ATUAL TO PTO-LOJA
               MOVE ZERO TO PTO-SAIDA-DATA
               MOVE ZERO TO PTO-SAIDA
               MOVE 'A' TO PTO-STATUS
               MOVE SPACES TO PTO-SUPERVISOR
               WRITE PONTO-REG
                   INVALID KEY
                       MOVE 'Entrada ja registrada' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
                       DISPLAY "Entrada registrada as " AT LINE 10
                       COLUMN 20
                       DISPLAY PTO-ENTRADA AT LINE 10 COLUMN 43
               END-WRITE
               DISPLAY "Tecle enter para continuar" AT LINE 12 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 47
           END-IF.

       1085-PONTO-ENTRADA-FIM.
           CONTINUE.

      *Escolha da loja ativa da sessao: valida o codigo contra a
      *tabela de lojas e assume o COD-LOCAL de aliquota da loja
       1080-ESCOLHE-LOJA  SECTION.
               NOT INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE 'I' TO WRK-JRN-OPER
           PERFORM 5208-JORNAL-CAIXA

           DISPLAY "Sessao de caixa aberta: " AT LINE 7 COLUMN 20
           DISPLAY WRK-CAIXA-ATUAL AT LINE 7 COLUMN 45.
                   MOVE SPACES TO WRK-ESCOLHA
               END-IF

               WHEN 'J'
               WHEN 'j'
               PERFORM 2995-PROCESSAR-COMPRAS
               MOVE SPACES TO WRK-ESCOLHA

               WHEN OTHER
               IF WRK-ESCOLHA NOT EQUAL 'X' AND NOT EQUAL 'x'
                   DISPLAY 'Digite uma opcao valida' AT 1350
                   WHEN '0'
                   PERFORM 9928-ESTATISTICA-LOCACAO

                   WHEN '+'
                   PERFORM 2800-PROCESSAR-UTIL3
                   MOVE SPACES TO WRK-ESCOLHA

                   WHEN OTHER
                   IF WRK-ESCOLHA NOT EQUAL 'X' AND NOT EQUAL 'x'
                       DISPLAY 'Digite uma opcao valida' AT 1350
                   WHEN '7'
                   PERFORM 9809-MANTER-EDICOES

                   WHEN '8'
                   PERFORM 9756-MANTER-SERIES

                   WHEN '9'
                   PERFORM 9755-LACUNAS-SERIES

                   WHEN 'A'
                   WHEN 'a'
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 9656-MANTER-PRECOLOJA
                   END-IF

                   WHEN 'B'
                   WHEN 'b'
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 9615-MANTER-JANELA
                   END-IF

                   WHEN 'C'
                   WHEN 'c'
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 9609-CARGA-CEP
                   END-IF

                   WHEN OTHER
                   IF WRK-ESCOLHA NOT EQUAL 'X' AND NOT EQUAL 'x'
                       DISPLAY 'Digite uma opcao valida' AT 1350
           CLOSE FILMESSEQ
           MOVE SPACES TO WRK-ESCOLHA.

      *Detalhe de um filme para o cliente: titulo, preco da
      *locacao na loja do kiosque, genero, classificacao
      *indicativa, sinopse e quantas copias estao disponiveis
      *agora; nota e precos de custo nao aparecem
       2630-KIOSQUE-DETALHE  SECTION.
           MOVE ZERO TO WRK-KIO-CODIGO

                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       DISPLAY TITULO AT LINE 7 COLUMN 20

      *                Preco da locacao pela tabela da loja onde o
      *                kiosque fica, sem imposto nem promocao
                       MOVE WRK-LOJA-ATUAL TO WRK-PLJ-LOJA
                       ACCEPT WRK-PLJ-DATA FROM DATE YYYYMMDD
                       PERFORM 3169-PRECO-LOJA-FILME
                       MOVE WRK-PLJ-PRECO TO WRK-PLJ-PRECO-ED
                       DISPLAY "Preco da locacao: " AT LINE 7 COLUMN 55
                       DISPLAY WRK-PLJ-PRECO-ED AT LINE 7 COLUMN 73

                       DISPLAY "Genero: " AT LINE 8 COLUMN 20
                       DISPLAY GENERO AT LINE 8 COLUMN 29
                       DISPLAY "Classificacao: " AT LINE 8 COLUMN 45
                       MOVE WRK-KIO-CODIGO TO WRK-NMED-FILME
                       PERFORM 6050-MOSTRA-NOTA-CLIENTES
                       PERFORM 3615-MOSTRA-ENCOMENDA

      *                Ordem na serie e o titulo seguinte
                       MOVE WRK-KIO-CODIGO TO WRK-SER-FILME
                       PERFORM 3690-BUSCA-SERIE
                       IF WRK-SER-ACHOU EQUAL 'S'
                           DISPLAY "Serie: " AT LINE 10 COLUMN 20
                           DISPLAY WRK-SER-NOME AT LINE 10 COLUMN 27
                           DISPLAY "parte" AT LINE 10 COLUMN 58
                           DISPLAY WRK-SER-PARTE AT LINE 10 COLUMN 64
                           DISPLAY "de" AT LINE 10 COLUMN 67
                           DISPLAY WRK-SER-TOTAL AT LINE 10 COLUMN 70
                           IF WRK-SER-PROXIMO > ZERO
                               MOVE WRK-SER-PROXIMO TO CODFILME
                               READ FILMES
                                   NOT INVALID KEY
                                       DISPLAY "Depois deste: "
                                       AT LINE 13 COLUMN 20
                                       DISPLAY CODFILME
                                       AT LINE 13 COLUMN 34
                                       DISPLAY TITULO
                                       AT LINE 13 COLUMN 41
                               END-READ
                           END-IF
                       END-IF
                   END-IF
           END-READ

                       MOVE 'Filme nao cadastrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                   MOVE WRK-KIO-CODIGO TO WRK-JAN-CODFILME
                   PERFORM 9614-SITUACAO-JANELA
                   IF WRK-JAN-EXPIRADO
                       MOVE 'Licenca do filme encerrada' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
      *                Mesma regra do balcao (3300) e da importacao
      *                do site (9823): a fila aceita reserva sempre
      *                que nao ha copia Disponivel - titulo na rua,
      *                sem copia nenhuma ou ainda encomendado; antes
      *                da data de estreia a copia que ja chegou
      *                nao conta, e a reserva entra
                       MOVE 'N' TO WRK-TEM-DISPONIVEL
                       MOVE WRK-KIO-CODIGO TO EX-CODFILME
                       MOVE ZERO TO EX-NUMERO
                               MOVE 10 TO EXEMPLARES-STATUS
                       END-START
                       IF EXEMPLARES-STATUS EQUAL 0
                          AND NOT WRK-JAN-ANTES-ESTREIA
                           READ EXEMPLARES NEXT RECORD
                           PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                              OR EX-CODFILME NOT EQUAL WRK-KIO-CODIGO
                                   MOVE 'Erro ao gravar reserva'
                                       TO WRK-ERRO
                                   DISPLAY TELA-ERRO ERASE EOL
                                   MOVE '2645-KIOSQUE-GRAVA-RESERVA'
                                       TO WRK-ERL-PARAGRAFO
                                   MOVE 'RESERVAS' TO WRK-ERL-ARQUIVO
                                   MOVE 'WRITE' TO WRK-ERL-OPERACAO
                                   MOVE RESERVAS-STATUS
                                       TO WRK-ERL-STATUS
                                   MOVE NUM-RESERVA TO WRK-ERL-CHAVE
                                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
                               NOT INVALID KEY
                                   MOVE NUM-RESERVA
                                       TO CTLRES-ULT-NUMERO
                                   REWRITE CTLRES-REG
                                   MOVE 'I' TO WRK-JRN-OPER
                                   PERFORM 5206-JORNAL-RESERVAS
                                   PERFORM 2647-KIOSQUE-POSICAO-FILA
                                   DISPLAY "Reserva feita! Posicao: "
                                   AT LINE 10 COLUMN 20
                           END-WRITE
                       END-IF
                   END-IF
                   END-IF
           END-READ.

      *Posicao do cliente na fila do filme: conta as reservas
                   WHEN '0'
                   PERFORM 9818-EXPORTA-DIARIO

                   WHEN '+'
                   PERFORM 2800-PROCESSAR-UTIL3
                   MOVE SPACES TO WRK-ESCOLHA

                   WHEN OTHER
                   IF WRK-ESCOLHA NOT EQUAL 'X' AND NOT EQUAL 'x'
                       DISPLAY 'Digite uma opcao valida' AT 1350
               END-EVALUATE
           END-PERFORM.

      *Terceira pagina dos utilitarios, aberta de dentro de
      *2100-PROCESSAR-UTIL (ja com o acesso de administrador)
       2800-PROCESSAR-UTIL3  SECTION.
           MOVE "Utilitarios 3" TO WRK-MODULO.
           MOVE SPACES TO WRK-ESCOLHA

           PERFORM UNTIL WRK-ESCOLHA EQUAL 'X' OR WRK-ESCOLHA EQUAL 'x'
               DISPLAY TELA
               ACCEPT MENU-UTIL3
               EVALUATE WRK-ESCOLHA
                   WHEN '1'
                   PERFORM 4800-DADOS-PESSOAIS

                   WHEN '2'
                   PERFORM 9808-MANTER-COMISSAO

                   WHEN '3'
                   PERFORM 9807-MANTER-METAS

                   WHEN '4'
                   PERFORM 9806-RELATORIO-COMISSAO

                   WHEN '5'
                   PERFORM 9939-PERDAS-OPERADOR

                   WHEN '6'
                   PERFORM 9981-MANTER-ORCAMENTO

                   WHEN '7'
                   PERFORM 9984-RELATORIO-ORCAMENTO

                   WHEN '8'
                   PERFORM 9988-RENTABILIDADE-TITULO

                   WHEN '9'
                   PERFORM 9940-LISTA-INSPECAO

                   WHEN 'A'
                   WHEN 'a'
                   PERFORM 9964-REGISTRA-INSPECAO

                   WHEN 'B'
                   WHEN 'b'
                   PERFORM 2900-PROCESSAR-ENTREGAS
                   MOVE SPACES TO WRK-ESCOLHA

                   WHEN 'C'
                   WHEN 'c'
                   PERFORM 3985-RELATORIO-INDICACOES

                   WHEN 'D'
                   WHEN 'd'
                   PERFORM 3990-RELATORIO-RECONQUISTA

                   WHEN 'E'
                   WHEN 'e'
                   PERFORM 2950-PROCESSAR-CUPONS
                   MOVE SPACES TO WRK-ESCOLHA

                   WHEN 'F'
                   WHEN 'f'
                   PERFORM 9876-MANTER-PACOTES

                   WHEN 'G'
                   WHEN 'g'
                   PERFORM 3997-PREPAGOS-VENCIDOS

                   WHEN 'H'
                   WHEN 'h'
                   PERFORM 9799-CONCILIA-BANCO

                   WHEN 'I'
                   WHEN 'i'
                   PERFORM 9790-FLUXO-CAIXA

                   WHEN 'J'
                   WHEN 'j'
                   PERFORM 9782-DRE-LOJAS

                   WHEN 'K'
                   WHEN 'k'
                   PERFORM 9770-CORRIGE-PONTO

                   WHEN 'L'
                   WHEN 'l'
                   PERFORM 9769-HORAS-PONTO

                   WHEN 'M'
                   WHEN 'm'
                   PERFORM 9762-LISTA-GUARDAR

                   WHEN 'N'
                   WHEN 'n'
                   PERFORM 9761-AUDITA-PRATELEIRA

                   WHEN 'O'
                   WHEN 'o'
                   PERFORM 6400-ENRIQUECE-CATALOGO

                   WHEN 'P'
                   WHEN 'p'
                   PERFORM 6450-APLICA-ENRIQ

                   WHEN 'Q'
                   WHEN 'q'
                   PERFORM 9753-MANTER-EQUIPAMENTOS

                   WHEN 'R'
                   WHEN 'r'
                   PERFORM 9747-SEGMENTA-RFM

                   WHEN 'S'
                   WHEN 's'
                   PERFORM 9737-MOVIMENTO-POR-HORA

                   WHEN 'T'
                   WHEN 't'
                   PERFORM 9731-ASSINATURA-CORREIO

                   WHEN 'U'
                   WHEN 'u'
                   PERFORM 9723-ACORDOS-DIVIDA

                   WHEN 'V'
                   WHEN 'v'
                   PERFORM 9716-PASSIVO-CLIENTES

                   WHEN 'W'
                   WHEN 'w'
                   PERFORM 9675-MANTER-ANISTIA

                   WHEN 'Y'
                   WHEN 'y'
                   PERFORM 2990-PROCESSAR-SPOOL
                   MOVE SPACES TO WRK-ESCOLHA

                   WHEN OTHER
                   IF WRK-ESCOLHA NOT EQUAL 'X' AND NOT EQUAL 'x'
                       ACCEPT WRK-ESCOLHA AT 1374
                   END-IF
               END-EVALUATE
           END-PERFORM.

      *Submenu das entregas em domicilio e coletas, no mesmo
      *padrao de navegacao de 2400-PROCESSAR-TRANSF
       2900-PROCESSAR-ENTREGAS  SECTION.
           MOVE "Entregas" TO WRK-MODULO.
           MOVE SPACES TO WRK-ESCOLHA

           PERFORM UNTIL WRK-ESCOLHA EQUAL 'X' OR WRK-ESCOLHA EQUAL 'x'
               DISPLAY TELA
               ACCEPT MENU-ENTREGAS
               EVALUATE WRK-ESCOLHA
                   WHEN '1'
                   PERFORM 3950-NOVA-ENTREGA

                   WHEN '2'
                   PERFORM 3955-DESIGNA-MOTORISTA

                   WHEN '3'
                   PERFORM 3960-FOLHA-ROTA

                   WHEN '4'
                   PERFORM 3965-CONFIRMA-ENTREGA

                   WHEN '5'
                   PERFORM 3975-CONFIRMA-COLETA

                   WHEN '6'
                   PERFORM 3970-CANCELA-ENTREGA

                   WHEN '7'
                   PERFORM 3980-EXCECOES-ENTREGA

                   WHEN OTHER
                   IF WRK-ESCOLHA NOT EQUAL 'X' AND NOT EQUAL 'x'
                       DISPLAY 'Digite uma opcao valida' AT 1350
                       ACCEPT WRK-ESCOLHA AT 1374
                   END-IF
               END-EVALUATE
           END-PERFORM
           MOVE "Utilitarios 3" TO WRK-MODULO.

      *Submenu dos cupons de desconto, no mesmo padrao de
      *navegacao de 2900-PROCESSAR-ENTREGAS
       2950-PROCESSAR-CUPONS  SECTION.
           MOVE "Cupons" TO WRK-MODULO.
           MOVE SPACES TO WRK-ESCOLHA

           PERFORM UNTIL WRK-ESCOLHA EQUAL 'X' OR WRK-ESCOLHA EQUAL 'x'
               DISPLAY TELA
               ACCEPT MENU-CUPONS
               EVALUATE WRK-ESCOLHA
                   WHEN '1'
                   PERFORM 3992-GERA-LOTE-CUPONS

                   WHEN '2'
                   PERFORM 3994-RELATORIO-CUPONS

                   WHEN OTHER
                   IF WRK-ESCOLHA NOT EQUAL 'X' AND NOT EQUAL 'x'
                       DISPLAY 'Digite uma opcao valida' AT 1350
                       ACCEPT WRK-ESCOLHA AT 1374
                   END-IF
               END-EVALUATE
           END-PERFORM
           MOVE "Utilitarios 3" TO WRK-MODULO.

      *Submenu dos casos de reclamacao e contestacao, no mesmo
      *padrao de navegacao de 2900-PROCESSAR-ENTREGAS; a solucao
      *de um caso e do supervisor (4920)
       2970-PROCESSAR-CASOS  SECTION.
           MOVE "Casos" TO WRK-MODULO.
           MOVE SPACES TO WRK-ESCOLHA

           PERFORM UNTIL WRK-ESCOLHA EQUAL 'X' OR WRK-ESCOLHA EQUAL 'x'
               DISPLAY TELA
               ACCEPT MENU-CASOS
               EVALUATE WRK-ESCOLHA
                   WHEN '1'
                   PERFORM 4900-ABRE-CASO

                   WHEN '2'
                   PERFORM 4910-CONSULTA-CASO

                   WHEN '3'
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 4920-RESOLVE-CASO
                   END-IF

                   WHEN '4'
                   PERFORM 4955-CASOS-DO-CLIENTE

                   WHEN '5'
                   PERFORM 4940-RELATORIO-CASOS

                   WHEN OTHER
                   IF WRK-ESCOLHA NOT EQUAL 'X' AND NOT EQUAL 'x'
                       ACCEPT WRK-ESCOLHA AT 1374
                   END-IF
               END-EVALUATE
           END-PERFORM
           MOVE "Clientes" TO WRK-MODULO.

      *Submenu dos pedidos de titulo, no mesmo padrao de
      *navegacao de 2970-PROCESSAR-CASOS
       2975-PROCESSAR-PEDTIT  SECTION.
           MOVE "Pedidos titulo" TO WRK-MODULO.
           MOVE SPACES TO WRK-ESCOLHA

           PERFORM UNTIL WRK-ESCOLHA EQUAL 'X' OR WRK-ESCOLHA EQUAL 'x'
               DISPLAY TELA
               ACCEPT MENU-PEDTIT
               EVALUATE WRK-ESCOLHA
                   WHEN '1'
                   PERFORM 4960-REGISTRA-PEDTIT

                   WHEN '2'
                   PERFORM 4965-PEDTITS-DO-CLIENTE

                   WHEN '3'
                   PERFORM 4970-RESERVA-PEDTIT

                   WHEN '4'
                   PERFORM 4975-LIGA-PEDTIT

                   WHEN '5'
                   PERFORM 4978-CANCELA-PEDTIT

                   WHEN '6'
                   PERFORM 4990-RELATORIO-DEMANDA

                   WHEN OTHER
                   IF WRK-ESCOLHA NOT EQUAL 'X' AND NOT EQUAL 'x'
                       DISPLAY 'Digite uma opcao valida' AT 1350
                       ACCEPT WRK-ESCOLHA AT 1374
                   END-IF
               END-EVALUATE
           END-PERFORM
           MOVE "Clientes" TO WRK-MODULO.

      *Submenu da troca de discos, no mesmo padrao de navegacao
      *de 2970-PROCESSAR-CASOS; a tabela de valores e do
      *supervisor
       2980-PROCESSAR-TROCAS  SECTION.
           MOVE "Troca discos" TO WRK-MODULO.
           MOVE SPACES TO WRK-ESCOLHA

           PERFORM UNTIL WRK-ESCOLHA EQUAL 'X' OR WRK-ESCOLHA EQUAL 'x'
               DISPLAY TELA
               ACCEPT MENU-TROCAS
               EVALUATE WRK-ESCOLHA
                   WHEN '1'
                   PERFORM 9699-TROCA-DISCOS

                   WHEN '2'
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 9691-MANTER-TABTROCA
                   END-IF

                   WHEN '3'
                   PERFORM 9690-RELATORIO-TROCAS

                   WHEN OTHER
                   IF WRK-ESCOLHA NOT EQUAL 'X' AND NOT EQUAL 'x'
                       DISPLAY 'Digite uma opcao valida' AT 1350
                       ACCEPT WRK-ESCOLHA AT 1374
                   END-IF
               END-EVALUATE
           END-PERFORM
           MOVE "Locacao" TO WRK-MODULO.

      *Submenu da protecao contra dano, no mesmo padrao de
      *navegacao de 2980-PROCESSAR-TROCAS; a tabela de precos e
      *do supervisor
       2985-PROCESSAR-PROTECAO  SECTION.
           MOVE "Protecao" TO WRK-MODULO.
           MOVE SPACES TO WRK-ESCOLHA

           PERFORM UNTIL WRK-ESCOLHA EQUAL 'X' OR WRK-ESCOLHA EQUAL 'x'
               DISPLAY TELA
               ACCEPT MENU-PROTECAO
               EVALUATE WRK-ESCOLHA
                   WHEN '1'
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 9681-MANTER-TABPROT
                   END-IF

                   WHEN '2'
                   PERFORM 9680-RELATORIO-PROTECAO

                   WHEN OTHER
                   IF WRK-ESCOLHA NOT EQUAL 'X' AND NOT EQUAL 'x'
                       DISPLAY 'Digite uma opcao valida' AT 1350
                       ACCEPT WRK-ESCOLHA AT 1374
                   END-IF
               END-EVALUATE
           END-PERFORM
           MOVE "Locacao" TO WRK-MODULO.

      *Submenu do spool de relatorios, no mesmo padrao de
      *navegacao de 2985-PROCESSAR-PROTECAO; a retencao por
      *relatorio e do administrador
       2990-PROCESSAR-SPOOL  SECTION.
           MOVE "Spool" TO WRK-MODULO.
           MOVE SPACES TO WRK-ESCOLHA

           PERFORM UNTIL WRK-ESCOLHA EQUAL 'X' OR WRK-ESCOLHA EQUAL 'x'
               DISPLAY TELA
               ACCEPT MENU-SPOOL
               EVALUATE WRK-ESCOLHA
                   WHEN '1'
                   PERFORM 9663-LISTA-SPOOL

                   WHEN '2'
                   PERFORM 9661-VER-SPOOL

                   WHEN '3'
                   PERFORM 9660-REIMPRIME-SPOOL

                   WHEN '4'
                   PERFORM 2020-EXIGE-ADMIN
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 9659-MANTER-SPLRET
                   END-IF

                   WHEN OTHER
                       ACCEPT WRK-ESCOLHA AT 1374
                   END-IF
               END-EVALUATE
           END-PERFORM
           MOVE "Utilitarios 3" TO WRK-MODULO.

      *Submenu dos pedidos de compra, no mesmo padrao de
      *navegacao de 2990-PROCESSAR-SPOOL: qualquer perfil cria
      *pedidos dentro da sua alcada, a fila de aprovacao e do
      *supervisor e a tabela de alcadas e do administrador
       2995-PROCESSAR-COMPRAS  SECTION.
           MOVE "Compras" TO WRK-MODULO.
           MOVE SPACES TO WRK-ESCOLHA

           PERFORM UNTIL WRK-ESCOLHA EQUAL 'X' OR WRK-ESCOLHA EQUAL 'x'
               DISPLAY TELA
               ACCEPT MENU-COMPRAS
               EVALUATE WRK-ESCOLHA
                   WHEN '1'
                   PERFORM 9946-CRIAR-PEDIDO

                   WHEN '2'
                   PERFORM 9947-SITUACAO-PEDIDO

                   WHEN '3'
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 9646-APROVA-PEDIDOS
                   END-IF

                   WHEN '4'
                   PERFORM 9642-IMPRIME-PEDIDO

                   WHEN '5'
                   PERFORM 2020-EXIGE-ADMIN
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 9641-MANTER-LIMAPROV
                   END-IF

                   WHEN '6'
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 9632-BOLETIM-DISTRIB
                   END-IF

                   WHEN OTHER
                   IF WRK-ESCOLHA NOT EQUAL 'X' AND NOT EQUAL 'x'
                       DISPLAY 'Digite uma opcao valida' AT 1350
                       ACCEPT WRK-ESCOLHA AT 1374
                   END-IF
               END-EVALUATE
           END-PERFORM
           MOVE "Menu" TO WRK-MODULO.

      *Submenu das transferencias de exemplares entre lojas, no
      *mesmo padrao de navegacao de 2200-PROCESSAR-CLIENTES
       2400-PROCESSAR-TRANSF  SECTION.
           MOVE "Transferencias" TO WRK-MODULO.
           MOVE SPACES TO WRK-ESCOLHA

           PERFORM UNTIL WRK-ESCOLHA EQUAL 'X' OR WRK-ESCOLHA EQUAL 'x'
               DISPLAY TELA
               ACCEPT MENU-TRANSF
               EVALUATE WRK-ESCOLHA
                   WHEN '1'
                   PERFORM 9932-ENVIA-TRANSFERENCIA

                   WHEN '2'
                   PERFORM 9933-RECEBE-TRANSFERENCIA

                   WHEN '3'
                   PERFORM 9934-RELATORIO-TRANSITO

                   WHEN '4'
                   PERFORM 9815-CRIAR-RMA

                   WHEN '5'
                   PERFORM 9814-CREDITA-RMA

                   WHEN '6'
                   PERFORM 9813-RELATORIO-RMA

                   WHEN '7'
                   PERFORM 9703-COMPRA-EXEMPLAR

                   WHEN '8'
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 9597-RECALL-PRENSAGEM
                   END-IF

                   WHEN '9'
                   PERFORM 9586-RECOLHER-COPIA-RECALL

                   WHEN 'A'
                   WHEN 'a'
                   PERFORM 9582-SITUACAO-RECALL

                   WHEN OTHER
                   IF WRK-ESCOLHA NOT EQUAL 'X' AND NOT EQUAL 'x'
                       DISPLAY 'Digite uma opcao valida' AT 1350
                       ACCEPT WRK-ESCOLHA AT 1374
                   END-IF
               END-EVALUATE
           END-PERFORM
           MOVE "Utilitarios" TO WRK-MODULO.

      *Submenu de manutencao do cadastro de clientes, no mesmo
      *padrao de Incluir/Consultar/Alterar/Excluir usado para FILMES
       2200-PROCESSAR-CLIENTES  SECTION.
           MOVE "Clientes" TO WRK-MODULO.
           MOVE SPACES TO WRK-ESCOLHA

           PERFORM UNTIL WRK-ESCOLHA EQUAL 'X' OR WRK-ESCOLHA EQUAL 'x'
               DISPLAY TELA
               ACCEPT MENU-CLIENTES
               EVALUATE WRK-ESCOLHA
                   WHEN '1'
                   PERFORM 4000-CLIENTE-INCLUIR

                   WHEN '2'
                   PERFORM 4100-CLIENTE-CONSULTAR

                   WHEN '3'
                   PERFORM 4200-CLIENTE-ALTERAR

                   WHEN '4'
                   PERFORM 4300-CLIENTE-EXCLUIR

                   WHEN '5'
                   PERFORM 4500-DEVOLVE-DEPOSITO

                   WHEN '6'
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 4700-UNIFICA-CLIENTES
                   END-IF

                   WHEN '7'
                   PERFORM 4600-BUSCAR-CLIENTE

                   WHEN '8'
                   PERFORM 2970-PROCESSAR-CASOS
                   MOVE SPACES TO WRK-ESCOLHA

                   WHEN '9'
                   PERFORM 2975-PROCESSAR-PEDTIT
                   MOVE SPACES TO WRK-ESCOLHA

                   WHEN 'A'
                   WHEN 'a'
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 9602-RELATORIO-BAIRROS
                   END-IF
                   MOVE SPACES TO WRK-ESCOLHA

                   WHEN OTHER
                   IF WRK-ESCOLHA NOT EQUAL 'X' AND NOT EQUAL 'x'
                       DISPLAY 'Digite uma opcao valida' AT 1350
                       ACCEPT WRK-ESCOLHA AT 1374
                   END-IF
               END-EVALUATE
           END-PERFORM.

      *Submenu das funcoes de balcao da locacao, no mesmo padrao
      *de navegacao de 2200-PROCESSAR-CLIENTES
       2300-PROCESSAR-LOCACAO  SECTION.
           MOVE "Locacao" TO WRK-MODULO.
           MOVE SPACES TO WRK-ESCOLHA

           PERFORM UNTIL WRK-ESCOLHA EQUAL 'X' OR WRK-ESCOLHA EQUAL 'x'
               DISPLAY TELA
               ACCEPT MENU-LOCACAO
               EVALUATE WRK-ESCOLHA
                   WHEN '1'
                   PERFORM 3400-RENOVAR

                   WHEN '2'
                   PERFORM 3450-ESTORNAR

                   WHEN '3'
                   PERFORM 3470-LISTAR-ABERTOS

                   WHEN '4'
                   PERFORM 3480-EXTRATO-CLIENTE

                   WHEN '5'
                   PERFORM 3490-VENDE-VALE

                   WHEN '6'
                   PERFORM 3495-CONSULTA-VALE

                   WHEN '7'
                   PERFORM 3600-DISPONIBILIDADE

                   WHEN '8'
                   PERFORM 3800-FECHA-DIA

                   WHEN '9'
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 3805-REABRE-DIA
                   END-IF

                   WHEN 'V'
                   WHEN 'v'
                   PERFORM 3660-VENDA-EXEMPLAR

                   WHEN 'N'
                   WHEN 'n'
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 3430-NOTA-CREDITO
                   END-IF

                   WHEN 'S'
                   WHEN 's'
                   PERFORM 3640-SEGURAR-EXEMPLAR

                   WHEN 'P'
                   WHEN 'p'
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 3425-BAIXA-DIVIDA
                   END-IF

                   WHEN 'T'
                   WHEN 't'
                   PERFORM 3420-TROCA-EXEMPLAR

                   WHEN 'R'
                   WHEN 'r'
                   PERFORM 3410-REIMPRIME-CUPOM

                   WHEN 'U'
                   WHEN 'u'
                   PERFORM 3630-CONSULTA-REDE

                   WHEN 'M'
                   WHEN 'm'
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 3860-FECHA-MES
                   END-IF

                   WHEN 'W'
                   WHEN 'w'
                   PERFORM 2020-EXIGE-ADMIN
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 3865-REABRE-MES
                   END-IF

                   WHEN 'Z'
                   WHEN 'z'
                   PERFORM 3850-REIMPRIME-Z

                   WHEN 'G'
                   WHEN 'g'
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'S'
                       PERFORM 3920-MOVIMENTO-GAVETA
                   END-IF

                   WHEN 'K'
                   WHEN 'k'
                   PERFORM 3496-VENDE-PREPAGO

                   WHEN 'Y'
                   WHEN 'y'
                   PERFORM 2980-PROCESSAR-TROCAS
                   MOVE SPACES TO WRK-ESCOLHA

                   WHEN 'D'
                   WHEN 'd'
                   PERFORM 2985-PROCESSAR-PROTECAO
                   MOVE SPACES TO WRK-ESCOLHA

                   WHEN OTHER
                   IF WRK-ESCOLHA NOT EQUAL 'X' AND NOT EQUAL 'x'
                       DISPLAY 'Digite uma opcao valida' AT 1350
                       ACCEPT WRK-ESCOLHA AT 1374
                   END-IF
               END-EVALUATE
           END-PERFORM.

       3000-FINALIZAR  SECTION.
      *    Fecha a sessao de caixa do turno com a conferencia da
      *    gaveta antes de liberar os arquivos; o kiosque nao tem
      *    caixa nem marcou o sistema como em uso
           PERFORM 3900-FECHA-CAIXA.

           IF NOT WRK-MODO-KIOSQUE
               MOVE '1' TO CTL-CHAVE
               READ CTLFILME KEY IS CTL-CHAVE
               MOVE 'N' TO CTL-EM-USO
               REWRITE CTL-FILME-REG
           END-IF.

           CLOSE FILMES.
           CLOSE CTLFILME.
           CLOSE CTLPARAM.
           CLOSE MSGTAB.
           CLOSE DISTRIB.
           CLOSE GENEROS.
           CLOSE ALIQUOTA.
           CLOSE ALIQCOMP.
           CLOSE LOJAS.
           CLOSE OPERADORES.
           CLOSE FECHADIA.
           CLOSE FECHAMES.
           CLOSE CONTAS.
           CLOSE TAXACAMBIO.
           CLOSE TERMOS.
           CLOSE CALENDARIO.
           CLOSE PROMOCOES.
           CLOSE FILMEGEN.
           CLOSE EMPRESTIMOS.
           CLOSE CTLEMP.
           CLOSE PAGAMENTOS.
           CLOSE CTLPAG.
           CLOSE VALECRED.
           CLOSE CAIXA.
           CLOSE CTLCAI.
           CLOSE MOVCAIXA.
           CLOSE RMA.
           CLOSE CTLRMA.
           CLOSE EDICOES.
           CLOSE CLIENTES.
           CLOSE CTLCLI.
           CLOSE DEPOSITOS.
           CLOSE PLANOS.
           CLOSE RESERVAS.
           CLOSE CTLRES.
           CLOSE EXEMPLARES.
           CLOSE AVALIA.
           CLOSE SEGURA.
           CLOSE REPAROS.
           CLOSE CTLREP.
           CLOSE PEDCOMPRA.
           CLOSE CTLPED.
           CLOSE NOTAFISC.
           CLOSE CTLNF.
           CLOSE CONTACLI.
           CLOSE REPRECO.
           CLOSE TRANSFER.
           CLOSE CTLTRF.
           CLOSE FILME-ELENCO.
           CLOSE PONTOS.
           CLOSE COMISSAO.
           CLOSE METAS.
           CLOSE ORCAMENTO.
           CLOSE ENTREGAS.
           CLOSE CTLENT.
           CLOSE CUPONS.
           CLOSE CTLCPN.
           CLOSE PACOTES.
           CLOSE PREPAGO.
           CLOSE NFCE.
           CLOSE CTLNFCE.
           CLOSE CONCBAN.
           CLOSE PONTO.
           CLOSE CTLJRN.
           CLOSE CASOS.
           CLOSE CTLCAS.
           CLOSE PEDTIT.
           CLOSE CTLPTT.
           CLOSE SERIES.
           CLOSE EQUIPAMENTOS.
           CLOSE ASSCORR.
           CLOSE FILAASS.
           CLOSE ACORDOS.
           CLOSE CTLACD.
           CLOSE PASSIVO.
           CLOSE RESUMOLOC.
           CLOSE TABTROCA.
           CLOSE TROCAS.
           CLOSE CTLTRC.
           CLOSE TABPROT.
           CLOSE PROTECAO.
           CLOSE ANISTIA.
           CLOSE ANIMULTA.
           CLOSE SPOOLIDX.
           CLOSE SPOOL.
           CLOSE CTLSPL.
           CLOSE SPLRET.
           CLOSE PRECOLOJA.
           CLOSE REPLOJA.
           CLOSE LIMAPROV.
           CLOSE PEDAPROV.
           CLOSE JANELA.
           CLOSE CEPTAB.
           CLOSE CLIEND.
           CLOSE RECALL.
           CLOSE CTLRCL.
           CLOSE RECITEM.
           CLOSE EXORIG.
           CONTINUE.

      *Zera valores dos inputs
       3500-ZERA-VALORES  SECTION.
           MOVE ZERO TO CODFILME.
           MOVE SPACES TO WRK-COD-BARRAS.
           MOVE SPACES TO TITULO.
           MOVE SPACES TO GENERO.
           MOVE ZERO TO DURACAO.
           MOVE ZERO TO ANOLANCAMENTO.
           MOVE SPACES TO DISTRIBUIDORA.
           MOVE SPACES TO FORMATO-MIDIA.
           MOVE SPACES TO IDIOMA.
           MOVE SPACES TO LEGENDA.
           MOVE SPACES TO DIRETOR.
           MOVE SPACES TO SINOPSE.
           MOVE ZERO TO PRECO-ALUGUEL.
           MOVE ZERO TO PRECO-COMPRA.
           MOVE 'BRL' TO MOEDA.
           MOVE ZERO TO NOTA.
           MOVE SPACES TO CLASSIFICACAO-INDICATIVA.
           MOVE 'P' TO STATUS-VISUALIZACAO.
           MOVE ZERO TO DATA-ASSISTIDO.
           MOVE 'A' TO STATUS-REG.
           MOVE 'L' TO CATEGORIA-LANCAMENTO.
           MOVE SPACES TO WRK-ERRO.
           MOVE 1 TO WRK-TECLA.
           MOVE SPACES TO WRK-ESCOLHA.
           MOVE 5 TO WRK-CONTADOR-LINHA.
           MOVE ZERO TO WRK-FLAG.
           MOVE ZERO TO WRK-CONT-REG.

      *Retira exemplares para um cliente em modo carrinho: varios
      *codigos lidos em sequencia para o mesmo cliente, um total
      *combinado em BRL e todos os emprestimos gravados juntos sob
      *um unico numero de recibo (EMP-NUM-CUPOM)
       3100-CHECKOUT  SECTION.
           MOVE "Checkout" TO WRK-MODULO.

      *    Com o dia de negocio fechado o balcao nao transaciona
           PERFORM 3810-VERIFICA-DIA-FECHADO
           IF WRK-DIA-ENCERRADO EQUAL 'S'
               DISPLAY TELA
               MOVE 'Dia encerrado - reabra p/ usar' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               DISPLAY "Tecle enter para voltar ao menu"
               AT LINE 20 COLUMN 35
               ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 70
               GO TO 3100-CHECKOUT-FIM
           END-IF.
           MOVE ZERO TO EMP-CLIENTE-DIG
           MOVE ZERO TO WRK-QTD-ITENS
           MOVE ZERO TO WRK-TOTAL-BRL
           MOVE ZERO TO WRK-TOTAL-IMPOSTO
           MOVE ZERO TO WRK-TOTAL-DESCONTO
           MOVE 'N' TO WRK-FIM-CARRINHO
           MOVE 'N' TO WRK-PT-RESGATE
           MOVE ZERO TO WRK-PT-USADOS
           MOVE ZERO TO WRK-PT-GANHOS
           MOVE 'N' TO WRK-CPN-PEDIDO
           MOVE 'N' TO WRK-CPN-ATIVO
           MOVE ZERO TO WRK-CPN-TOTAL-BRL
           MOVE 'N' TO WRK-PP-ATIVO
           MOVE ZERO TO WRK-PP-USADOS

           DISPLAY TELA
           DISPLAY "Cliente (0 = buscar por nome): "
           AT LINE 5 COLUMN 35
           ACCEPT EMP-CLIENTE-DIG AT LINE 5 COLUMN 67

      *    Cliente sem cartao: a busca por nome/telefone devolve o
      *    codigo escolhido direto para o carrinho
           IF EMP-CLIENTE-DIG EQUAL ZERO
               PERFORM 4600-BUSCAR-CLIENTE
               MOVE WRK-CLI-ESCOLHIDO TO EMP-CLIENTE-DIG
               DISPLAY TELA
               DISPLAY "Cliente: " AT LINE 5 COLUMN 35
               DISPLAY EMP-CLIENTE-DIG AT LINE 5 COLUMN 45
           END-IF

           PERFORM 4150-VALIDA-CLIENTE
           IF NOT WRK-CLIENTE-VALIDO
               MOVE 'Cliente nao cadastrado' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               PERFORM 3140-VERIFICA-BLOQUEIO
               IF WRK-BLOQUEADO EQUAL 'S'
                   CONTINUE
               ELSE
                   PERFORM 3116-OFERECE-PONTOS
                   PERFORM 3127-LOCALIZA-PREPAGO
                   DISPLAY "Leia os codigos de barras ou digite os"
                   AT LINE 6 COLUMN 35
                   DISPLAY "codigos; zero encerra o carrinho"
                   AT LINE 7 COLUMN 35

                   PERFORM 3110-ADICIONA-ITEM
                       UNTIL WRK-FIM-CARRINHO EQUAL 'S'
                       OR WRK-QTD-ITENS NOT LESS THAN 10

                   IF WRK-QTD-ITENS EQUAL ZERO
                       MOVE 'Nenhum item no carrinho' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       DISPLAY "Total c/ imposto (BRL): " AT 1935
                       DISPLAY WRK-TOTAL-BRL AT 1960
                       IF WRK-PT-USADOS > ZERO
                           DISPLAY "Pontos resgatados: " AT 1975
                           DISPLAY WRK-PT-USADOS AT 1994
                       END-IF

                       PERFORM 3115-APLICA-VALE

                       DISPLAY "Confirma o carrinho? (S/N): " AT 2235
                       ACCEPT WRK-ESCOLHA AT 2264
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           PERFORM 3120-CONFIRMA-CARRINHO
                       ELSE
                           DISPLAY 'Carrinho descartado' AT 2235
                           ERASE EOL
                       END-IF
                   END-IF
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 23 COLUMN 35
           ACCEPT WRK-ESCOLHA AT LINE 23 COLUMN 70.

       3100-CHECKOUT-FIM.
           CONTINUE.

      *Confere as regras de bloqueio do cliente do carrinho antes
      *de abrir a leitura de codigos: limite de filmes abertos,
      *filme em atraso e teto de multas pendentes (parametros de
      *CTLPARAM). Um bloqueio pode ser liberado pelo supervisor,
      *e a liberacao fica registrada na trilha de auditoria
       3140-VERIFICA-BLOQUEIO  SECTION.
           MOVE 'N' TO WRK-BLOQUEADO
           MOVE 0 TO WRK-CLI-ABERTOS
           MOVE 'N' TO WRK-CLI-ATRASADO
           MOVE 'N' TO WRK-CLI-COBRANCA
           MOVE 0 TO WRK-CLI-MULTAS
           MOVE 0 TO WRK-LOC-MES
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

      *    Nascimento do cliente do carrinho, para a conferencia
      *    de classificacao indicativa item a item (3118)
           MOVE CLI-DATA-NASC TO WRK-CLI-NASC

      *    Beneficios do plano do cliente (4150 acabou de deixar o
      *    registro de CLIENTES no buffer): so valem com a
      *    mensalidade em dia
           MOVE 'N' TO WRK-PLANO-ATIVO
           MOVE 0 TO WRK-PLN-INCLUSAS
           MOVE 0 TO WRK-PLN-DESC-PCT
           MOVE 0 TO WRK-PLN-BONUS
           IF CLI-PLANO NOT EQUAL SPACES
              AND CLI-PAGO-ATE NOT LESS THAN WRK-DATA-HOJE
               MOVE CLI-PLANO TO PLN-CODIGO
               READ PLANOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-PLANO-ATIVO
                       MOVE PLN-LOCACOES-INCLUSAS TO WRK-PLN-INCLUSAS
                       MOVE PLN-DESCONTO-PCT TO WRK-PLN-DESC-PCT
                       MOVE PLN-BONUS-LIMITE TO WRK-PLN-BONUS
               END-READ
           END-IF
           COMPUTE WRK-LIMITE-EFETIVO =
               WRK-MAX-EMPRESTIMOS + WRK-PLN-BONUS

      *    O limite de filmes e o teto de multas valem para a
      *    familia inteira: o titular (o responsavel do cliente do
      *    carrinho, ou ele mesmo) e todos os dependentes dele
      *    contam juntos
           IF CLI-RESPONSAVEL > ZERO
               MOVE CLI-RESPONSAVEL TO WRK-FAM-TITULAR
           ELSE
               MOVE EMP-CLIENTE-DIG TO WRK-FAM-TITULAR
           END-IF

           MOVE WRK-FAM-TITULAR TO WRK-EXT-CLIENTE
           PERFORM 3142-TALLY-MEMBRO-FAMILIA

           MOVE LOW-VALUES TO COD-CLIENTE
           START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
               INVALID KEY
                   MOVE 10 TO CLIENTES-STATUS
           END-START
           IF CLIENTES-STATUS EQUAL 0
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                   IF CLI-RESPONSAVEL EQUAL WRK-FAM-TITULAR
                      AND COD-CLIENTE NOT EQUAL WRK-FAM-TITULAR
                       MOVE COD-CLIENTE TO WRK-EXT-CLIENTE
                       PERFORM 3142-TALLY-MEMBRO-FAMILIA
                   END-IF
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-IF

      *    Recoloca o cliente do carrinho no buffer de CLIENTES,
      *    que a varredura da familia acabou de usar
           MOVE EMP-CLIENTE-DIG TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   CONTINUE
           END-READ

      *    Saldo devedor da conta da casa, para o teto de credito
           MOVE 0 TO WRK-CLI-SALDO-CONTA
           IF CLIENTE-CONTA-CASA
               MOVE EMP-CLIENTE-DIG TO WRK-FAT-CLIENTE
               PERFORM 3146-SALDO-CONTA
           END-IF

           MOVE SPACES TO WRK-ERRO
           EVALUATE TRUE
               WHEN WRK-CLI-COBRANCA EQUAL 'S'
                   MOVE 'Cliente em cobranca' TO WRK-ERRO
               WHEN WRK-CLI-ABERTOS NOT LESS THAN WRK-LIMITE-EFETIVO
                   MOVE 'Cliente no limite de filmes' TO WRK-ERRO
               WHEN WRK-BLOQ-ATRASO EQUAL 'S'
                AND WRK-CLI-ATRASADO EQUAL 'S'
                   MOVE 'Cliente com filme em atraso' TO WRK-ERRO
               WHEN WRK-CLI-MULTAS > WRK-MAX-MULTAS
                   MOVE 'Multas pendentes acima do teto' TO WRK-ERRO
               WHEN CLIENTE-CONTA-CASA
                AND WRK-CLI-SALDO-CONTA > CLI-LIMITE-CONTA
                   MOVE 'Conta da casa acima do limite' TO WRK-ERRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *    A liberacao de um bloqueio e funcao de supervisor, como
      *    a isencao de multa no checkin; o balcao fica bloqueado
           IF WRK-ERRO NOT EQUAL SPACES
               DISPLAY TELA-ERRO ERASE EOL
               PERFORM 2010-EXIGE-SUPERVISOR
               IF WRK-ACESSO-OK EQUAL 'N'
                   MOVE 'S' TO WRK-BLOQUEADO
               ELSE
                   DISPLAY "Liberacao do supervisor? (S/N): "
                   AT LINE 17 COLUMN 35
                   ACCEPT WRK-ESCOLHA AT LINE 17 COLUMN 68
                   IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                       MOVE ZERO TO CODFILME
                       MOVE 'LIBERADO' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'CLIENTE=' DELIMITED BY SIZE
                              EMP-CLIENTE-DIG DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA
                   ELSE
                       MOVE 'S' TO WRK-BLOQUEADO
                   END-IF
               END-IF
           END-IF.

      *Soma os emprestimos do membro da familia em WRK-EXT-CLIENTE
      *nos acumuladores do bloqueio; as locacoes inclusas do plano
      *so contam para o proprio cliente do carrinho. Com acordo de
      *divida ativo o nivel de cobranca nao bloqueia
       3142-TALLY-MEMBRO-FAMILIA  SECTION.
           MOVE WRK-EXT-CLIENTE TO WRK-AD-CLIENTE
           PERFORM 3143-CLIENTE-EM-ACORDO
           PERFORM 3486-REINICIA-CLIENTE
           PERFORM 3485-LER-PROX-DO-CLIENTE
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               IF EMPRESTIMO-ABERTO
                   ADD 1 TO WRK-CLI-ABERTOS
                   IF WRK-DATA-HOJE > EMP-DATA-PREVISTA
                       MOVE 'S' TO WRK-CLI-ATRASADO
                   END-IF
                   IF EMP-NIVEL-COBRANCA NOT LESS THAN 3
                      AND WRK-AD-ATIVO EQUAL 'N'
                       MOVE 'S' TO WRK-CLI-COBRANCA
                   END-IF
               END-IF
               IF MULTA-PENDENTE
                   ADD EMP-VALOR-MULTA TO WRK-CLI-MULTAS
               END-IF
               IF NOT EMPRESTIMO-ESTORNADO
                  AND WRK-EXT-CLIENTE EQUAL EMP-CLIENTE-DIG
                  AND EMP-DATA-RETIRADA (1:6) EQUAL
                      WRK-DATA-HOJE (1:6)
                   ADD 1 TO WRK-LOC-MES
               END-IF
               PERFORM 3485-LER-PROX-DO-CLIENTE
           END-PERFORM.

      *Procura o acordo de divida Ativo do cliente em
      *WRK-AD-CLIENTE pela chave alternada; devolve WRK-AD-ATIVO
      *com S e o numero em WRK-AD-NUMERO quando ha um
       3143-CLIENTE-EM-ACORDO  SECTION.
           MOVE 'N' TO WRK-AD-ATIVO
           MOVE ZERO TO WRK-AD-NUMERO
           MOVE WRK-AD-CLIENTE TO ACD-CLIENTE
           START ACORDOS KEY IS NOT LESS THAN ACD-CLIENTE
               INVALID KEY
                   MOVE 10 TO ACORDOS-STATUS
           END-START
           IF ACORDOS-STATUS EQUAL 0
               READ ACORDOS NEXT RECORD
               PERFORM UNTIL ACORDOS-STATUS NOT EQUAL 0
                  OR ACD-CLIENTE NOT EQUAL WRK-AD-CLIENTE
                   IF ACD-CABECALHO AND ACORDO-ATIVO
                       MOVE 'S' TO WRK-AD-ATIVO
                       MOVE ACD-NUMERO TO WRK-AD-NUMERO
                   END-IF
                   READ ACORDOS NEXT RECORD
               END-PERFORM
           END-IF.

      *Le o proximo codigo do carrinho (zero encerra), valida o
      *filme, separa uma copia disponivel ainda nao usada pelo
      *proprio carrinho e guarda o item com o preco ja calculado
       3110-ADICIONA-ITEM  SECTION.
           MOVE ZERO TO EMP-CODFILME-DIG
           MOVE SPACES TO WRK-COD-BARRAS
           DISPLAY "Codigo: " AT LINE 8 COLUMN 35 ERASE EOL
           ACCEPT WRK-COD-BARRAS AT LINE 8 COLUMN 45

           IF WRK-COD-BARRAS EQUAL SPACES
              OR WRK-COD-BARRAS EQUAL '0'
              OR WRK-COD-BARRAS EQUAL '00000'
               MOVE 'S' TO WRK-FIM-CARRINHO
           ELSE
               PERFORM 3172-VALIDA-COD-BARRAS
               IF WRK-COD-OK EQUAL 'N'
                   CONTINUE
               ELSE
               MOVE WRK-COD-VALIDADO TO EMP-CODFILME-DIG
               MOVE EMP-CODFILME-DIG TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE 'Filme nao cadastrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
      *                Fora da janela de direitos o titulo nao sai
                       MOVE CODFILME TO WRK-JAN-CODFILME
                       PERFORM 9614-SITUACAO-JANELA
                       IF FILME-INATIVO
                           MOVE 'Filme esta inativo' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       ELSE
                       IF NOT WRK-JAN-LIBERADO
                           MOVE WRK-JAN-MENSAGEM TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       ELSE
                       PERFORM 3118-VERIFICA-CLASSIFICACAO
                       IF WRK-CLAS-OK EQUAL 'N'
                           CONTINUE
                       ELSE
                           PERFORM 3175-LOCALIZA-EXEMPLAR-DISPONIVEL
                           IF WRK-EX-ACHOU = ZERO
                               MOVE 'Nenhum exemplar disponivel'
                                   TO WRK-ERRO
                               DISPLAY TELA-ERRO ERASE EOL
                           ELSE
      *                        Equipamento so sai com a caucao
                               PERFORM 3696-CAUCAO-EQUIPAMENTO
                           END-IF
                           IF WRK-EX-ACHOU = ZERO
                              OR WRK-EQP-OK EQUAL 'N'
                               CONTINUE
                           ELSE
                               PERFORM 3180-CALCULA-PRECO-FINAL
                               PERFORM 3113-DIAS-E-TARIFA
                               ADD 1 TO WRK-QTD-ITENS
                               MOVE WRK-EQP-CAUCAO-ITEM TO
                                   WRK-ITEM-CAUCAO (WRK-QTD-ITENS)
                               MOVE WRK-DIAS-ESCOLHIDOS TO
                                   WRK-ITEM-DIAS (WRK-QTD-ITENS)
                               MOVE CATEGORIA-LANCAMENTO TO
                                   WRK-ITEM-CATLANC (WRK-QTD-ITENS)
                               MOVE ZERO TO
                                   WRK-ITEM-NUMEMP (WRK-QTD-ITENS)
                               MOVE EMP-CODFILME-DIG TO
                                   WRK-ITEM-CODFILME (WRK-QTD-ITENS)
                               MOVE WRK-EX-ACHOU TO
                                   WRK-ITEM-EXEMPLAR (WRK-QTD-ITENS)
                               MOVE TITULO TO
                                   WRK-ITEM-TITULO (WRK-QTD-ITENS)
                               MOVE MOEDA TO
                                   WRK-ITEM-MOEDA (WRK-QTD-ITENS)
                               MOVE FORMATO-MIDIA TO
                                   WRK-ITEM-FORMATO (WRK-QTD-ITENS)
                               MOVE GENERO TO
                                   WRK-ITEM-GENERO (WRK-QTD-ITENS)
                               MOVE WRK-PP-ITEM-NUM TO
                                   WRK-ITEM-PREPAGO (WRK-QTD-ITENS)
                               MOVE WRK-PRECO-FINAL TO
                                   WRK-ITEM-PRECO (WRK-QTD-ITENS)
                               MOVE WRK-PRECO-BASE TO
                                   WRK-ITEM-BRL (WRK-QTD-ITENS)
                               MOVE WRK-PT-ITEM TO
                                   WRK-ITEM-PONTOS (WRK-QTD-ITENS)
                               COMPUTE WRK-ITEM-IMPOSTO-BRL
                                   (WRK-QTD-ITENS) ROUNDED =
                                   WRK-PRECO-IMPOSTO * WRK-TAXA-ACHOU
                               ADD WRK-ITEM-BRL (WRK-QTD-ITENS)
                                   TO WRK-TOTAL-BRL
                               ADD WRK-ITEM-IMPOSTO-BRL (WRK-QTD-ITENS)
                                   TO WRK-TOTAL-IMPOSTO

                               COMPUTE WRK-DESCONTO-BRL ROUNDED =
                                   (WRK-DESCONTO + WRK-DESCONTO-PLANO
                                    + WRK-CPN-DESC-ITEM
                                    + WRK-PP-DESC-ITEM)
                                   * WRK-TAXA-ACHOU
                               ADD WRK-DESCONTO-BRL
                                   TO WRK-TOTAL-DESCONTO

                               COMPUTE WRK-CONTADOR-LINHA =
                                   8 + WRK-QTD-ITENS
                               DISPLAY WRK-ITEM-TITULO (WRK-QTD-ITENS)
                               AT LINE WRK-CONTADOR-LINHA COLUMN 35
                               ERASE EOL
                               DISPLAY WRK-ITEM-BRL (WRK-QTD-ITENS)
                               AT LINE WRK-CONTADOR-LINHA COLUMN 70
                               IF WRK-DESCONTO > 0
                                  OR WRK-DESCONTO-PLANO > 0
                                  OR WRK-CPN-DESC-ITEM > 0
                                  OR WRK-PP-DESC-ITEM > 0
                                   DISPLAY "Desc:"
                                   AT LINE WRK-CONTADOR-LINHA
                                   COLUMN 82
                                   DISPLAY WRK-DESCONTO-BRL
                                   AT LINE WRK-CONTADOR-LINHA
                                   COLUMN 88
                               END-IF

      *                        Protecao contra dano do item, pelo
      *                        preco do formato da midia
                               PERFORM 9684-OFERECE-PROTECAO
                           END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ
               END-IF
           END-IF.

      *Pergunta quantos dias o cliente quer ficar com o titulo e
      *ajusta o preco pela tarifa da categoria: alem do prazo base
      *cada dia paga a diaria extra, e a partir de sete dias a
      *tarifa semanal fechada entra quando sair mais barata; zero
      *(so enter) fica no prazo padrao sem acrescimo
       3113-DIAS-E-TARIFA  SECTION.
           PERFORM 3163-CATEGORIA-TERMOS
           PERFORM 3160-BUSCA-TERMOS
           MOVE WRK-PRECO-FINAL TO WRK-PRECO-ANTES

           MOVE ZERO TO WRK-DIAS-ESCOLHIDOS
      *    Na entrega em domicilio (3966) o prazo vai ate a data de
      *    coleta do pedido e nao e perguntado
           IF WRK-ENT-DIAS > ZERO
               MOVE WRK-ENT-DIAS TO WRK-DIAS-ESCOLHIDOS
           ELSE
               DISPLAY "Dias (0=padrao): " AT LINE 8 COLUMN 55
               ACCEPT WRK-DIAS-ESCOLHIDOS AT LINE 8 COLUMN 72
           END-IF

           IF WRK-DIAS-ESCOLHIDOS EQUAL ZERO
               MOVE WRK-PRAZO-DIAS TO WRK-DIAS-ESCOLHIDOS
           END-IF

           MOVE ZERO TO WRK-EXTRA-VALOR
           IF WRK-DIAS-ESCOLHIDOS > WRK-PRAZO-DIAS
              AND WRK-EXTRA-DIA > ZERO
               COMPUTE WRK-EXTRA-VALOR =
                   (WRK-DIAS-ESCOLHIDOS - WRK-PRAZO-DIAS)
                   * WRK-EXTRA-DIA
           END-IF

           IF WRK-DIAS-ESCOLHIDOS NOT LESS THAN 7
              AND WRK-TARIFA-SEMANA > ZERO
              AND WRK-TARIFA-SEMANA <
                  (WRK-PRECO-FINAL + WRK-EXTRA-VALOR)
      *        Semana fechada mais o que passar de sete dias
               MOVE WRK-TARIFA-SEMANA TO WRK-PRECO-FINAL
               IF WRK-DIAS-ESCOLHIDOS > 7
                  AND WRK-EXTRA-DIA > ZERO
                   COMPUTE WRK-PRECO-FINAL =
                       WRK-PRECO-FINAL +
                       ((WRK-DIAS-ESCOLHIDOS - 7) * WRK-EXTRA-DIA)
               END-IF
      *        Os pontos ja resgatados no item (3196) continuam
      *        abatidos da tarifa semanal
               IF WRK-PT-DESC-ITEM > ZERO
                   IF WRK-PT-DESC-ITEM > WRK-PRECO-FINAL
                       MOVE WRK-PRECO-FINAL TO WRK-PT-DESC-ITEM
                       SUBTRACT WRK-PT-ITEM FROM WRK-PT-USADOS
                       PERFORM 3197-PONTOS-DO-ABATIMENTO
                       ADD WRK-PT-ITEM TO WRK-PT-USADOS
                   END-IF
                   SUBTRACT WRK-PT-DESC-ITEM FROM WRK-PRECO-FINAL
               END-IF
      *        e o cupom de desconto do item (3184) tambem
               IF WRK-CPN-DESC-ITEM > ZERO
                   IF WRK-CPN-DESC-ITEM > WRK-PRECO-FINAL
                       MOVE WRK-PRECO-FINAL TO WRK-CPN-DESC-ITEM
                   END-IF
                   SUBTRACT WRK-CPN-DESC-ITEM FROM WRK-PRECO-FINAL
               END-IF
           ELSE
               ADD WRK-EXTRA-VALOR TO WRK-PRECO-FINAL
           END-IF

      *    Tarifa mexeu no preco: o imposto embutido acompanha o
      *    valor ajustado, senao o recibo (e o fiscal) carregaria
      *    o imposto do periodo base
           IF WRK-PRECO-FINAL NOT EQUAL WRK-PRECO-ANTES
               IF WRK-PERCENTUAL-ACHOU > ZERO
                   COMPUTE WRK-PRECO-IMPOSTO ROUNDED =
                       WRK-PRECO-FINAL * WRK-PERCENTUAL-ACHOU
                       / (100 + WRK-PERCENTUAL-ACHOU)
               ELSE
                   MOVE ZERO TO WRK-PRECO-IMPOSTO
               END-IF
           END-IF

      *    Reconverte para BRL depois do ajuste de tarifa
           COMPUTE WRK-PRECO-BASE ROUNDED =
               WRK-PRECO-FINAL * WRK-TAXA-ACHOU.

      *Confere a classificacao indicativa do filme corrente contra
      *a idade do cliente do carrinho: titulo numerico (10-18) com
      *cliente mais novo so passa com liberacao de supervisor, e a
      *liberacao (com o motivo) vai para a trilha de auditoria;
      *sem data de nascimento cadastrada o titulo tambem trava
       3118-VERIFICA-CLASSIFICACAO  SECTION.
           MOVE 'S' TO WRK-CLAS-OK
           IF CLASSIFICACAO-INDICATIVA EQUAL 'LI'
              OR CLASSIFICACAO-INDICATIVA EQUAL SPACES
              OR CLASSIFICACAO-INDICATIVA NOT NUMERIC
               CONTINUE
           ELSE
               MOVE CLASSIFICACAO-INDICATIVA TO WRK-CLAS-MIN
               MOVE 0 TO WRK-CLI-IDADE
               IF WRK-CLI-NASC > ZERO
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-DATA-HOJE TO WRK-CORTE-CALC
                   MOVE WRK-CLI-NASC TO WRK-DATA-CALC
                   COMPUTE WRK-CLI-IDADE =
                       WRK-CORTE-ANO - WRK-DC-ANO
                   IF WRK-DATA-HOJE (5:4) < WRK-CLI-NASC (5:4)
                      AND WRK-CLI-IDADE > 0
                       SUBTRACT 1 FROM WRK-CLI-IDADE
                   END-IF
               END-IF

               IF WRK-CLI-IDADE < WRK-CLAS-MIN
                   MOVE 'Cliente abaixo da classificacao'
                       TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'N'
                       MOVE 'N' TO WRK-CLAS-OK
                   ELSE
                       DISPLAY "Liberar o titulo? (S/N): "
                       AT LINE 18 COLUMN 35
                       ACCEPT WRK-ESCOLHA AT LINE 18 COLUMN 61
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           MOVE SPACES TO WRK-CLAS-MOTIVO
                           PERFORM UNTIL WRK-CLAS-MOTIVO
                               NOT EQUAL SPACES
                               DISPLAY "Motivo da liberacao: "
                               AT LINE 19 COLUMN 35
                               ACCEPT WRK-CLAS-MOTIVO
                               AT LINE 19 COLUMN 57
                           END-PERFORM
                           MOVE 'CLASSIF' TO WRK-AUD-OPERACAO
                           MOVE WRK-CLAS-MOTIVO TO WRK-AUD-DETALHE
                           PERFORM 5190-GRAVA-AUDITORIA
                       ELSE
                           MOVE 'N' TO WRK-CLAS-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Oferece o vale-presente como forma de pagamento do
      *carrinho: confere o saldo do cartao informado e reserva o
      *abatimento (saldo ate o limite do total); o movimento de
      *Resgate so e gravado quando o carrinho e confirmado (3120)
       3115-APLICA-VALE  SECTION.
           MOVE ZERO TO WRK-VALE-CARTAO
           MOVE ZERO TO WRK-VALE-USADO

           DISPLAY "Vale-presente (0 = nenhum): " AT 2035
           ACCEPT WRK-VALE-CARTAO AT 2064

           IF WRK-VALE-CARTAO NOT EQUAL ZERO
               PERFORM 3492-SALDO-VALE
               IF WRK-VALE-SALDO NOT GREATER THAN ZERO
                   MOVE 'Vale sem saldo' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE ZERO TO WRK-VALE-CARTAO
               ELSE
                   IF WRK-VALE-SALDO > WRK-TOTAL-BRL
                       MOVE WRK-TOTAL-BRL TO WRK-VALE-USADO
                   ELSE
                       MOVE WRK-VALE-SALDO TO WRK-VALE-USADO
                   END-IF
                   DISPLAY "Abatido do vale: " AT 2135
                   DISPLAY WRK-VALE-USADO AT 2153
               END-IF
           END-IF.

      *Oferece o saldo de pontos de fidelidade do cliente do
      *carrinho antes da leitura dos itens: aceito o resgate, o
      *3180 abate os pontos item a item ate o saldo acabar
       3116-OFERECE-PONTOS  SECTION.
           MOVE 'N' TO WRK-PT-RESGATE
           MOVE ZERO TO WRK-PT-DISPONIVEL
           MOVE EMP-CLIENTE-DIG TO WRK-PT-CLIENTE
           MOVE ZERO TO WRK-PT-DOC-BUSCA
           MOVE ZERO TO WRK-PT-EMP-BUSCA
           PERFORM 3147-SALDO-PONTOS

           IF WRK-PT-SALDO > ZERO
              AND WRK-VALOR-PONTO > ZERO
               MOVE WRK-PT-SALDO TO WRK-PT-SALDO-ED
               DISPLAY "Pontos:" AT LINE 6 COLUMN 35
               DISPLAY WRK-PT-SALDO-ED AT LINE 6 COLUMN 43
               DISPLAY "Resgatar? (S/N): " AT LINE 6 COLUMN 53
               ACCEPT WRK-ESCOLHA AT LINE 6 COLUMN 70
               IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                   MOVE 'S' TO WRK-PT-RESGATE
                   MOVE WRK-PT-SALDO TO WRK-PT-DISPONIVEL
               END-IF
               DISPLAY " " AT LINE 6 COLUMN 35 ERASE EOL
           END-IF.

      *Grava um movimento de Resgate por item do carrinho
      *confirmado que abateu pontos, apontando o recibo e o
      *emprestimo do item (o estorno do item devolve so os dele)
       3117-GRAVA-RESGATE-PONTOS  SECTION.
           MOVE EMP-CLIENTE-DIG TO WRK-PT-CLIENTE
           MOVE 'R' TO WRK-PT-TIPO
           MOVE WRK-PROX-PAGAMENTO TO WRK-PT-DOC
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
               UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
               IF WRK-ITEM-PONTOS (WRK-IDX-ITEM) > ZERO
                  AND WRK-ITEM-NUMEMP (WRK-IDX-ITEM) > ZERO
                   MOVE WRK-ITEM-PONTOS (WRK-IDX-ITEM) TO WRK-PT-QTD
                   MOVE WRK-ITEM-NUMEMP (WRK-IDX-ITEM)
                       TO WRK-PT-EMPRESTIMO
                   PERFORM 3148-LANCA-PONTOS
               END-IF
           END-PERFORM.

      *Grava os emprestimos do carrinho sob um unico numero de
      *recibo: reserva o proximo numero em CTLPAG, gera um
      *NUM-EMPRESTIMO por item com a mesma data prevista, marca
      *cada exemplar como Emprestado e registra o pagamento do
      *total em BRL ao final
       3120-CONFIRMA-CARRINHO  SECTION.
      *    Pacotes de locacao olham o carrinho inteiro e rateiam o
      *    desconto pelos itens antes de gravar os emprestimos
           PERFORM 3122-APLICA-PACOTE
           PERFORM 2050-RESERVA-NUM-PAGAMENTO

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZERO TO WRK-DATA-PREV-CUPOM

      *    Cliente com conta da casa pode lancar o carrinho no
      *    razao em vez de pagar na gaveta (ver CONTACLI)
           MOVE 'N' TO WRK-CONTA-ESCOLHA
           MOVE EMP-CLIENTE-DIG TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLIENTE-CONTA-CASA
                       DISPLAY "Lancar na conta da casa? (S/N): "
                       AT 2335
                       ACCEPT WRK-CONTA-ESCOLHA AT 2368
                   END-IF
           END-READ

           MOVE ZERO TO WRK-PRIMEIRO-EMP
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
               UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
               PERFORM 3125-GRAVA-ITEM-CARRINHO
           END-PERFORM

           IF WRK-CONTA-ESCOLHA = 'S' OR WRK-CONTA-ESCOLHA = 's'
      *        O debito vai para o razao da conta; o numero do
      *        cupom ja foi consumido na reserva (2050), entao o
      *        recibo da fatura nao colide com os cupons do balcao
               MOVE EMP-CLIENTE-DIG TO WRK-FAT-CLIENTE
               MOVE 'D' TO WRK-CC-TIPO
               MOVE WRK-TOTAL-BRL TO WRK-CC-VALOR
               MOVE WRK-PROX-PAGAMENTO TO WRK-CC-DOC
               PERFORM 3145-LANCA-CONTA
               DISPLAY "Lancado na conta da casa" AT 2135
           ELSE
               MOVE SPACE TO WRK-TEF-MODO
               MOVE ZERO TO WRK-NFE-NUMERO
               PERFORM 3190-GRAVA-PAGAMENTO
               IF WRK-VALE-USADO > ZERO
                   PERFORM 3135-RESGATA-VALE
               END-IF
           END-IF
           IF WRK-PT-USADOS > ZERO
               PERFORM 3117-GRAVA-RESGATE-PONTOS
           END-IF
           IF WRK-CPN-ATIVO EQUAL 'S'
              AND WRK-CPN-TOTAL-BRL > ZERO
               PERFORM 3121-RESGATA-CUPOM
           END-IF
           PERFORM 3130-IMPRIME-CUPOM
           PERFORM 3198-ATUALIZA-DISPONIBILIDADE

           DISPLAY "Itens gravados: " AT 1635
           DISPLAY WRK-QTD-ITENS AT 1652
           DISPLAY "Primeira devolucao: " AT 1735
           DISPLAY WRK-DATA-PREV-CUPOM AT 1756
           DISPLAY "Recibo numero: " AT 1835
           DISPLAY WRK-PROX-PAGAMENTO AT 1851.

      *Escolhe, entre as regras de pacote vigentes hoje (data e
      *dia da semana), a que da o maior desconto ao carrinho e
      *rateia esse desconto pelos itens alcancados: o valor e o
      *imposto de cada item ja saem reduzidos para os emprestimos
      *(EMP-VALOR-COBRADO), o estorno e o fiscal; a parte de cada
      *item fica em WRK-ITEM-PACOTE para o cupom (3130)
       3122-APLICA-PACOTE  SECTION.
           MOVE ZERO TO WRK-PAC-TOTAL
           MOVE ZERO TO WRK-PAC-NUMERO
           MOVE SPACES TO WRK-PAC-DESCRICAO
           PERFORM VARYING WRK-PAC-IDX FROM 1 BY 1
               UNTIL WRK-PAC-IDX > 10
               MOVE ZERO TO WRK-ITEM-PACOTE (WRK-PAC-IDX)
           END-PERFORM
           IF WRK-QTD-ITENS < 2
               GO TO 3122-APLICA-PACOTE-FIM
           END-IF

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           PERFORM 3185-DIA-DA-SEMANA

           MOVE ZERO TO PAC-NUMERO
           START PACOTES KEY IS NOT LESS THAN PAC-NUMERO
               INVALID KEY
                   MOVE 10 TO PACOTES-STATUS
           END-START
           IF PACOTES-STATUS EQUAL 0
               READ PACOTES NEXT RECORD
               PERFORM UNTIL PACOTES-STATUS NOT EQUAL 0
                   IF WRK-DATA-HOJE NOT LESS THAN PAC-DATA-INICIO
                      AND WRK-DATA-HOJE NOT GREATER THAN PAC-DATA-FIM
                      AND (PAC-DIAS EQUAL SPACES
                       OR PAC-DIAS (WRK-DIA-SEMANA:1) EQUAL 'S')
                       PERFORM 3123-AVALIA-PACOTE
                       IF WRK-PAC-CAND-TOTAL > WRK-PAC-TOTAL
                           MOVE WRK-PAC-CAND-TOTAL TO WRK-PAC-TOTAL
                           MOVE PAC-NUMERO TO WRK-PAC-NUMERO
                           MOVE PAC-DESCRICAO TO WRK-PAC-DESCRICAO
                           PERFORM VARYING WRK-PAC-IDX FROM 1 BY 1
                               UNTIL WRK-PAC-IDX > 10
                               MOVE WRK-PAC-CAND-DESC (WRK-PAC-IDX)
                                   TO WRK-ITEM-PACOTE (WRK-PAC-IDX)
                           END-PERFORM
                       END-IF
                   END-IF
                   READ PACOTES NEXT RECORD
               END-PERFORM
           END-IF
           IF WRK-PAC-TOTAL NOT EQUAL ZERO
      *        O imposto embutido de cada item cai na mesma proporcao
      *        do valor
               MOVE ZERO TO WRK-TOTAL-IMPOSTO
               PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
                   IF WRK-ITEM-PACOTE (WRK-IDX-ITEM) > ZERO
                       MOVE WRK-ITEM-BRL (WRK-IDX-ITEM)
                           TO WRK-PAC-BRL-ANTES
                       SUBTRACT WRK-ITEM-PACOTE (WRK-IDX-ITEM)
                           FROM WRK-ITEM-BRL (WRK-IDX-ITEM)
                       COMPUTE WRK-ITEM-IMPOSTO-BRL (WRK-IDX-ITEM)
                           ROUNDED = WRK-ITEM-IMPOSTO-BRL (WRK-IDX-ITEM)
                           * WRK-ITEM-BRL (WRK-IDX-ITEM)
                           / WRK-PAC-BRL-ANTES
                   END-IF
                   ADD WRK-ITEM-IMPOSTO-BRL (WRK-IDX-ITEM)
                       TO WRK-TOTAL-IMPOSTO
      *            A protecao contra dano fica fora do pacote
                   ADD WRK-ITEM-PROT-IMP (WRK-IDX-ITEM)
                       TO WRK-TOTAL-IMPOSTO
               END-PERFORM
               SUBTRACT WRK-PAC-TOTAL FROM WRK-TOTAL-BRL
               ADD WRK-PAC-TOTAL TO WRK-TOTAL-DESCONTO

      *        O vale escolhido antes da confirmacao nao passa do
      *        novo total
               IF WRK-VALE-USADO > WRK-TOTAL-BRL
                   MOVE WRK-TOTAL-BRL TO WRK-VALE-USADO
               END-IF

               DISPLAY "Pacote: " AT LINE 15 COLUMN 35 ERASE EOL
               DISPLAY WRK-PAC-DESCRICAO AT LINE 15 COLUMN 43
               DISPLAY WRK-PAC-TOTAL AT LINE 15 COLUMN 65
               DISPLAY WRK-TOTAL-BRL AT 1960
           END-IF.

       3122-APLICA-PACOTE-FIM.
           CONTINUE.

      *Calcula o desconto que a regra corrente de PACOTES daria
      *ao carrinho: os itens alcancados vao em ordem decrescente
      *de valor e formam grupos de PAC-QTD itens (o que sobra fica
      *fora do pacote); o desconto de cada grupo e rateado pelos
      *itens dele em WRK-PAC-CAND-DESC
       3123-AVALIA-PACOTE  SECTION.
           MOVE ZERO TO WRK-PAC-CAND-TOTAL
           PERFORM VARYING WRK-PAC-IDX FROM 1 BY 1
               UNTIL WRK-PAC-IDX > 10
               MOVE ZERO TO WRK-PAC-CAND-DESC (WRK-PAC-IDX)
           END-PERFORM
           IF PAC-QTD < 2
              OR (PACOTE-ITEM-GRATIS
                  AND (PAC-QTD-GRATIS EQUAL ZERO
                   OR PAC-QTD-GRATIS NOT LESS THAN PAC-QTD))
              OR (NOT PACOTE-ITEM-GRATIS AND NOT PACOTE-PRECO-FECHADO)
               GO TO 3123-AVALIA-PACOTE-FIM
           END-IF

           MOVE ZERO TO WRK-PAC-QTD-QUAL
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
               UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
               PERFORM 3124-ITEM-NO-PACOTE
               IF WRK-PAC-CASA EQUAL 'S'
                   ADD 1 TO WRK-PAC-QTD-QUAL
                   MOVE WRK-IDX-ITEM TO WRK-PAC-ITEM (WRK-PAC-QTD-QUAL)
               END-IF
           END-PERFORM
           DIVIDE WRK-PAC-QTD-QUAL BY PAC-QTD GIVING WRK-PAC-GRUPOS
           IF WRK-PAC-GRUPOS NOT EQUAL ZERO
      *        Ordena os itens alcancados do mais caro para o mais
      *        barato (no maximo dez, troca simples)
               PERFORM VARYING WRK-PAC-POS FROM 1 BY 1
                   UNTIL WRK-PAC-POS NOT LESS THAN WRK-PAC-QTD-QUAL
                   COMPUTE WRK-PAC-POS2 = WRK-PAC-POS + 1
                   PERFORM UNTIL WRK-PAC-POS2 > WRK-PAC-QTD-QUAL
                       MOVE WRK-PAC-ITEM (WRK-PAC-POS) TO WRK-PAC-PRIM
                       MOVE WRK-PAC-ITEM (WRK-PAC-POS2) TO WRK-PAC-ULT
                       IF WRK-ITEM-BRL (WRK-PAC-ULT) >
                          WRK-ITEM-BRL (WRK-PAC-PRIM)
                           MOVE WRK-PAC-ULT
                               TO WRK-PAC-ITEM (WRK-PAC-POS)
                           MOVE WRK-PAC-PRIM
                               TO WRK-PAC-ITEM (WRK-PAC-POS2)
                       END-IF
                       ADD 1 TO WRK-PAC-POS2
                   END-PERFORM
               END-PERFORM

               PERFORM VARYING WRK-PAC-GRUPO FROM 1 BY 1
                   UNTIL WRK-PAC-GRUPO > WRK-PAC-GRUPOS
                   PERFORM 3126-RATEIA-GRUPO
               END-PERFORM
           END-IF.

       3123-AVALIA-PACOTE-FIM.
           CONTINUE.

      *Confere se o item WRK-IDX-ITEM do carrinho esta no alcance
      *da regra corrente de PACOTES (WRK-PAC-CASA = S)
       3124-ITEM-NO-PACOTE  SECTION.
           MOVE 'N' TO WRK-PAC-CASA
           EVALUATE TRUE
               WHEN PACOTE-TODOS
                   MOVE 'S' TO WRK-PAC-CASA
               WHEN PACOTE-POR-GENERO
                AND PAC-VALOR-ESCOPO (1:8) EQUAL
                    WRK-ITEM-GENERO (WRK-IDX-ITEM)
                   MOVE 'S' TO WRK-PAC-CASA
               WHEN PACOTE-POR-CATEGORIA
                AND PAC-VALOR-ESCOPO (1:1) EQUAL
                    WRK-ITEM-CATLANC (WRK-IDX-ITEM)
                   MOVE 'S' TO WRK-PAC-CASA
               WHEN PACOTE-POR-FORMATO
                AND PAC-VALOR-ESCOPO EQUAL
                    WRK-ITEM-FORMATO (WRK-IDX-ITEM)
                   MOVE 'S' TO WRK-PAC-CASA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *Desconto de um grupo do pacote (WRK-PAC-GRUPO): item gratis
      *tira o valor dos ultimos (mais baratos) do grupo, preco
      *fechado tira o que passar de PAC-PRECO; o rateio e
      *proporcional ao valor de cada item, truncado, e a sobra
      *dos centavos fica com o primeiro (mais caro) do grupo
       3126-RATEIA-GRUPO  SECTION.
           COMPUTE WRK-PAC-PRIM = (WRK-PAC-GRUPO - 1) * PAC-QTD + 1
           COMPUTE WRK-PAC-ULT = WRK-PAC-GRUPO * PAC-QTD

           MOVE ZERO TO WRK-PAC-SOMA-GRUPO
           PERFORM VARYING WRK-PAC-POS FROM WRK-PAC-PRIM BY 1
               UNTIL WRK-PAC-POS > WRK-PAC-ULT
               MOVE WRK-PAC-ITEM (WRK-PAC-POS) TO WRK-PAC-IDX
               ADD WRK-ITEM-BRL (WRK-PAC-IDX) TO WRK-PAC-SOMA-GRUPO
           END-PERFORM

           MOVE ZERO TO WRK-PAC-DESC-GRUPO
           IF PACOTE-ITEM-GRATIS
               COMPUTE WRK-PAC-POS =
                   WRK-PAC-ULT - PAC-QTD-GRATIS + 1
               PERFORM UNTIL WRK-PAC-POS > WRK-PAC-ULT
                   MOVE WRK-PAC-ITEM (WRK-PAC-POS) TO WRK-PAC-IDX
                   ADD WRK-ITEM-BRL (WRK-PAC-IDX)
                       TO WRK-PAC-DESC-GRUPO
                   ADD 1 TO WRK-PAC-POS
               END-PERFORM
           ELSE
               IF WRK-PAC-SOMA-GRUPO > PAC-PRECO
                   COMPUTE WRK-PAC-DESC-GRUPO =
                       WRK-PAC-SOMA-GRUPO - PAC-PRECO
               END-IF
           END-IF
           IF WRK-PAC-DESC-GRUPO EQUAL ZERO
              OR WRK-PAC-SOMA-GRUPO EQUAL ZERO
               GO TO 3126-RATEIA-GRUPO-FIM
           END-IF

           MOVE ZERO TO WRK-PAC-RATEADO
           COMPUTE WRK-PAC-POS = WRK-PAC-PRIM + 1
           PERFORM UNTIL WRK-PAC-POS > WRK-PAC-ULT
               MOVE WRK-PAC-ITEM (WRK-PAC-POS) TO WRK-PAC-IDX
               COMPUTE WRK-PAC-CAND-DESC (WRK-PAC-IDX) =
                   WRK-PAC-DESC-GRUPO * WRK-ITEM-BRL (WRK-PAC-IDX)
                   / WRK-PAC-SOMA-GRUPO
               ADD WRK-PAC-CAND-DESC (WRK-PAC-IDX) TO WRK-PAC-RATEADO
               ADD 1 TO WRK-PAC-POS
           END-PERFORM
           MOVE WRK-PAC-ITEM (WRK-PAC-PRIM) TO WRK-PAC-IDX
           COMPUTE WRK-PAC-CAND-DESC (WRK-PAC-IDX) =
               WRK-PAC-DESC-GRUPO - WRK-PAC-RATEADO
           ADD WRK-PAC-DESC-GRUPO TO WRK-PAC-CAND-TOTAL.

       3126-RATEIA-GRUPO-FIM.
           CONTINUE.

      *Procura o pacote pre-pago da familia do cliente do carrinho
      *(titular apurado em 3140) com saldo e dentro da validade;
      *havendo mais de um, usa o que vence primeiro. As locacoes
      *do pacote entram no lugar do preco (3128) ate o saldo lido
      *aqui acabar; o resto do carrinho e pago no balcao
       3127-LOCALIZA-PREPAGO  SECTION.
           MOVE 'N' TO WRK-PP-ATIVO
           MOVE ZERO TO WRK-PP-NUMERO
           MOVE ZERO TO WRK-PP-SALDO
           MOVE ZERO TO WRK-PP-USADOS
           MOVE ZERO TO WRK-PP-VALIDADE
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           MOVE WRK-FAM-TITULAR TO PP-TITULAR
           START PREPAGO KEY IS NOT LESS THAN PP-TITULAR
               INVALID KEY
                   MOVE 10 TO PREPAGO-STATUS
           END-START
           IF PREPAGO-STATUS EQUAL 0
               READ PREPAGO NEXT RECORD
               PERFORM UNTIL PREPAGO-STATUS NOT EQUAL 0
                  OR PP-TITULAR NOT EQUAL WRK-FAM-TITULAR
                   IF PP-SALDO > ZERO
                      AND PP-VALIDADE NOT LESS THAN WRK-DATA-HOJE
                       IF WRK-PP-ATIVO EQUAL 'N'
                          OR PP-VALIDADE < WRK-PP-VALIDADE
                           MOVE 'S' TO WRK-PP-ATIVO
                           MOVE PP-NUMERO TO WRK-PP-NUMERO
                           MOVE PP-SALDO TO WRK-PP-SALDO
                           MOVE PP-VALIDADE TO WRK-PP-VALIDADE
                       END-IF
                   END-IF
                   READ PREPAGO NEXT RECORD
               END-PERFORM
           END-IF

           IF WRK-PP-ATIVO EQUAL 'S'
               DISPLAY "Pre-pago" AT LINE 5 COLUMN 75
               DISPLAY WRK-PP-NUMERO AT LINE 5 COLUMN 84
               DISPLAY "saldo" AT LINE 5 COLUMN 91
               DISPLAY WRK-PP-SALDO AT LINE 5 COLUMN 97
           END-IF.

      *Locacao coberta pelo pacote pre-pago da familia: o preco do
      *item (com imposto, promocao e plano) vira desconto, como a
      *locacao inclusa do plano, e o item guarda o numero do
      *pacote; o saldo so baixa na confirmacao do carrinho (3129)
       3128-CONSOME-PREPAGO  SECTION.
           MOVE ZERO TO WRK-PP-DESC-ITEM
           MOVE ZERO TO WRK-PP-ITEM-NUM
           IF WRK-PP-ATIVO EQUAL 'S'
              AND WRK-PRECO-FINAL > ZERO
              AND WRK-PP-USADOS < WRK-PP-SALDO
               MOVE WRK-PRECO-FINAL TO WRK-PP-DESC-ITEM
               MOVE 0 TO WRK-PRECO-FINAL
               MOVE 0 TO WRK-PRECO-IMPOSTO
               ADD 1 TO WRK-PP-USADOS
               MOVE WRK-PP-NUMERO TO WRK-PP-ITEM-NUM
           END-IF.

      *Baixa uma locacao do saldo do pacote pre-pago pelo item
      *gravado; o pacote e relido porque outro balcao da mesma
      *familia pode te-lo usado enquanto este carrinho estava
      *aberto (o item ja saiu sem custo e fica com o pacote)
       3129-BAIXA-PREPAGO  SECTION.
           MOVE EMP-NUM-PREPAGO TO PP-NUMERO
           READ PREPAGO
               INVALID KEY
                   MOVE 'Pacote pre-pago nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   IF PP-SALDO > ZERO
                       SUBTRACT 1 FROM PP-SALDO
                   END-IF
                   REWRITE PREPAGO-REG
           END-READ.

      *Marca o cupom de desconto do carrinho confirmado como
      *resgatado no recibo, com a data e o desconto concedido;
      *o cupom e relido porque outro balcao pode ter usado o
      *mesmo codigo enquanto este carrinho estava aberto
       3121-RESGATA-CUPOM  SECTION.
           MOVE WRK-CPN-CODIGO TO CPN-CODIGO
           READ CUPONS
               INVALID KEY
                   MOVE 'Cupom nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   GO TO 3121-RESGATA-CUPOM-FIM
           END-READ
           IF NOT CUPOM-LIVRE
               MOVE 'Cupom ja utilizado' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE 'R' TO CPN-SITUACAO
               MOVE WRK-PROX-PAGAMENTO TO CPN-NUM-PAGAMENTO
               MOVE WRK-DATA-HOJE TO CPN-DATA-RESGATE
               MOVE WRK-CPN-TOTAL-BRL TO CPN-DESCONTO-BRL
               REWRITE CUPONS-REG
                   INVALID KEY
                       MOVE 'Erro ao gravar o cupom' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE '3121-RESGATA-CUPOM' TO WRK-ERL-PARAGRAFO
                       MOVE 'CUPONS' TO WRK-ERL-ARQUIVO
                       MOVE 'REWRITE' TO WRK-ERL-OPERACAO
                       MOVE CUPONS-STATUS TO WRK-ERL-STATUS
                       MOVE CPN-CODIGO TO WRK-ERL-CHAVE
                       PERFORM 5196-GRAVA-ERRO-ARQUIVO
                   NOT INVALID KEY
                       MOVE ZERO TO CODFILME
                       MOVE 'CUPRESG' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'CUPOM=' DELIMITED BY SIZE
                              CPN-CODIGO DELIMITED BY SIZE
                              ' RECIBO=' DELIMITED BY SIZE
                              CPN-NUM-PAGAMENTO DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA
               END-REWRITE
           END-IF.

       3121-RESGATA-CUPOM-FIM.
           CONTINUE.

      *Grava o movimento de Resgate do vale usado no carrinho
      *confirmado e deixa o rastro na trilha de auditoria
       3135-RESGATA-VALE  SECTION.
           PERFORM 3492-SALDO-VALE
           MOVE WRK-VALE-CARTAO TO VC-CARTAO
           COMPUTE VC-SEQ = WRK-VALE-ULT-SEQ + 1
           MOVE 'R' TO VC-TIPO
           MOVE WRK-VALE-USADO TO VC-VALOR
           MOVE WRK-DATA-HOJE TO VC-DATA
           MOVE WRK-OPERADOR TO VC-OPERADOR
           WRITE VALECRED-REG
               INVALID KEY
                   MOVE 'Erro ao gravar resgate' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE '3135-RESGATA-VALE' TO WRK-ERL-PARAGRAFO
                   MOVE 'VALECRED' TO WRK-ERL-ARQUIVO
                   MOVE 'WRITE' TO WRK-ERL-OPERACAO
                   MOVE VALECRED-STATUS TO WRK-ERL-STATUS
                   MOVE VC-CHAVE TO WRK-ERL-CHAVE
                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
               NOT INVALID KEY
                   MOVE ZERO TO CODFILME
                   MOVE 'VALERESG' TO WRK-AUD-OPERACAO
                   MOVE SPACES TO WRK-AUD-DETALHE
                   STRING 'CARTAO=' DELIMITED BY SIZE
                          WRK-VALE-CARTAO DELIMITED BY SIZE
                          ' VALOR=' DELIMITED BY SIZE
                          WRK-VALE-USADO DELIMITED BY SIZE
                          INTO WRK-AUD-DETALHE
                   END-STRING
                   PERFORM 5190-GRAVA-AUDITORIA
           END-WRITE
           MOVE 'I' TO WRK-JRN-OPER
           PERFORM 5207-JORNAL-VALECRED.

      *Soma os movimentos da conta da casa do cliente em
      *WRK-FAT-CLIENTE: Debitos somam, Creditos abatem; devolve o
      *saldo devedor e a ultima sequencia usada, no mesmo espirito
      *do razao de vales (3492)
       3146-SALDO-CONTA  SECTION.
           MOVE 0 TO WRK-CLI-SALDO-CONTA
           MOVE 0 TO WRK-CC-ULT-SEQ

           MOVE WRK-FAT-CLIENTE TO CC-CLIENTE
           MOVE ZERO TO CC-SEQ
           START CONTACLI KEY IS NOT LESS THAN CC-CHAVE
               INVALID KEY
                   MOVE 10 TO CONTACLI-STATUS
           END-START
           IF CONTACLI-STATUS EQUAL 0
               READ CONTACLI NEXT RECORD
               PERFORM UNTIL CONTACLI-STATUS NOT EQUAL 0
                  OR CC-CLIENTE NOT EQUAL WRK-FAT-CLIENTE
                   IF CONTA-DEBITO
                       ADD CC-VALOR TO WRK-CLI-SALDO-CONTA
                   ELSE
                       SUBTRACT CC-VALOR FROM WRK-CLI-SALDO-CONTA
                   END-IF
                   MOVE CC-SEQ TO WRK-CC-ULT-SEQ
                   READ CONTACLI NEXT RECORD
               END-PERFORM
           END-IF.

      *Grava um movimento no razao da conta da casa do cliente em
      *WRK-FAT-CLIENTE (tipo, valor e documento ja preparados pelo
      *chamador), com rastro na trilha de auditoria
       3145-LANCA-CONTA  SECTION.
           PERFORM 3146-SALDO-CONTA
           MOVE WRK-FAT-CLIENTE TO CC-CLIENTE
           COMPUTE CC-SEQ = WRK-CC-ULT-SEQ + 1
           MOVE WRK-CC-TIPO TO CC-TIPO
           MOVE WRK-CC-VALOR TO CC-VALOR
           MOVE WRK-DATA-HOJE TO CC-DATA
           MOVE WRK-CC-DOC TO CC-DOC
           MOVE WRK-OPERADOR TO CC-OPERADOR
           WRITE CONTACLI-REG
               INVALID KEY
                   MOVE 'Erro ao lancar na conta' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE '3145-LANCA-CONTA' TO WRK-ERL-PARAGRAFO
                   MOVE 'CONTACLI' TO WRK-ERL-ARQUIVO
                   MOVE 'WRITE' TO WRK-ERL-OPERACAO
                   MOVE CONTACLI-STATUS TO WRK-ERL-STATUS
                   MOVE CC-CHAVE TO WRK-ERL-CHAVE
                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
               NOT INVALID KEY
                   MOVE ZERO TO CODFILME
                   MOVE 'CONTALAN' TO WRK-AUD-OPERACAO
                   MOVE SPACES TO WRK-AUD-DETALHE
                   STRING 'CLIENTE=' DELIMITED BY SIZE
                          WRK-FAT-CLIENTE DELIMITED BY SIZE
                          ' TIPO=' DELIMITED BY SIZE
                          WRK-CC-TIPO DELIMITED BY SIZE
                          ' VALOR=' DELIMITED BY SIZE
                          WRK-CC-VALOR DELIMITED BY SIZE
                          INTO WRK-AUD-DETALHE
                   END-STRING
                   PERFORM 5190-GRAVA-AUDITORIA
           END-WRITE.

      *Soma os movimentos de pontos do cliente em WRK-PT-CLIENTE:
      *Ganhos e Devolvidos somam, Resgates, Estornos e eXpirados
      *abatem; devolve o saldo e a ultima sequencia (mesmo
      *espirito do 3146). Com WRK-PT-DOC-BUSCA informado tambem
      *separa o ganho do recibo e o que dele ja foi estornado, e
      *com WRK-PT-EMP-BUSCA o resgate abatido naquele emprestimo
       3147-SALDO-PONTOS  SECTION.
           MOVE 0 TO WRK-PT-SALDO
           MOVE 0 TO WRK-PT-ULT-SEQ
           MOVE 0 TO WRK-PT-GANHO-DOC
           MOVE 0 TO WRK-PT-TIRADO-DOC
           MOVE 0 TO WRK-PT-RESG-EMP

           MOVE WRK-PT-CLIENTE TO PT-CLIENTE
           MOVE ZERO TO PT-SEQ
           START PONTOS KEY IS NOT LESS THAN PT-CHAVE
               INVALID KEY
                   MOVE 10 TO PONTOS-STATUS
           END-START
           IF PONTOS-STATUS EQUAL 0
               READ PONTOS NEXT RECORD
               PERFORM UNTIL PONTOS-STATUS NOT EQUAL 0
                  OR PT-CLIENTE NOT EQUAL WRK-PT-CLIENTE
                   IF PONTOS-GANHO OR PONTOS-DEVOLVIDO
                       ADD PT-QTD TO WRK-PT-SALDO
                   ELSE
                       SUBTRACT PT-QTD FROM WRK-PT-SALDO
                   END-IF
                   IF WRK-PT-DOC-BUSCA > ZERO
                      AND PT-DOC EQUAL WRK-PT-DOC-BUSCA
                       IF PONTOS-GANHO
                           ADD PT-QTD TO WRK-PT-GANHO-DOC
                       END-IF
                       IF PONTOS-ESTORNO
                           ADD PT-QTD TO WRK-PT-TIRADO-DOC
                       END-IF
                   END-IF
                   IF WRK-PT-EMP-BUSCA > ZERO
                      AND PT-EMPRESTIMO EQUAL WRK-PT-EMP-BUSCA
                       IF PONTOS-RESGATE
                           ADD PT-QTD TO WRK-PT-RESG-EMP
                       END-IF
                       IF PONTOS-DEVOLVIDO
                           SUBTRACT PT-QTD FROM WRK-PT-RESG-EMP
                       END-IF
                   END-IF
                   MOVE PT-SEQ TO WRK-PT-ULT-SEQ
                   READ PONTOS NEXT RECORD
               END-PERFORM
           END-IF.

      *Grava um movimento no razao de pontos do cliente em
      *WRK-PT-CLIENTE (tipo, quantidade, recibo e emprestimo ja
      *preparados pelo chamador), com rastro na trilha de
      *auditoria; quantidade zero nao gera movimento
       3148-LANCA-PONTOS  SECTION.
           IF WRK-PT-QTD > ZERO
               MOVE ZERO TO WRK-PT-DOC-BUSCA
               MOVE ZERO TO WRK-PT-EMP-BUSCA
               PERFORM 3147-SALDO-PONTOS
               MOVE WRK-PT-CLIENTE TO PT-CLIENTE
               COMPUTE PT-SEQ = WRK-PT-ULT-SEQ + 1
               MOVE WRK-PT-TIPO TO PT-TIPO
               MOVE WRK-PT-QTD TO PT-QTD
               MOVE WRK-DATA-HOJE TO PT-DATA
               MOVE WRK-PT-DOC TO PT-DOC
               MOVE WRK-PT-EMPRESTIMO TO PT-EMPRESTIMO
               MOVE WRK-OPERADOR TO PT-OPERADOR
               WRITE PONTOS-REG
                   INVALID KEY
                       MOVE 'Erro ao lancar pontos' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE '3148-LANCA-PONTOS' TO WRK-ERL-PARAGRAFO
                       MOVE 'PONTOS' TO WRK-ERL-ARQUIVO
                       MOVE 'WRITE' TO WRK-ERL-OPERACAO
                       MOVE PONTOS-STATUS TO WRK-ERL-STATUS
                       MOVE PT-CHAVE TO WRK-ERL-CHAVE
                       PERFORM 5196-GRAVA-ERRO-ARQUIVO
                   NOT INVALID KEY
                       MOVE ZERO TO CODFILME
                       MOVE 'PONTOS' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'CLIENTE=' DELIMITED BY SIZE
                              WRK-PT-CLIENTE DELIMITED BY SIZE
                              ' TIPO=' DELIMITED BY SIZE
                              WRK-PT-TIPO DELIMITED BY SIZE
                              ' QTD=' DELIMITED BY SIZE
                              WRK-PT-QTD DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA
               END-WRITE
           END-IF.

      *Credita os pontos do recibo recem-gravado em PAGAMENTOS-REG
      *(locacao ou venda de exemplar com cliente identificado):
      *WRK-PONTOS-POR-REAL por real pago, sem contar a parte
      *coberta por vale-presente, que ja pontuou na venda do vale
       3149-CREDITA-PONTOS  SECTION.
           MOVE ZERO TO WRK-PT-GANHOS
           IF (PAGAMENTO-LOCACAO OR PAGAMENTO-VENDA-EX)
              AND PAG-CLIENTE > ZERO
              AND PAG-VALOR-BRL > PAG-VALE
               COMPUTE WRK-PT-QTD =
                   (PAG-VALOR-BRL - PAG-VALE) * WRK-PONTOS-POR-REAL
               MOVE PAG-CLIENTE TO WRK-PT-CLIENTE
               MOVE 'G' TO WRK-PT-TIPO
               MOVE NUM-PAGAMENTO TO WRK-PT-DOC
               MOVE ZERO TO WRK-PT-EMPRESTIMO
               MOVE WRK-PT-QTD TO WRK-PT-GANHOS
               PERFORM 3148-LANCA-PONTOS
           END-IF.

      *Imprime o cupom do carrinho confirmado em CUPOM.PRN: loja,
      *data, cliente, um titulo por linha com o preco em BRL, a
      *linha de imposto, o total e a data de devolucao em destaque,
      *para o cliente sair da loja com o prazo no papel
       3130-IMPRIME-CUPOM  SECTION.
           OPEN EXTEND CUPOM
           IF CUPOM-STATUS EQUAL 35
               OPEN OUTPUT CUPOM
           END-IF

           MOVE ALL '=' TO WRK-LINHA-CUPOM
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

      *    O cabecalho leva o nome da loja ativa da sessao, para o
      *    cupom da filial sair com a loja certa
           MOVE WRK-LOJA-ATUAL TO LOJA-CODIGO
           READ LOJAS
               INVALID KEY
                   MOVE 'VIDEO LOCADORA EDUC 360' TO LOJA-NOME
           END-READ
           MOVE LOJA-NOME TO WRK-LINHA-CUPOM
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING 'Data: '       DELIMITED BY SIZE
                  WRK-DATA-HOJE  DELIMITED BY SIZE
                  '  Recibo: '   DELIMITED BY SIZE
                  WRK-PROX-PAGAMENTO DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE EMP-CLIENTE-DIG TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO NOME-CLIENTE
           END-READ
           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING 'Cliente: '    DELIMITED BY SIZE
                  COD-CLIENTE    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  NOME-CLIENTE   DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE ALL '-' TO WRK-LINHA-CUPOM
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

      *    Com pacote, o item sai pelo valor de antes do rateio e
      *    o desconto do pacote vem numa linha propria
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
               UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
               COMPUTE WRK-VALOR-ED = WRK-ITEM-BRL (WRK-IDX-ITEM)
                   + WRK-ITEM-PACOTE (WRK-IDX-ITEM)
               MOVE SPACES TO WRK-LINHA-CUPOM
               STRING WRK-ITEM-TITULO (WRK-IDX-ITEM) DELIMITED BY SIZE
                      '  '         DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-CUPOM
               END-STRING
               WRITE CUPOM-REG FROM WRK-LINHA-CUPOM
               IF WRK-ITEM-PROT-BRL (WRK-IDX-ITEM) > ZERO
                   MOVE WRK-ITEM-PROT-BRL (WRK-IDX-ITEM)
                       TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-LINHA-CUPOM
                   STRING '  Protecao contra dano        '
                          DELIMITED BY SIZE
                          '  '         DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-CUPOM
                   END-STRING
                   WRITE CUPOM-REG FROM WRK-LINHA-CUPOM
               END-IF
           END-PERFORM
           IF WRK-PAC-TOTAL > ZERO
               MOVE WRK-PAC-TOTAL TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-CUPOM
               STRING 'Pacote '         DELIMITED BY SIZE
                      WRK-PAC-DESCRICAO DELIMITED BY SIZE
                      '  -'             DELIMITED BY SIZE
                      WRK-VALOR-ED      DELIMITED BY SIZE
                      INTO WRK-LINHA-CUPOM
               END-STRING
               WRITE CUPOM-REG FROM WRK-LINHA-CUPOM
           END-IF

           MOVE ALL '-' TO WRK-LINHA-CUPOM
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE WRK-TOTAL-IMPOSTO TO WRK-VALOR-ED
           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING 'Imposto incluso (BRL):          '
                  DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE WRK-TOTAL-BRL TO WRK-VALOR-ED
           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING 'TOTAL (BRL):                    '
                  DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

      *    Movimento de pontos de fidelidade do carrinho
           IF WRK-PT-USADOS > ZERO OR WRK-PT-GANHOS > ZERO
               MOVE SPACES TO WRK-LINHA-CUPOM
               STRING 'Pontos resgatados: ' DELIMITED BY SIZE
                      WRK-PT-USADOS DELIMITED BY SIZE
                      '  ganhos: '  DELIMITED BY SIZE
                      WRK-PT-GANHOS DELIMITED BY SIZE
                      INTO WRK-LINHA-CUPOM
               END-STRING
               WRITE CUPOM-REG FROM WRK-LINHA-CUPOM
           END-IF

      *    Cupom de desconto resgatado no carrinho
           IF WRK-CPN-ATIVO EQUAL 'S'
              AND WRK-CPN-TOTAL-BRL > ZERO
               MOVE WRK-CPN-TOTAL-BRL TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-CUPOM
               STRING 'Cupom ' DELIMITED BY SIZE
                      WRK-CPN-CODIGO DELIMITED BY SIZE
                      ' - desconto (BRL):   ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-CUPOM
               END-STRING
               WRITE CUPOM-REG FROM WRK-LINHA-CUPOM
           END-IF

      *    Autorizacao da maquininha do cartao ou Pix
           IF WRK-TEF-MODO NOT EQUAL SPACE
               MOVE SPACES TO WRK-LINHA-CUPOM
               STRING 'Cartao ' DELIMITED BY SIZE
                      WRK-TEF-R-BANDEIRA DELIMITED BY SPACE
                      ' aut. ' DELIMITED BY SIZE
                      WRK-TEF-R-AUTORIZ DELIMITED BY SPACE
                      INTO WRK-LINHA-CUPOM
               END-STRING
               WRITE CUPOM-REG FROM WRK-LINHA-CUPOM
           END-IF

      *    Documento fiscal eletronico do recibo
           IF WRK-NFE-NUMERO > ZERO
               PERFORM 3685-NFCE-LINHA-CUPOM
           END-IF

      *    Locacoes pagas com o pacote pre-pago e o que sobra nele
           IF WRK-PP-USADOS > ZERO
               COMPUTE WRK-PP-RESTA = WRK-PP-SALDO - WRK-PP-USADOS
               MOVE SPACES TO WRK-LINHA-CUPOM
               STRING 'Pre-pago ' DELIMITED BY SIZE
                      WRK-PP-NUMERO DELIMITED BY SIZE
                      ' - locacoes usadas: ' DELIMITED BY SIZE
                      WRK-PP-USADOS DELIMITED BY SIZE
                      '  saldo: ' DELIMITED BY SIZE
                      WRK-PP-RESTA DELIMITED BY SIZE
                      INTO WRK-LINHA-CUPOM
               END-STRING
               WRITE CUPOM-REG FROM WRK-LINHA-CUPOM
           END-IF

           MOVE SPACES TO WRK-LINHA-CUPOM
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM
           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING '*** DEVOLVER ATE: '  DELIMITED BY SIZE
                  WRK-DATA-PREV-CUPOM   DELIMITED BY SIZE
                  ' ***'                DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE ALL '=' TO WRK-LINHA-CUPOM
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           CLOSE CUPOM.

      *Grava um item do carrinho como um emprestimo Aberto e marca
      *o exemplar separado como Emprestado
       3125-GRAVA-ITEM-CARRINHO  SECTION.
           PERFORM 2051-RESERVA-NUM-EMPRESTIMO
           MOVE WRK-PROX-EMPRESTIMO TO NUM-EMPRESTIMO

           MOVE WRK-ITEM-CODFILME (WRK-IDX-ITEM) TO EMP-CODFILME
           MOVE WRK-ITEM-EXEMPLAR (WRK-IDX-ITEM) TO EMP-EXEMPLAR
           MOVE EMP-CLIENTE-DIG TO EMP-CLIENTE
           MOVE WRK-DATA-HOJE TO EMP-DATA-RETIRADA
           MOVE ZERO TO EMP-DATA-DEVOLUCAO
           ACCEPT WRK-HORA-BALCAO FROM TIME
           MOVE WRK-HORA-BALCAO (1:4) TO EMP-HORA-RETIRADA
           MOVE ZERO TO EMP-HORA-DEVOLUCAO
           MOVE 'A' TO EMP-STATUS

      *    O prazo vem das condicoes da categoria do titulo, entao
      *    cada item do carrinho pode ter a sua propria data
      *    prevista; a mais curta vai em destaque no cupom
           EVALUATE WRK-ITEM-CATLANC (WRK-IDX-ITEM)
               WHEN 'L'
                   MOVE 'LANCAMENTO' TO WRK-CAT-BUSCA
               WHEN 'P'
                   MOVE 'PROMO' TO WRK-CAT-BUSCA
               WHEN OTHER
                   MOVE WRK-ITEM-FORMATO (WRK-IDX-ITEM)
                       TO WRK-CAT-BUSCA
           END-EVALUATE
           PERFORM 3160-BUSCA-TERMOS
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           IF WRK-ITEM-DIAS (WRK-IDX-ITEM) > ZERO
               PERFORM 3150-AVANCA-UM-DIA
                   WRK-ITEM-DIAS (WRK-IDX-ITEM) TIMES
           ELSE
               PERFORM 3150-AVANCA-UM-DIA WRK-PRAZO-DIAS TIMES
           END-IF
           PERFORM 3157-PULA-DIA-FECHADO
           MOVE WRK-DATA-CALC TO EMP-DATA-PREVISTA
           IF WRK-DATA-PREV-CUPOM EQUAL ZERO
              OR EMP-DATA-PREVISTA < WRK-DATA-PREV-CUPOM
               MOVE EMP-DATA-PREVISTA TO WRK-DATA-PREV-CUPOM
           END-IF
           MOVE ZERO TO EMP-VALOR-MULTA
           MOVE SPACE TO EMP-MULTA-SITUACAO
           MOVE WRK-PROX-PAGAMENTO TO EMP-NUM-CUPOM
           MOVE ZERO TO EMP-QTD-RENOVACOES
           MOVE WRK-LOJA-ATUAL TO EMP-LOJA
           MOVE ZERO TO EMP-NIVEL-COBRANCA
           MOVE WRK-ITEM-BRL (WRK-IDX-ITEM) TO EMP-VALOR-COBRADO
           MOVE WRK-ITEM-IMPOSTO-BRL (WRK-IDX-ITEM)
               TO EMP-IMPOSTO-COBRADO
           MOVE WRK-ITEM-PREPAGO (WRK-IDX-ITEM) TO EMP-NUM-PREPAGO

      *    Colisao de numero com outro terminal: reserva um numero
      *    novo e tenta de novo, ate cinco vezes
           MOVE 0 TO WRK-GER-TENTATIVAS
           MOVE 'N' TO WRK-GER-OK
           PERFORM UNTIL WRK-GER-OK EQUAL 'S'
               OR WRK-GER-TENTATIVAS NOT LESS THAN 5
               WRITE EMPRESTIMOS-REG
                   INVALID KEY
                       ADD 1 TO WRK-GER-TENTATIVAS
                       PERFORM 2051-RESERVA-NUM-EMPRESTIMO
                       MOVE WRK-PROX-EMPRESTIMO TO NUM-EMPRESTIMO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-GER-OK
               END-WRITE
               MOVE 'I' TO WRK-JRN-OPER
               PERFORM 5202-JORNAL-EMPRESTIMOS
           END-PERFORM

           IF WRK-GER-OK EQUAL 'N'
               MOVE 'Erro ao gravar emprestimo' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               MOVE '3125-GRAVA-ITEM-CARRINHO' TO WRK-ERL-PARAGRAFO
               MOVE 'EMPRESTIMOS' TO WRK-ERL-ARQUIVO
               MOVE 'WRITE' TO WRK-ERL-OPERACAO
               MOVE EMPRESTIMOS-STATUS TO WRK-ERL-STATUS
               MOVE NUM-EMPRESTIMO TO WRK-ERL-CHAVE
               PERFORM 5196-GRAVA-ERRO-ARQUIVO
               MOVE ZERO TO WRK-ITEM-NUMEMP (WRK-IDX-ITEM)
           ELSE
               MOVE NUM-EMPRESTIMO
                   TO WRK-ITEM-NUMEMP (WRK-IDX-ITEM)
               IF WRK-PRIMEIRO-EMP EQUAL ZERO
                   MOVE NUM-EMPRESTIMO TO WRK-PRIMEIRO-EMP
               END-IF
               MOVE WRK-ITEM-CODFILME (WRK-IDX-ITEM) TO EX-CODFILME
               MOVE WRK-ITEM-EXEMPLAR (WRK-IDX-ITEM) TO EX-NUMERO
               READ EXEMPLARES
                   NOT INVALID KEY
                       MOVE 'E' TO EX-STATUS
                       REWRITE EXEMPLARES-REG
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5205-JORNAL-EXEMPLARES
               END-READ
               IF EMP-NUM-PREPAGO > ZERO
                   PERFORM 3129-BAIXA-PREPAGO
               END-IF
               IF WRK-ITEM-CAUCAO (WRK-IDX-ITEM) > ZERO
                   PERFORM 3697-GRAVA-CAUCAO-EQUIP
               END-IF
               IF WRK-ITEM-PROT-BRL (WRK-IDX-ITEM) > ZERO
                   PERFORM 9683-GRAVA-PROTECAO
               END-IF
           END-IF.

      *Grava PAGAMENTOS-REG tratando a colisao residual de numero
      *entre terminais: reserva um numero novo e tenta de novo,
      *ate cinco vezes (mesmo remedio do 3125 para emprestimos);
      *WRK-PAG-GRAVOU devolve S/N e o chamador da a mensagem.
      *Recebimento em cartao ou Pix passa antes pela maquininha
      *(3186), de modo que o recibo so e gravado aprovado; a hora
      *do recebimento e carimbada aqui
       3187-ESCREVE-PAGAMENTO  SECTION.
           ACCEPT WRK-HORA-BALCAO FROM TIME
           MOVE WRK-HORA-BALCAO (1:4) TO PAG-HORA
           MOVE SPACES TO PAG-TEF-AUTORIZACAO
           MOVE SPACES TO PAG-TEF-BANDEIRA
           MOVE SPACE TO PAG-TEF-MODO
           MOVE SPACE TO WRK-TEF-MODO
           IF (FORMA-CARTAO OR FORMA-PIX)
              AND NOT PAGAMENTO-ESTORNO
              AND NOT PAGAMENTO-NOTA-CRED
              AND PAG-VALOR-BRL > PAG-VALE
               PERFORM 3186-TEF-AUTORIZA
           END-IF

           MOVE 0 TO WRK-PAG-TENTATIVAS
           MOVE 'N' TO WRK-PAG-GRAVOU
           PERFORM UNTIL WRK-PAG-GRAVOU EQUAL 'S'
               OR WRK-PAG-TENTATIVAS NOT LESS THAN 5
               WRITE PAGAMENTOS-REG
                   INVALID KEY
                       ADD 1 TO WRK-PAG-TENTATIVAS
                       PERFORM 2050-RESERVA-NUM-PAGAMENTO
                       MOVE WRK-PROX-PAGAMENTO TO NUM-PAGAMENTO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-PAG-GRAVOU
               END-WRITE
               MOVE 'I' TO WRK-JRN-OPER
               PERFORM 5203-JORNAL-PAGAMENTOS
           END-PERFORM

           IF WRK-PAG-GRAVOU EQUAL 'N'
               MOVE '3187-ESCREVE-PAGAMENTO' TO WRK-ERL-PARAGRAFO
               MOVE 'PAGAMENTOS' TO WRK-ERL-ARQUIVO
               MOVE 'WRITE' TO WRK-ERL-OPERACAO
               MOVE PAGAMENTOS-STATUS TO WRK-ERL-STATUS
               MOVE NUM-PAGAMENTO TO WRK-ERL-CHAVE
               PERFORM 5196-GRAVA-ERRO-ARQUIVO
           END-IF.

      *Autoriza na maquininha (TEF) o recebimento corrente em
      *cartao ou Pix, pelo valor que nao saiu do vale-presente.
      *Aprovado, o recibo leva autorizacao e bandeira; recusado,
      *o operador tenta de novo ou recebe em dinheiro; terminal
      *fora do ar ou sem resposta no prazo admite ainda lancar a
      *mao a autorizacao da maquininha avulsa, com liberacao do
      *supervisor (3194)
       3186-TEF-AUTORIZA  SECTION.
           COMPUTE WRK-TEF-VALOR = PAG-VALOR-BRL - PAG-VALE
           MOVE ZERO TO WRK-TEF-TENTATIVA
           MOVE 'N' TO WRK-TEF-FIM
           PERFORM UNTIL WRK-TEF-FIM EQUAL 'S'
               ADD 1 TO WRK-TEF-TENTATIVA
               PERFORM 3189-TEF-TRANSACAO
               IF TEF-RESP-APROVADA
                   MOVE WRK-TEF-R-AUTORIZ  TO PAG-TEF-AUTORIZACAO
                   MOVE WRK-TEF-R-BANDEIRA TO PAG-TEF-BANDEIRA
                   MOVE 'T' TO PAG-TEF-MODO
                   MOVE 'S' TO WRK-TEF-FIM
               ELSE
                   PERFORM 3193-TEF-ALTERNATIVA
               END-IF
           END-PERFORM
           MOVE PAG-TEF-MODO TO WRK-TEF-MODO
           DISPLAY " " AT 2435 ERASE EOL.

      *Uma transacao na maquininha: grava o pedido em TEFREQ e
      *espera a resposta com o mesmo id em TEFRESP ate o prazo
      *WRK-TEF-TIMEOUT; devolve WRK-TEF-RESULTADO (A/N/O/T)
       3189-TEF-TRANSACAO  SECTION.
           MOVE SPACE TO WRK-TEF-RESULTADO
           MOVE SPACES TO WRK-TEF-RESP-CAMPOS
           MOVE NUM-PAGAMENTO TO WRK-TEF-ID-RECIBO
           MOVE WRK-TEF-TENTATIVA TO WRK-TEF-ID-SEQ
           MOVE WRK-TEF-VALOR TO WRK-TEF-VALOR-ED

      *    Resposta que sobrou de outra transacao nao pode ser
      *    lida como a desta
           CALL 'CBL_DELETE_FILE' USING WRK-PATH-TEFRESP
               RETURNING WRK-TEF-DEL-STATUS
           END-CALL

           OPEN OUTPUT TEFREQ
           IF TEFREQ-STATUS NOT EQUAL 0
               MOVE 'O' TO WRK-TEF-RESULTADO
               GO TO 3189-TEF-TRANSACAO-FIM
           END-IF
           MOVE SPACES TO WRK-LINHA-CSV
           STRING 'PAG;'             DELIMITED BY SIZE
                  WRK-TEF-ID         DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  NUM-PAGAMENTO      DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  PAG-LOJA           DELIMITED BY SPACE
                  ';'                DELIMITED BY SIZE
                  WRK-TEF-VALOR-ED   DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  PAG-FORMA          DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  PAG-DATA           DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE TEFREQ-REG FROM WRK-LINHA-CSV
           CLOSE TEFREQ

           DISPLAY "Aguardando a maquininha..." AT 2435 ERASE EOL
           MOVE ZERO TO WRK-TEF-ESPERA
           MOVE 'N' TO WRK-TEF-RESPOSTA
           ACCEPT WRK-TEF-HORA FROM TIME
           COMPUTE WRK-TEF-CENT-INI = WRK-TEF-HH * 360000
               + WRK-TEF-MM * 6000 + WRK-TEF-SS * 100 + WRK-TEF-CC
           PERFORM 3192-TEF-LE-RESPOSTA
               UNTIL WRK-TEF-RESPOSTA EQUAL 'S'
               OR WRK-TEF-ESPERA NOT LESS THAN WRK-TEF-TIMEOUT
           IF WRK-TEF-RESPOSTA EQUAL 'N'
               MOVE 'T' TO WRK-TEF-RESULTADO
           END-IF.
       3189-TEF-TRANSACAO-FIM.
           CONTINUE.

      *Procura a resposta da maquininha; enquanto ela nao chega
      *(ou e de outro pedido) conta em WRK-TEF-ESPERA os segundos
      *desde o pedido, passando pela meia-noite se preciso
       3192-TEF-LE-RESPOSTA  SECTION.
           OPEN INPUT TEFRESP
           IF TEFRESP-STATUS EQUAL 0
               READ TEFRESP
               IF TEFRESP-STATUS EQUAL 0
                   MOVE SPACES TO WRK-TEF-RESP-CAMPOS
                   UNSTRING TEFRESP-REG DELIMITED BY ';'
                       INTO WRK-TEF-R-ID WRK-TEF-R-SITUACAO
                            WRK-TEF-R-AUTORIZ WRK-TEF-R-BANDEIRA
                            WRK-TEF-R-MENSAGEM
                   END-UNSTRING
                   IF WRK-TEF-R-ID EQUAL WRK-TEF-ID
                       MOVE 'S' TO WRK-TEF-RESPOSTA
                       EVALUATE WRK-TEF-R-SITUACAO
                           WHEN 'A'
                               MOVE 'A' TO WRK-TEF-RESULTADO
                           WHEN 'O'
                               MOVE 'O' TO WRK-TEF-RESULTADO
                           WHEN OTHER
                               MOVE 'N' TO WRK-TEF-RESULTADO
                       END-EVALUATE
                   END-IF
               END-IF
               CLOSE TEFRESP
           END-IF
           IF WRK-TEF-RESPOSTA EQUAL 'N'
               ACCEPT WRK-TEF-HORA FROM TIME
               COMPUTE WRK-TEF-CENT-AGORA = WRK-TEF-HH * 360000
                   + WRK-TEF-MM * 6000 + WRK-TEF-SS * 100
                   + WRK-TEF-CC
               IF WRK-TEF-CENT-AGORA LESS THAN WRK-TEF-CENT-INI
                   ADD 8640000 TO WRK-TEF-CENT-AGORA
               END-IF
               COMPUTE WRK-TEF-ESPERA =
                   (WRK-TEF-CENT-AGORA - WRK-TEF-CENT-INI) / 100
           END-IF.

      *Transacao nao aprovada: mostra o motivo e pergunta o que
      *fazer. Recusa do cartao so admite nova tentativa ou
      *dinheiro; o lancamento manual fica para terminal fora do
      *ar ou sem resposta
       3193-TEF-ALTERNATIVA  SECTION.
           EVALUATE TRUE
               WHEN TEF-RESP-NEGADA
                   MOVE 'Transacao recusada' TO WRK-ERRO
               WHEN TEF-RESP-FORA
                   MOVE 'Maquininha fora do ar' TO WRK-ERRO
               WHEN OTHER
                   MOVE 'Maquininha nao respondeu' TO WRK-ERRO
           END-EVALUATE
           DISPLAY TELA-ERRO ERASE EOL
           IF WRK-TEF-R-MENSAGEM NOT EQUAL SPACES
               DISPLAY WRK-TEF-R-MENSAGEM AT 2335 ERASE EOL
           END-IF

           MOVE SPACE TO WRK-TEF-OPCAO
           IF TEF-RESP-NEGADA
               DISPLAY "T-entar de novo  D-inheiro: " AT 2435
                   ERASE EOL
               ACCEPT WRK-TEF-OPCAO AT 2463
           ELSE
               DISPLAY "T-entar de novo  D-inheiro  M-anual: "
                   AT 2435 ERASE EOL
               ACCEPT WRK-TEF-OPCAO AT 2472
           END-IF
           DISPLAY " " AT 2335 ERASE EOL

           EVALUATE WRK-TEF-OPCAO
               WHEN 'D'
               WHEN 'd'
                   MOVE 'D' TO PAG-FORMA
                   MOVE 'D' TO WRK-FORMA-PAGTO
                   MOVE 'S' TO WRK-TEF-FIM
               WHEN 'M'
               WHEN 'm'
                   IF NOT TEF-RESP-NEGADA
                       PERFORM 3194-TEF-MANUAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *Lancamento manual da maquininha avulsa quando o TEF esta
      *fora: exige supervisor (mesma regra do 3140), o operador
      *digita autorizacao e bandeira do comprovante e o recibo
      *fica marcado modo M, com registro na auditoria
       3194-TEF-MANUAL  SECTION.
           MOVE 'Lancamento manual do cartao' TO WRK-ERRO
           DISPLAY TELA-ERRO ERASE EOL
           PERFORM 2010-EXIGE-SUPERVISOR
           IF WRK-ACESSO-OK NOT EQUAL 'S'
               GO TO 3194-TEF-MANUAL-FIM
           END-IF

           MOVE SPACES TO WRK-TEF-R-AUTORIZ
           MOVE SPACES TO WRK-TEF-R-BANDEIRA
           DISPLAY "Autorizacao do comprovante: " AT 2435 ERASE EOL
           ACCEPT WRK-TEF-R-AUTORIZ AT 2463
           IF WRK-TEF-R-AUTORIZ NOT EQUAL SPACES
               DISPLAY "Bandeira: " AT 2435 ERASE EOL
               ACCEPT WRK-TEF-R-BANDEIRA AT 2445

               MOVE WRK-TEF-R-AUTORIZ  TO PAG-TEF-AUTORIZACAO
               MOVE WRK-TEF-R-BANDEIRA TO PAG-TEF-BANDEIRA
               MOVE 'M' TO PAG-TEF-MODO
               MOVE 'S' TO WRK-TEF-FIM

               MOVE ZERO TO CODFILME
               MOVE 'TEFMANU' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'RECIBO=' DELIMITED BY SIZE
                      NUM-PAGAMENTO DELIMITED BY SIZE
                      ' AUT=' DELIMITED BY SIZE
                      WRK-TEF-R-AUTORIZ DELIMITED BY SPACE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA
           END-IF.

       3194-TEF-MANUAL-FIM.
           CONTINUE.

      *Pergunta a forma de pagamento do recebimento corrente
      *(D-inheiro, C-artao, P-ix); qualquer outra tecla cai em
      *dinheiro, que e o caso comum do balcao
       3188-PERGUNTA-FORMA  SECTION.
           MOVE 'D' TO WRK-FORMA-PAGTO
           DISPLAY "Forma (D-inheiro C-artao P-ix): " AT 2435
           ACCEPT WRK-FORMA-PAGTO AT 2468
           IF WRK-FORMA-PAGTO EQUAL 'c'
               MOVE 'C' TO WRK-FORMA-PAGTO
           END-IF
           IF WRK-FORMA-PAGTO EQUAL 'p'
               MOVE 'P' TO WRK-FORMA-PAGTO
           END-IF
           IF WRK-FORMA-PAGTO NOT EQUAL 'C'
              AND WRK-FORMA-PAGTO NOT EQUAL 'P'
               MOVE 'D' TO WRK-FORMA-PAGTO
           END-IF.

      *Grava o pagamento do carrinho como um recibo numerado em
      *sequencia (CTLPAG), com o total em BRL ja calculado, para
      *que a gaveta do caixa possa ser conferida contra o sistema
      *no fim do dia; o numero ja foi reservado pelo 3120
       3190-GRAVA-PAGAMENTO  SECTION.
           PERFORM 3188-PERGUNTA-FORMA
           MOVE WRK-PROX-PAGAMENTO TO NUM-PAGAMENTO

           MOVE WRK-PRIMEIRO-EMP TO PAG-NUM-EMPRESTIMO
           MOVE EMP-CLIENTE-DIG  TO PAG-CLIENTE
           MOVE WRK-TOTAL-BRL    TO PAG-VALOR
           MOVE 'BRL'            TO PAG-MOEDA
           MOVE WRK-TOTAL-IMPOSTO TO PAG-VALOR-IMPOSTO
           MOVE WRK-OPERADOR     TO PAG-OPERADOR
           MOVE WRK-DATA-HOJE    TO PAG-DATA
           MOVE 'L'              TO PAG-TIPO
           MOVE WRK-TOTAL-BRL    TO PAG-VALOR-BRL
           MOVE WRK-CAIXA-ATUAL  TO PAG-CAIXA
           MOVE WRK-TOTAL-DESCONTO TO PAG-DESCONTO
           MOVE WRK-VALE-USADO   TO PAG-VALE
           IF WRK-VALE-USADO > ZERO
               MOVE WRK-VALE-CARTAO TO PAG-VALE-CARTAO
           ELSE
               MOVE ZERO TO PAG-VALE-CARTAO
           END-IF
           MOVE WRK-LOJA-ATUAL   TO PAG-LOJA
           MOVE WRK-FORMA-PAGTO  TO PAG-FORMA
           MOVE ZERO             TO PAG-REF-DOC
           MOVE ZERO             TO PAG-CODFILME

           MOVE NUM-PAGAMENTO TO WRK-CUPOM-ANTES
           PERFORM 3187-ESCREVE-PAGAMENTO
           IF WRK-PAG-GRAVOU EQUAL 'N'
               MOVE 'Erro ao gravar pagamento' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
      *        Se a colisao trocou o numero do recibo, os
      *        emprestimos do carrinho (ja gravados) apontam o
      *        cupom antigo: realinha o EMP-NUM-CUPOM de cada um
               IF NUM-PAGAMENTO NOT EQUAL WRK-CUPOM-ANTES
                   PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                       UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
                       IF WRK-ITEM-NUMEMP (WRK-IDX-ITEM) > ZERO
                           MOVE WRK-ITEM-NUMEMP (WRK-IDX-ITEM)
                               TO NUM-EMPRESTIMO
                           READ EMPRESTIMOS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE WRK-PROX-PAGAMENTO
                                       TO EMP-NUM-CUPOM
                                   REWRITE EMPRESTIMOS-REG
                                   MOVE 'A' TO WRK-JRN-OPER
                                   PERFORM 5202-JORNAL-EMPRESTIMOS
                           END-READ
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 3149-CREDITA-PONTOS
               PERFORM 3191-CREDITA-INDICACAO
               PERFORM 3680-EMITE-NFCE
           END-IF.

      *Programa de indicacao: se o recibo recem-gravado e a
      *primeira locacao paga de um cliente indicado, credita ao
      *indicador WRK-VALOR-INDICACAO como credito de loja no razao
      *de vales (cartao 900000 + codigo do indicador, movimento I)
      *e marca a indicacao como paga no cadastro do indicado, com
      *o recibo que a qualificou. Indicacao dentro da mesma familia
      *(CLI-RESPONSAVEL ligando os dois) nao rende credito e fica
      *marcada como sem direito, para nao ser reavaliada
       3191-CREDITA-INDICACAO  SECTION.
           IF NOT PAGAMENTO-LOCACAO
              OR PAG-CLIENTE EQUAL ZERO
              OR PAG-VALOR-BRL EQUAL ZERO
              OR WRK-VALOR-INDICACAO EQUAL ZERO
               GO TO 3191-CREDITA-INDICACAO-FIM
           END-IF

           MOVE 'S' TO WRK-IND-CRED-OK
           MOVE PAG-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE 'N' TO WRK-IND-CRED-OK
               NOT INVALID KEY
                   IF CLI-INDICADO-POR EQUAL ZERO
                      OR NOT INDICACAO-PENDENTE
                       MOVE 'N' TO WRK-IND-CRED-OK
                   END-IF
           END-READ

           IF WRK-IND-CRED-OK EQUAL 'S'
               MOVE COD-CLIENTE TO WRK-IND-NOVO
               MOVE CLI-INDICADO-POR TO WRK-IND-INDICADOR
               MOVE CLI-RESPONSAVEL TO WRK-IND-RESP-NOVO

      *        Indicador que ja nao existe nao tem a quem creditar
               MOVE 'N' TO WRK-IND-FAMILIA
               MOVE WRK-IND-INDICADOR TO COD-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE 'S' TO WRK-IND-FAMILIA
                   NOT INVALID KEY
                       MOVE CLI-RESPONSAVEL TO WRK-IND-RESP-IND
                       IF WRK-IND-RESP-NOVO EQUAL WRK-IND-INDICADOR
                          OR WRK-IND-RESP-IND EQUAL WRK-IND-NOVO
                          OR (WRK-IND-RESP-NOVO > ZERO
                              AND WRK-IND-RESP-NOVO EQUAL
                                  WRK-IND-RESP-IND)
                           MOVE 'S' TO WRK-IND-FAMILIA
                       END-IF
               END-READ

               MOVE WRK-IND-NOVO TO COD-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE 'N' TO WRK-IND-CRED-OK
               END-READ
           END-IF

           IF WRK-IND-CRED-OK EQUAL 'S'
              AND WRK-IND-FAMILIA EQUAL 'S'
               MOVE 'N' TO CLI-IND-SITUACAO
               MOVE NUM-PAGAMENTO TO CLI-IND-CUPOM
               MOVE ZERO TO CLI-IND-VALOR
               MOVE WRK-DATA-HOJE TO CLI-IND-DATA
               REWRITE CLIENTES-REG
               MOVE 'A' TO WRK-JRN-OPER
               PERFORM 5204-JORNAL-CLIENTES
               MOVE ZERO TO CODFILME
               MOVE 'INDNEGA' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'CLI=' DELIMITED BY SIZE
                      WRK-IND-NOVO DELIMITED BY SIZE
                      ' IND=' DELIMITED BY SIZE
                      WRK-IND-INDICADOR DELIMITED BY SIZE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA
               MOVE 'N' TO WRK-IND-CRED-OK
           END-IF

           IF WRK-IND-CRED-OK EQUAL 'S'
      *        O cartao do carrinho ainda vai ser debitado pelo 3135
               MOVE WRK-VALE-CARTAO TO WRK-IND-CARTAO-ANT
               COMPUTE WRK-IND-CARTAO =
                   WRK-IND-BASE-CARTAO + WRK-IND-INDICADOR
               MOVE WRK-IND-CARTAO TO WRK-VALE-CARTAO
               PERFORM 3492-SALDO-VALE
               MOVE WRK-IND-CARTAO TO VC-CARTAO
               COMPUTE VC-SEQ = WRK-VALE-ULT-SEQ + 1
               MOVE 'I' TO VC-TIPO
               MOVE WRK-VALOR-INDICACAO TO VC-VALOR
               MOVE WRK-DATA-HOJE TO VC-DATA
               MOVE WRK-OPERADOR TO VC-OPERADOR
               MOVE WRK-IND-CARTAO-ANT TO WRK-VALE-CARTAO
               WRITE VALECRED-REG
                   INVALID KEY
                       MOVE 'Erro ao creditar a indicacao' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE '3191-CREDITA-INDICACAO'
                           TO WRK-ERL-PARAGRAFO
                       MOVE 'VALECRED' TO WRK-ERL-ARQUIVO
                       MOVE 'WRITE' TO WRK-ERL-OPERACAO
                       MOVE VALECRED-STATUS TO WRK-ERL-STATUS
                       MOVE VC-CHAVE TO WRK-ERL-CHAVE
                       PERFORM 5196-GRAVA-ERRO-ARQUIVO
                       MOVE 'N' TO WRK-IND-CRED-OK
                   NOT INVALID KEY
                       MOVE 'I' TO WRK-JRN-OPER
                       PERFORM 5207-JORNAL-VALECRED
               END-WRITE
           END-IF

           IF WRK-IND-CRED-OK EQUAL 'S'
               MOVE 'P' TO CLI-IND-SITUACAO
               MOVE NUM-PAGAMENTO TO CLI-IND-CUPOM
               MOVE WRK-VALOR-INDICACAO TO CLI-IND-VALOR
               MOVE WRK-DATA-HOJE TO CLI-IND-DATA
               REWRITE CLIENTES-REG
               MOVE 'A' TO WRK-JRN-OPER
               PERFORM 5204-JORNAL-CLIENTES

               MOVE ZERO TO CODFILME
               MOVE 'INDCRED' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'CLI=' DELIMITED BY SIZE
                      WRK-IND-NOVO DELIMITED BY SIZE
                      ' IND=' DELIMITED BY SIZE
                      WRK-IND-INDICADOR DELIMITED BY SIZE
                      ' V=' DELIMITED BY SIZE
                      WRK-VALOR-INDICACAO DELIMITED BY SIZE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA
           END-IF.

       3191-CREDITA-INDICACAO-FIM.
           CONTINUE.

      *Preco de locacao do filme corrente de FILMES-REG na loja
      *WRK-PLJ-LOJA na data WRK-PLJ-DATA (ver 3178)
       3169-PRECO-LOJA-FILME  SECTION.
           MOVE CODFILME TO WRK-PLJ-CODFILME
           MOVE GENERO TO WRK-PLJ-GENERO
           MOVE CATEGORIA-LANCAMENTO TO WRK-PLJ-CATEGORIA
           MOVE FORMATO-MIDIA TO WRK-PLJ-FORMATO
           MOVE PRECO-ALUGUEL TO WRK-PLJ-BASE
           PERFORM 3178-PRECO-DA-LOJA.

      *Preco de locacao na loja WRK-PLJ-LOJA na data WRK-PLJ-DATA
      *para o titulo descrito em WRK-PLJ-CODFILME/GENERO/CATEGORIA/
      *FORMATO: procura na tabela de precos da loja a linha
      *vigente do titulo, da categoria de lancamento, do genero e
      *do formato, nessa ordem, e a primeira achada vale; o preco
      *sai em WRK-PLJ-PRECO a partir do preco de catalogo em
      *WRK-PLJ-BASE, que fica como esta sem linha nenhuma. O
      *escopo usado fica em WRK-PLJ-ORIGEM (branco = catalogo)
       3178-PRECO-DA-LOJA  SECTION.
           MOVE WRK-PLJ-BASE TO WRK-PLJ-PRECO
           MOVE SPACE TO WRK-PLJ-ORIGEM
           MOVE 'N' TO WRK-PLJ-ACHOU
           IF WRK-PLJ-LOJA EQUAL SPACES
               GO TO 3178-PRECO-DA-LOJA-FIM
           END-IF

           MOVE 'T' TO WRK-PLJ-ESCOPO
           MOVE SPACES TO WRK-PLJ-VALOR-ESCOPO
           MOVE WRK-PLJ-CODFILME TO WRK-PLJ-VALOR-ESCOPO (1:5)
           PERFORM 3171-PROCURA-PRECO-LOJA
           IF WRK-PLJ-ACHOU EQUAL 'N'
               MOVE 'C' TO WRK-PLJ-ESCOPO
               MOVE WRK-PLJ-CATEGORIA TO WRK-PLJ-VALOR-ESCOPO
               PERFORM 3171-PROCURA-PRECO-LOJA
           END-IF
           IF WRK-PLJ-ACHOU EQUAL 'N'
               MOVE 'G' TO WRK-PLJ-ESCOPO
               MOVE WRK-PLJ-GENERO TO WRK-PLJ-VALOR-ESCOPO
               PERFORM 3171-PROCURA-PRECO-LOJA
           END-IF
           IF WRK-PLJ-ACHOU EQUAL 'N'
               MOVE 'F' TO WRK-PLJ-ESCOPO
               MOVE WRK-PLJ-FORMATO TO WRK-PLJ-VALOR-ESCOPO
               PERFORM 3171-PROCURA-PRECO-LOJA
           END-IF
           IF WRK-PLJ-ACHOU NOT EQUAL 'N'
               MOVE WRK-PLJ-ESCOPO TO WRK-PLJ-ORIGEM
               IF WRK-PLJ-TIPO EQUAL 'V'
                   MOVE WRK-PLJ-VALOR TO WRK-PLJ-PRECO
               ELSE
                   IF WRK-PLJ-SINAL EQUAL '-'
                       COMPUTE WRK-PLJ-PRECO ROUNDED =
                           WRK-PLJ-BASE * (100 - WRK-PLJ-PERCENTUAL)
                           / 100
                   ELSE
                       COMPUTE WRK-PLJ-PRECO ROUNDED =
                           WRK-PLJ-BASE * (100 + WRK-PLJ-PERCENTUAL)
                           / 100
                   END-IF
               END-IF
           END-IF.

       3178-PRECO-DA-LOJA-FIM.
           CONTINUE.

      *Linha vigente da tabela de precos para a loja, o escopo e
      *o valor em WRK-PLJ-*: a chave traz as datas efetivas do
      *valor em ordem, e fica valendo a ultima ate WRK-PLJ-DATA
       3171-PROCURA-PRECO-LOJA  SECTION.
           MOVE WRK-PLJ-LOJA TO PL-LOJA
           MOVE WRK-PLJ-ESCOPO TO PL-ESCOPO
           MOVE WRK-PLJ-VALOR-ESCOPO TO PL-VALOR-ESCOPO
           MOVE ZERO TO PL-DATA-EFETIVA
           START PRECOLOJA KEY IS NOT LESS THAN PL-CHAVE
               INVALID KEY
                   MOVE 10 TO PRECOLOJA-STATUS
           END-START
           IF PRECOLOJA-STATUS EQUAL 0
               READ PRECOLOJA NEXT RECORD
               PERFORM UNTIL PRECOLOJA-STATUS NOT EQUAL 0
                  OR PL-LOJA NOT EQUAL WRK-PLJ-LOJA
                  OR PL-ESCOPO NOT EQUAL WRK-PLJ-ESCOPO
                  OR PL-VALOR-ESCOPO NOT EQUAL WRK-PLJ-VALOR-ESCOPO
                  OR PL-DATA-EFETIVA > WRK-PLJ-DATA
                   MOVE 'S' TO WRK-PLJ-ACHOU
                   MOVE PL-TIPO TO WRK-PLJ-TIPO
                   MOVE PL-SINAL TO WRK-PLJ-SINAL
                   MOVE PL-PERCENTUAL TO WRK-PLJ-PERCENTUAL
                   MOVE PL-VALOR TO WRK-PLJ-VALOR
                   READ PRECOLOJA NEXT RECORD
               END-PERFORM
           END-IF.

      *Calcula o preco final de locacao com imposto, a partir da
      *aliquota cadastrada para o local de locacao atual em
      *WRK-LOCAL-ATUAL (ALIQUOTA); se o local nao tiver aliquota
      *cadastrada, considera imposto zero. Tambem converte o preco
      *final para a moeda base (BRL) usando TAXACAMBIO, de forma que
      *relatorios possam totalizar precos entre moedas diferentes
       3180-CALCULA-PRECO-FINAL  SECTION.
      *    A aliquota vigente na data da transacao vem da tabela
      *    de componentes (3181); sem componentes cadastrados para
      *    o local, vale a ALIQUOTA unica antiga
           MOVE WRK-LOCAL-ATUAL TO WRK-ALIQ-LOCAL
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-DATA-HOJE TO WRK-ALIQ-DATA
           PERFORM 3181-ALIQUOTA-VIGENTE

      *    O preco de partida e o da tabela de precos da loja da
      *    sessao (3178); sem linha que alcance o titulo, vale o
      *    PRECO-ALUGUEL do catalogo
           MOVE WRK-LOJA-ATUAL TO WRK-PLJ-LOJA
           MOVE WRK-DATA-HOJE TO WRK-PLJ-DATA
           PERFORM 3169-PRECO-LOJA-FILME
           COMPUTE WRK-PRECO-IMPOSTO ROUNDED =
               WRK-PLJ-PRECO * WRK-PERCENTUAL-ACHOU / 100
           COMPUTE WRK-PRECO-FINAL ROUNDED =
               WRK-PLJ-PRECO + WRK-PRECO-IMPOSTO.

      *    Abate a melhor promocao vigente para o titulo (genero,
      *    formato ou dia da semana) antes da conversao de moeda
           PERFORM 3182-APLICA-PROMOCAO

      *    Beneficios do plano do cliente com mensalidade em dia:
      *    as locacoes inclusas do mes saem sem custo e as demais
      *    levam o desconto percentual do plano
           MOVE 0 TO WRK-DESCONTO-PLANO
           IF WRK-PLANO-ATIVO EQUAL 'S'
               IF WRK-LOC-MES < WRK-PLN-INCLUSAS
                   MOVE WRK-PRECO-FINAL TO WRK-DESCONTO-PLANO
                   MOVE 0 TO WRK-PRECO-FINAL
                   MOVE 0 TO WRK-PRECO-IMPOSTO
                   ADD 1 TO WRK-LOC-MES
               ELSE
                   IF WRK-PLN-DESC-PCT > 0
                       COMPUTE WRK-DESCONTO-PLANO ROUNDED =
                           WRK-PRECO-FINAL * WRK-PLN-DESC-PCT / 100
                       SUBTRACT WRK-DESCONTO-PLANO
                           FROM WRK-PRECO-FINAL
                   END-IF
               END-IF
           END-IF

      *    Locacao do pacote pre-pago da familia no lugar do preco
           PERFORM 3128-CONSOME-PREPAGO

           MOVE MOEDA TO COD-MOEDA
           READ TAXACAMBIO KEY IS COD-MOEDA
               INVALID KEY
                   MOVE 1,0000 TO WRK-TAXA-ACHOU
               NOT INVALID KEY
                   MOVE TAXA-CONVERSAO TO WRK-TAXA-ACHOU
           END-READ
           COMPUTE WRK-PRECO-BASE ROUNDED =
               WRK-PRECO-FINAL * WRK-TAXA-ACHOU

      *    Cupom de desconto de uso unico: o codigo e pedido no
      *    primeiro item do carrinho (3119) e abatido item a item,
      *    depois das promocoes e do plano e antes dos pontos
           IF WRK-CPN-PEDIDO EQUAL 'N'
               PERFORM 3119-PEDE-CUPOM
           END-IF
           PERFORM 3184-APLICA-CUPOM-ITEM

      *    Resgate de pontos de fidelidade escolhido no inicio do
      *    carrinho (3116), abatido depois de todos os descontos
           PERFORM 3196-RESGATA-PONTOS-ITEM.

      *Pede o codigo do cupom de desconto ate o operador digitar
      *um cupom valido ou zero: confere o digito verificador
      *(3177), a situacao, a validade e o cliente a que o cupom se
      *destina. O cupom aceito vale para o carrinho inteiro; o
      *desconto do tipo valor fica como saldo em BRL a consumir
       3119-PEDE-CUPOM  SECTION.
           MOVE 'N' TO WRK-CPN-ATIVO
           MOVE ZERO TO WRK-CPN-TOTAL-BRL
           PERFORM UNTIL WRK-CPN-PEDIDO EQUAL 'S'
               MOVE ZERO TO WRK-CPN-DIG
               DISPLAY "Cupom (0 = nenhum): " AT LINE 8 COLUMN 55
               ERASE EOL
               ACCEPT WRK-CPN-DIG AT LINE 8 COLUMN 75
               IF WRK-CPN-DIG EQUAL ZERO
                   MOVE 'S' TO WRK-CPN-PEDIDO
               ELSE
                   PERFORM 3114-VALIDA-CUPOM
                   IF WRK-CPN-OK EQUAL 'S'
                       MOVE 'S' TO WRK-CPN-PEDIDO
                       MOVE 'S' TO WRK-CPN-ATIVO
                       MOVE CPN-CODIGO TO WRK-CPN-CODIGO
                       MOVE CPN-TIPO TO WRK-CPN-TIPO
                       MOVE CPN-VALOR TO WRK-CPN-VALOR
                       MOVE CPN-VALOR TO WRK-CPN-SALDO
                       DISPLAY "Cupom:" AT LINE 7 COLUMN 70
                       DISPLAY WRK-CPN-CODIGO AT LINE 7 COLUMN 77
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY " " AT LINE 8 COLUMN 55 ERASE EOL.

      *Confere o cupom digitado em WRK-CPN-DIG; WRK-CPN-OK volta
      *com S e o cupom no buffer de CUPONS, ou com N e o motivo
      *na linha de erro
       3114-VALIDA-CUPOM  SECTION.
           MOVE 'N' TO WRK-CPN-OK
           MOVE WRK-CPN-DIG TO WRK-CPN-VERIF-N
           PERFORM 3177-DIGITO-CUPOM
           IF WRK-DIGITO-CALC NOT EQUAL WRK-CPN-D (8)
               MOVE 'Codigo de cupom invalido' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 3114-VALIDA-CUPOM-FIM
           END-IF

           MOVE WRK-CPN-DIG TO CPN-CODIGO
           READ CUPONS
               INVALID KEY
                   MOVE 'Cupom nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CUPOM-LIVRE
                           MOVE 'Cupom ja utilizado' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       WHEN CPN-VALIDADE < WRK-DATA-HOJE
                           MOVE 'Cupom vencido' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       WHEN CPN-CLIENTE > ZERO
                        AND CPN-CLIENTE NOT EQUAL EMP-CLIENTE-DIG
                           MOVE 'Cupom de outro cliente' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       WHEN OTHER
                           MOVE 'S' TO WRK-CPN-OK
                   END-EVALUATE
           END-READ.

       3114-VALIDA-CUPOM-FIM.
           CONTINUE.

      *Abate do item corrente o cupom aceito no carrinho: o tipo
      *percentual vale sobre o preco de cada item; o tipo valor
      *consome o saldo em BRL, convertido para a moeda do titulo
      *pela taxa do 3180. O imposto embutido acompanha o preco
      *reduzido, como no resgate de pontos (3196)
       3184-APLICA-CUPOM-ITEM  SECTION.
           MOVE ZERO TO WRK-CPN-DESC-ITEM
           IF WRK-CPN-ATIVO EQUAL 'S'
              AND WRK-PRECO-FINAL > ZERO
              AND WRK-TAXA-ACHOU > ZERO
               IF WRK-CPN-TIPO EQUAL 'P'
                   COMPUTE WRK-CPN-DESC-ITEM ROUNDED =
                       WRK-PRECO-FINAL * WRK-CPN-VALOR / 100
               ELSE
                   IF WRK-CPN-SALDO NOT LESS THAN WRK-PRECO-BASE
                       MOVE WRK-PRECO-FINAL TO WRK-CPN-DESC-ITEM
                   ELSE
                       COMPUTE WRK-CPN-DESC-ITEM ROUNDED =
                           WRK-CPN-SALDO / WRK-TAXA-ACHOU
                   END-IF
               END-IF
               IF WRK-CPN-DESC-ITEM > WRK-PRECO-FINAL
                   MOVE WRK-PRECO-FINAL TO WRK-CPN-DESC-ITEM
               END-IF
               SUBTRACT WRK-CPN-DESC-ITEM FROM WRK-PRECO-FINAL
               IF WRK-PERCENTUAL-ACHOU > ZERO
                   COMPUTE WRK-PRECO-IMPOSTO ROUNDED =
                       WRK-PRECO-FINAL * WRK-PERCENTUAL-ACHOU
                       / (100 + WRK-PERCENTUAL-ACHOU)
               ELSE
                   MOVE ZERO TO WRK-PRECO-IMPOSTO
               END-IF
               COMPUTE WRK-PRECO-BASE ROUNDED =
                   WRK-PRECO-FINAL * WRK-TAXA-ACHOU
               COMPUTE WRK-CPN-DESC-BRL ROUNDED =
                   WRK-CPN-DESC-ITEM * WRK-TAXA-ACHOU
               IF WRK-CPN-TIPO EQUAL 'V'
                   IF WRK-CPN-DESC-BRL > WRK-CPN-SALDO
                       MOVE WRK-CPN-SALDO TO WRK-CPN-DESC-BRL
                   END-IF
                   SUBTRACT WRK-CPN-DESC-BRL FROM WRK-CPN-SALDO
               END-IF
               ADD WRK-CPN-DESC-BRL TO WRK-CPN-TOTAL-BRL
           END-IF.

      *Abate do item corrente o que couber do saldo de pontos
      *ainda livre no carrinho: os pontos sao valorados em BRL
      *(WRK-VALOR-PONTO) e o abatimento volta para a moeda do
      *titulo pela taxa do 3180; o imposto embutido acompanha o
      *preco reduzido, como no ajuste de tarifa (3113). Os pontos
      *so saem do razao quando o carrinho e confirmado (3117)
       3196-RESGATA-PONTOS-ITEM  SECTION.
           MOVE ZERO TO WRK-PT-ITEM
           MOVE ZERO TO WRK-PT-DESC-ITEM
           IF WRK-PT-RESGATE EQUAL 'S'
              AND WRK-PRECO-BASE > ZERO
              AND WRK-PT-DISPONIVEL > WRK-PT-USADOS
              AND WRK-TAXA-ACHOU > ZERO
               COMPUTE WRK-PT-VALOR-DISP =
                   (WRK-PT-DISPONIVEL - WRK-PT-USADOS)
                   * WRK-VALOR-PONTO
               IF WRK-PT-VALOR-DISP > WRK-PRECO-BASE
                   COMPUTE WRK-PT-ITEM =
                       WRK-PRECO-BASE / WRK-VALOR-PONTO
               ELSE
                   COMPUTE WRK-PT-ITEM =
                       WRK-PT-DISPONIVEL - WRK-PT-USADOS
               END-IF
               COMPUTE WRK-PT-DESC-BRL =
                   WRK-PT-ITEM * WRK-VALOR-PONTO
               COMPUTE WRK-PT-DESC-ITEM ROUNDED =
                   WRK-PT-DESC-BRL / WRK-TAXA-ACHOU
               IF WRK-PT-DESC-ITEM > WRK-PRECO-FINAL
                   MOVE WRK-PRECO-FINAL TO WRK-PT-DESC-ITEM
                   PERFORM 3197-PONTOS-DO-ABATIMENTO
               END-IF
               SUBTRACT WRK-PT-DESC-ITEM FROM WRK-PRECO-FINAL
               IF WRK-PERCENTUAL-ACHOU > ZERO
                   COMPUTE WRK-PRECO-IMPOSTO ROUNDED =
                       WRK-PRECO-FINAL * WRK-PERCENTUAL-ACHOU
                       / (100 + WRK-PERCENTUAL-ACHOU)
               ELSE
                   MOVE ZERO TO WRK-PRECO-IMPOSTO
               END-IF
               COMPUTE WRK-PRECO-BASE ROUNDED =
                   WRK-PRECO-FINAL * WRK-TAXA-ACHOU
               ADD WRK-PT-ITEM TO WRK-PT-USADOS
           END-IF.

      *Abatimento de pontos cortado pelo preco do item: so sai do
      *saldo o que virou desconto, valorado de volta em BRL pela
      *taxa do 3180 e arredondado para cima (fracao de ponto nao
      *fica de graca)
       3197-PONTOS-DO-ABATIMENTO  SECTION.
           COMPUTE WRK-PT-ITEM =
               WRK-PT-DESC-ITEM * WRK-TAXA-ACHOU / WRK-VALOR-PONTO
           IF WRK-PT-ITEM * WRK-VALOR-PONTO <
              WRK-PT-DESC-ITEM * WRK-TAXA-ACHOU
               ADD 1 TO WRK-PT-ITEM
           END-IF.

      *Soma em WRK-PERCENTUAL-ACHOU as aliquotas dos componentes
      *de imposto do local em WRK-ALIQ-LOCAL vigentes na data em
      *WRK-ALIQ-DATA (a linha mais nova de cada componente com
      *vigencia ate a data), preenchendo a tabela de componentes
      *para o fiscal abrir o imposto; sem componente nenhum, cai
      *na aliquota unica da tabela ALIQUOTA
       3181-ALIQUOTA-VIGENTE  SECTION.
           MOVE 0 TO WRK-QTD-AC
           MOVE ZERO TO WRK-PERCENTUAL-ACHOU
           MOVE SPACES TO WRK-AC-COMP-ANT
           MOVE ZERO TO WRK-AC-PCT-ATUAL

           MOVE WRK-ALIQ-LOCAL TO AC-LOCAL
           MOVE LOW-VALUES TO AC-COMPONENTE
           MOVE ZERO TO AC-VIGENCIA
           START ALIQCOMP KEY IS NOT LESS THAN AC-CHAVE
               INVALID KEY
                   MOVE 10 TO ALIQCOMP-STATUS
           END-START
           IF ALIQCOMP-STATUS EQUAL 0
               READ ALIQCOMP NEXT RECORD
               PERFORM UNTIL ALIQCOMP-STATUS NOT EQUAL 0
                  OR AC-LOCAL NOT EQUAL WRK-ALIQ-LOCAL
                   IF AC-COMPONENTE NOT EQUAL WRK-AC-COMP-ANT
                       PERFORM 3179-FECHA-COMPONENTE
                       MOVE AC-COMPONENTE TO WRK-AC-COMP-ANT
                   END-IF
                   IF AC-VIGENCIA NOT GREATER THAN WRK-ALIQ-DATA
                       MOVE AC-PERCENTUAL TO WRK-AC-PCT-ATUAL
                   END-IF
                   READ ALIQCOMP NEXT RECORD
               END-PERFORM
           END-IF
           PERFORM 3179-FECHA-COMPONENTE

      *    Sem componentes para o local, vale a aliquota unica
           IF WRK-QTD-AC EQUAL ZERO
               MOVE WRK-ALIQ-LOCAL TO COD-LOCAL
               READ ALIQUOTA KEY IS COD-LOCAL
                   INVALID KEY
                       MOVE ZERO TO WRK-PERCENTUAL-ACHOU
                   NOT INVALID KEY
                       MOVE PERCENTUAL-IMPOSTO
                           TO WRK-PERCENTUAL-ACHOU
               END-READ
           END-IF.

      *Fecha o componente anterior: a aliquota vigente dele entra
      *na tabela e no total
       3179-FECHA-COMPONENTE  SECTION.
           IF WRK-AC-COMP-ANT NOT EQUAL SPACES
              AND WRK-AC-PCT-ATUAL > ZERO
              AND WRK-QTD-AC < 10
               ADD 1 TO WRK-QTD-AC
               MOVE WRK-AC-COMP-ANT TO WRK-AC-NOME (WRK-QTD-AC)
               MOVE WRK-AC-PCT-ATUAL TO WRK-AC-PCT (WRK-QTD-AC)
               ADD WRK-AC-PCT-ATUAL TO WRK-PERCENTUAL-ACHOU
           END-IF
           MOVE ZERO TO WRK-AC-PCT-ATUAL.

      *Varre as promocoes vigentes e abate de WRK-PRECO-FINAL o
      *melhor desconto cujo alcance casa com o filme corrente de
      *FILMES-REG (genero, formato) ou com o dia da semana de
      *hoje; o valor abatido fica em WRK-DESCONTO para a tela e
      *para o registro do pagamento
       3182-APLICA-PROMOCAO  SECTION.
           MOVE 0 TO WRK-DESCONTO

           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           PERFORM 3185-DIA-DA-SEMANA
           MOVE WRK-DIA-SEMANA TO WRK-DIA-SEMANA-X

           MOVE LOW-VALUES TO NUM-PROMO
           START PROMOCOES KEY IS NOT LESS THAN NUM-PROMO
               INVALID KEY
                   MOVE 10 TO PROMOCOES-STATUS
           END-START
           IF PROMOCOES-STATUS EQUAL 0
               READ PROMOCOES NEXT RECORD
               PERFORM UNTIL PROMOCOES-STATUS NOT EQUAL 0
                   IF WRK-DATA-HOJE NOT LESS THAN PRM-DATA-INICIO
                      AND WRK-DATA-HOJE NOT GREATER THAN PRM-DATA-FIM
                       PERFORM 3183-TESTA-PROMOCAO
                   END-IF
                   READ PROMOCOES NEXT RECORD
               END-PERFORM
           END-IF

           IF WRK-DESCONTO > WRK-PRECO-FINAL
               MOVE WRK-PRECO-FINAL TO WRK-DESCONTO
           END-IF
           SUBTRACT WRK-DESCONTO FROM WRK-PRECO-FINAL.

      *Confere se a promocao corrente alcanca o filme do checkout
      *e, se alcancar, guarda o maior desconto encontrado
       3183-TESTA-PROMOCAO  SECTION.
           MOVE 0 TO WRK-DESCONTO-CAND
           MOVE 'N' TO WRK-PROMO-CASA
           EVALUATE TRUE
               WHEN PROMO-POR-GENERO
                AND PRM-VALOR-ESCOPO (1:8) EQUAL GENERO
                   MOVE 'S' TO WRK-PROMO-CASA
               WHEN PROMO-POR-FORMATO
                AND PRM-VALOR-ESCOPO EQUAL FORMATO-MIDIA
                   MOVE 'S' TO WRK-PROMO-CASA
               WHEN PROMO-POR-DIA
                AND PRM-VALOR-ESCOPO (1:1) EQUAL WRK-DIA-SEMANA-X
                   MOVE 'S' TO WRK-PROMO-CASA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WRK-PROMO-CASA EQUAL 'S'
               IF PROMO-PERCENTUAL
                   COMPUTE WRK-DESCONTO-CAND ROUNDED =
                       WRK-PRECO-FINAL * PRM-PERCENTUAL / 100
               ELSE
                   MOVE PRM-VALOR-FIXO TO WRK-DESCONTO-CAND
               END-IF
               IF WRK-DESCONTO-CAND > WRK-DESCONTO
                   MOVE WRK-DESCONTO-CAND TO WRK-DESCONTO
               END-IF
           END-IF.

      *Calcula o dia da semana (1 = domingo ... 7 = sabado) da
      *data em WRK-DATA-CALC pela congruencia de Zeller; cada
      *divisao truncada fica em um COMPUTE proprio para nao
      *carregar fracao para o passo seguinte
       3185-DIA-DA-SEMANA  SECTION.
           MOVE WRK-DC-DIA TO WRK-ZC-DIA
           MOVE WRK-DC-MES TO WRK-ZC-MES
           MOVE WRK-DC-ANO TO WRK-ZC-ANO
           IF WRK-ZC-MES < 3
               ADD 12 TO WRK-ZC-MES
               SUBTRACT 1 FROM WRK-ZC-ANO
           END-IF

           DIVIDE WRK-ZC-ANO BY 100 GIVING WRK-ZC-J
               REMAINDER WRK-ZC-K
           COMPUTE WRK-ZC-T1 = (WRK-ZC-MES + 1) * 13 / 5
           COMPUTE WRK-ZC-T4 = WRK-ZC-K / 4
           COMPUTE WRK-ZC-T5 = WRK-ZC-J / 4
           COMPUTE WRK-ZC-T2 = WRK-ZC-DIA + WRK-ZC-T1 + WRK-ZC-K
               + WRK-ZC-T4 + WRK-ZC-T5 + (5 * WRK-ZC-J)
           DIVIDE WRK-ZC-T2 BY 7 GIVING WRK-ZC-T3
               REMAINDER WRK-ZC-RESTO

           IF WRK-ZC-RESTO EQUAL 0
               MOVE 7 TO WRK-DIA-SEMANA
           ELSE
               MOVE WRK-ZC-RESTO TO WRK-DIA-SEMANA
           END-IF
           MOVE 0 TO WRK-ZC-RESTO.

      *Reescreve DISPONIB.CSV com a contagem de copias Disponiveis
      *de cada filme, na hora, logo apos cada checkout, checkin e
      *baixa; e o arquivo que o site consulta entre os feeds
      *noturnos do catalogo
       3198-ATUALIZA-DISPONIBILIDADE  SECTION.
      *    O preco de cada linha vem da leitura do titulo em
      *    FILMES; o registro corrente de quem chamou e guardado
      *    e devolvido no fim
           MOVE FILMES-REG TO WRK-PLJ-FILME-SALVO
           MOVE WRK-LOJA-ATUAL TO WRK-PLJ-LOJA
           ACCEPT WRK-PLJ-DATA FROM DATE YYYYMMDD

           OPEN OUTPUT DISPONIB
           MOVE "Filme;Disponiveis;Preco" TO DISPONIB-REG
           WRITE DISPONIB-REG

           MOVE 0 TO WRK-DISP-FILME-ANT
           MOVE 0 TO WRK-DISP-CONTADOR

           MOVE LOW-VALUES TO EX-CHAVE
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                   IF EX-CODFILME NOT EQUAL WRK-DISP-FILME-ANT
                       PERFORM 3199-GRAVA-LINHA-DISPONIB
                       MOVE EX-CODFILME TO WRK-DISP-FILME-ANT
                       MOVE 0 TO WRK-DISP-CONTADOR
                   END-IF
      *            Copia em recall esta na prateleira mas nao
      *            pode ser locada
                   IF EXEMPLAR-DISPONIVEL
                       MOVE EX-CODFILME TO WRK-RCL-CODFILME
                       MOVE EX-NUMERO TO WRK-RCL-EXEMPLAR
                       PERFORM 9596-CONFERE-RECALL
                       IF WRK-RCL-PENDENTE EQUAL 'N'
                           ADD 1 TO WRK-DISP-CONTADOR
                       END-IF
                   END-IF
                   READ EXEMPLARES NEXT RECORD
               END-PERFORM
           END-IF
           PERFORM 3199-GRAVA-LINHA-DISPONIB

           CLOSE DISPONIB
           MOVE WRK-PLJ-FILME-SALVO TO FILMES-REG.

      *Fecha a linha do filme anterior da disponibilidade, com o
      *preco da locacao na tabela da loja da sessao
       3199-GRAVA-LINHA-DISPONIB  SECTION.
           IF WRK-DISP-FILME-ANT NOT EQUAL ZERO
               MOVE WRK-DISP-FILME-ANT TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE ZERO TO PRECO-ALUGUEL
               END-READ
               PERFORM 3169-PRECO-LOJA-FILME
               MOVE WRK-PLJ-PRECO TO WRK-PLJ-PRECO-ED
               MOVE SPACES TO WRK-LINHA-CSV
               STRING WRK-DISP-FILME-ANT DELIMITED BY SIZE
                      ";"                DELIMITED BY SIZE
                      WRK-DISP-CONTADOR  DELIMITED BY SIZE
                      ";"                DELIMITED BY SIZE
                      WRK-PLJ-PRECO-ED    DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE DISPONIB-REG FROM WRK-LINHA-CSV
           END-IF.

      *Calcula o digito verificador (modulo 11, pesos 6 a 2) dos
      *cinco digitos em WRK-COD-VERIF-X; resto 10 ou 11 vira zero
       3170-CALCULA-DIGITO  SECTION.
           COMPUTE WRK-DV-SOMA =
               WRK-CV-D (1) * 6 + WRK-CV-D (2) * 5 +
               WRK-CV-D (3) * 4 + WRK-CV-D (4) * 3 +
               WRK-CV-D (5) * 2
           DIVIDE WRK-DV-SOMA BY 11 GIVING WRK-DV-QUOC
               REMAINDER WRK-DV-RESTO
           COMPUTE WRK-DIGITO-CALC-9 = 11 - WRK-DV-RESTO
           IF WRK-DIGITO-CALC-9 > 9
               MOVE 0 TO WRK-DIGITO-CALC
           ELSE
               MOVE WRK-DIGITO-CALC-9 TO WRK-DIGITO-CALC
           END-IF
           MOVE WRK-DIGITO-CALC TO WRK-DIGITO-CALC-X.

      *Digito verificador do cupom de desconto (modulo 11, pesos
      *8 a 2) sobre os sete digitos da serie em WRK-CPN-VERIF-X;
      *resto 10 ou 11 vira zero, como no codigo de barras (3170)
       3177-DIGITO-CUPOM  SECTION.
           COMPUTE WRK-DV-SOMA =
               WRK-CPN-D (1) * 8 + WRK-CPN-D (2) * 7 +
               WRK-CPN-D (3) * 6 + WRK-CPN-D (4) * 5 +
               WRK-CPN-D (5) * 4 + WRK-CPN-D (6) * 3 +
               WRK-CPN-D (7) * 2
           DIVIDE WRK-DV-SOMA BY 11 GIVING WRK-DV-QUOC
               REMAINDER WRK-DV-RESTO
           COMPUTE WRK-DIGITO-CALC-9 = 11 - WRK-DV-RESTO
           IF WRK-DIGITO-CALC-9 > 9
               MOVE 0 TO WRK-DIGITO-CALC
           ELSE
               MOVE WRK-DIGITO-CALC-9 TO WRK-DIGITO-CALC
           END-IF
           MOVE WRK-DIGITO-CALC TO WRK-DIGITO-CALC-X.

      *Confere o CPF em WRK-CPF-VERIF-X pelos dois digitos
      *verificadores oficiais (modulo 11, pesos 10 a 2 e 11 a 2;
      *resto menor que 2 vira zero); onze digitos iguais passam
      *na conta mas nao sao CPF. WRK-CPF-OK volta com S ou N
       3173-VALIDA-CPF  SECTION.
           MOVE 'N' TO WRK-CPF-OK
           IF WRK-CPF-VERIF-X NOT NUMERIC
               GO TO 3173-VALIDA-CPF-FIM
           END-IF

           MOVE 0 TO WRK-CPF-IGUAIS
           INSPECT WRK-CPF-VERIF-X TALLYING WRK-CPF-IGUAIS
               FOR ALL WRK-CPF-VERIF-X (1:1)
           IF WRK-CPF-IGUAIS NOT EQUAL 11
               COMPUTE WRK-CPF-SOMA =
                   WRK-CPF-D (1) * 10 + WRK-CPF-D (2) * 9 +
                   WRK-CPF-D (3) * 8 + WRK-CPF-D (4) * 7 +
                   WRK-CPF-D (5) * 6 + WRK-CPF-D (6) * 5 +
                   WRK-CPF-D (7) * 4 + WRK-CPF-D (8) * 3 +
                   WRK-CPF-D (9) * 2
               DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-QUOC
                   REMAINDER WRK-CPF-RESTO
               IF WRK-CPF-RESTO < 2
                   MOVE 0 TO WRK-CPF-DV
               ELSE
                   COMPUTE WRK-CPF-DV = 11 - WRK-CPF-RESTO
               END-IF
               IF WRK-CPF-DV EQUAL WRK-CPF-D (10)
                   COMPUTE WRK-CPF-SOMA =
                       WRK-CPF-D (1) * 11 + WRK-CPF-D (2) * 10 +
                       WRK-CPF-D (3) * 9 + WRK-CPF-D (4) * 8 +
                       WRK-CPF-D (5) * 7 + WRK-CPF-D (6) * 6 +
                       WRK-CPF-D (7) * 5 + WRK-CPF-D (8) * 4 +
                       WRK-CPF-D (9) * 3 + WRK-CPF-D (10) * 2
                   DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-QUOC
                       REMAINDER WRK-CPF-RESTO
                   IF WRK-CPF-RESTO < 2
                       MOVE 0 TO WRK-CPF-DV
                   ELSE
                       COMPUTE WRK-CPF-DV = 11 - WRK-CPF-RESTO
                   END-IF
                   IF WRK-CPF-DV EQUAL WRK-CPF-D (11)
                       MOVE 'S' TO WRK-CPF-OK
                   END-IF
               END-IF
           END-IF.

       3173-VALIDA-CPF-FIM.
           CONTINUE.

      *Procura pela chave alternada outro cliente (diferente de
      *WRK-CPF-DONO) com o CPF em WRK-CPF-BUSCA; o codigo achado
      *volta em WRK-CPF-OUTRO (zero = CPF livre). O buffer de
      *CLIENTES e devolvido como estava, para nao perder a ficha
      *que esta sendo digitada
       3174-CPF-EM-USO  SECTION.
           MOVE CLIENTES-REG TO WRK-CLI-SALVO
           MOVE ZERO TO WRK-CPF-OUTRO

           MOVE WRK-CPF-BUSCA TO CLI-CPF
           START CLIENTES KEY IS EQUAL TO CLI-CPF
               INVALID KEY
                   MOVE 10 TO CLIENTES-STATUS
           END-START
           IF CLIENTES-STATUS EQUAL 0
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                  OR CLI-CPF NOT EQUAL WRK-CPF-BUSCA
                  OR WRK-CPF-OUTRO NOT EQUAL ZERO
                   IF COD-CLIENTE NOT EQUAL WRK-CPF-DONO
                       MOVE COD-CLIENTE TO WRK-CPF-OUTRO
                   ELSE
                       READ CLIENTES NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF

           MOVE WRK-CLI-SALVO TO CLIENTES-REG.

      *Valida o conteudo de WRK-COD-BARRAS: seis digitos sao uma
      *leitura de etiqueta (CODFILME + DV, conferido), cinco
      *digitos sao a digitacao manual; qualquer outra coisa (ou um
      *DV errado) e rejeitada com mensagem na tela. O codigo
      *conferido fica em WRK-COD-VALIDADO e WRK-COD-OK indica se a
      *entrada foi aceita
       3172-VALIDA-COD-BARRAS  SECTION.
           MOVE 'N' TO WRK-COD-OK
           MOVE ZERO TO WRK-COD-VALIDADO
           MOVE 0 TO WRK-COD-LEN
           INSPECT WRK-COD-BARRAS TALLYING WRK-COD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           EVALUATE WRK-COD-LEN
               WHEN 5
                   IF WRK-COD-BARRAS (1:5) NUMERIC
                       MOVE WRK-COD-BARRAS (1:5) TO WRK-COD-VALIDADO
                       MOVE 'S' TO WRK-COD-OK
                   END-IF
               WHEN 6
                   IF WRK-COD-BARRAS (1:6) NUMERIC
                       MOVE WRK-COD-BARRAS (1:5) TO WRK-COD-VERIF-X
                       PERFORM 3170-CALCULA-DIGITO
                       IF WRK-COD-BARRAS (6:1) EQUAL WRK-DIGITO-CALC-X
                           MOVE WRK-COD-VERIF-X TO WRK-COD-VALIDADO
                           MOVE 'S' TO WRK-COD-OK
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WRK-COD-OK EQUAL 'N'
               MOVE 'Codigo de barras invalido' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           END-IF.

      *Varre EXEMPLARES em busca de uma copia Disponivel do filme
      *informado em EMP-CODFILME-DIG, pulando as copias ja separadas
      *pelo carrinho em leituras anteriores do mesmo codigo;
      *WRK-EX-ACHOU recebe o numero do exemplar achado (0 = nenhum)
       3175-LOCALIZA-EXEMPLAR-DISPONIVEL  SECTION.
           MOVE ZERO TO WRK-EX-ACHOU
           MOVE LOW-VALUES TO EX-CHAVE
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                  OR WRK-EX-ACHOU NOT EQUAL ZERO
                   IF EX-CODFILME EQUAL EMP-CODFILME-DIG
                      AND EXEMPLAR-DISPONIVEL
                      AND (EX-LOJA EQUAL WRK-LOJA-ATUAL OR
                           EX-LOJA EQUAL SPACES)
                      AND (WRK-EX-SO-PROPRIO EQUAL 'N' OR
                           EXEMPLAR-PROPRIO)
                       PERFORM 3176-EXEMPLAR-JA-NO-CARRINHO
      *                Copia de prensagem em recall nao sai mais
      *                em locacao nem em segura (3640)
                       MOVE EX-CODFILME TO WRK-RCL-CODFILME
                       MOVE EX-NUMERO TO WRK-RCL-EXEMPLAR
                       PERFORM 9596-CONFERE-RECALL
                       IF WRK-ITEM-JA-USADO EQUAL 'N'
                          AND WRK-RCL-PENDENTE EQUAL 'N'
                           MOVE EX-NUMERO TO WRK-EX-ACHOU
                       ELSE
                           READ EXEMPLARES NEXT RECORD
                       END-IF
                   ELSE
                       READ EXEMPLARES NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF.

      *Confere se o exemplar corrente de EXEMPLARES-REG ja foi
      *separado pelo carrinho em uma leitura anterior (3110)
       3176-EXEMPLAR-JA-NO-CARRINHO  SECTION.
           MOVE 'N' TO WRK-ITEM-JA-USADO
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
               UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
               IF WRK-ITEM-CODFILME (WRK-IDX-ITEM) EQUAL EX-CODFILME
                  AND WRK-ITEM-EXEMPLAR (WRK-IDX-ITEM) EQUAL EX-NUMERO
                   MOVE 'S' TO WRK-ITEM-JA-USADO
               END-IF
           END-PERFORM.

      *Busca as condicoes de locacao (prazo e multa por dia) da
      *categoria em WRK-CAT-BUSCA; sem condicao propria, cai na
      *linha PADRAO, e sem PADRAO mantem os valores historicos
      *(7 dias, 2,00 por dia)
       3160-BUSCA-TERMOS  SECTION.
           MOVE WRK-CAT-BUSCA TO TRM-CATEGORIA
           READ TERMOS
               INVALID KEY
                   MOVE 'PADRAO' TO TRM-CATEGORIA
                   READ TERMOS
                       INVALID KEY
                           MOVE 7 TO WRK-PRAZO-DIAS
                           MOVE 2,00 TO WRK-MULTA-DIA
                           MOVE ZERO TO WRK-EXTRA-DIA
                           MOVE ZERO TO WRK-TARIFA-SEMANA
                       NOT INVALID KEY
                           MOVE TRM-PRAZO-DIAS TO WRK-PRAZO-DIAS
                           MOVE TRM-MULTA-DIA TO WRK-MULTA-DIA
                           MOVE TRM-EXTRA-DIA TO WRK-EXTRA-DIA
                           MOVE TRM-SEMANA TO WRK-TARIFA-SEMANA
                   END-READ
               NOT INVALID KEY
                   MOVE TRM-PRAZO-DIAS TO WRK-PRAZO-DIAS
                   MOVE TRM-MULTA-DIA TO WRK-MULTA-DIA
                   MOVE TRM-EXTRA-DIA TO WRK-EXTRA-DIA
                   MOVE TRM-SEMANA TO WRK-TARIFA-SEMANA
           END-READ.

      *Escolhe a linha de TERMOS conforme a categoria comercial do
      *filme corrente: Lancamento e Promocao tem condicoes
      *proprias em TERMOS; Catalogo (e registros de antes da
      *categoria) seguem pela midia, como sempre foi
       3163-CATEGORIA-TERMOS  SECTION.
           EVALUATE TRUE
               WHEN TITULO-LANCAMENTO
                   MOVE 'LANCAMENTO' TO WRK-CAT-BUSCA
               WHEN TITULO-PROMO
                   MOVE 'PROMO' TO WRK-CAT-BUSCA
               WHEN OTHER
                   MOVE FORMATO-MIDIA TO WRK-CAT-BUSCA
           END-EVALUATE.

      *Busca as condicoes de locacao da categoria do filme do
      *emprestimo corrente (EMP-CODFILME), para o calculo de multa
      *e de prazo no checkin, na renovacao e no relatorio de
      *atrasos
       3165-TERMOS-DO-EMPRESTIMO  SECTION.
           MOVE EMP-CODFILME TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE 'PADRAO' TO WRK-CAT-BUSCA
               NOT INVALID KEY
                   PERFORM 3163-CATEGORIA-TERMOS
           END-READ
           PERFORM 3160-BUSCA-TERMOS.

      *Valida a data digitada em WRK-DATA-VALIDAR: calendario de
      *verdade (mes 1-12, dia dentro do mes, fevereiro bissexto) e
      *faixa sensata de ano (1990-2099); um 20269931 digitado no
      *balcao para de chegar aos arquivos e de enlouquecer o
      *avanco dia a dia do 3150
       3155-VALIDA-DATA  SECTION.
           MOVE 'N' TO WRK-DATA-OK
           MOVE WRK-DATA-VALIDAR TO WRK-DATA-CALC

           IF WRK-DC-ANO < 1990 OR WRK-DC-ANO > 2099
               CONTINUE
           ELSE
               IF WRK-DC-MES < 1 OR WRK-DC-MES > 12
                   CONTINUE
               ELSE
                   MOVE WRK-DIAS-MES (WRK-DC-MES) TO WRK-DIAS-NO-MES
                   IF WRK-DC-MES EQUAL 2
                       DIVIDE WRK-DC-ANO BY 4 GIVING WRK-RESTO-ANO
                           REMAINDER WRK-RESTO-ANO
                       IF WRK-RESTO-ANO EQUAL ZERO
                           MOVE 29 TO WRK-DIAS-NO-MES
                       END-IF
                   END-IF
                   IF WRK-DC-DIA > 0
                      AND WRK-DC-DIA NOT GREATER THAN WRK-DIAS-NO-MES
                       MOVE 'S' TO WRK-DATA-OK
                   END-IF
               END-IF
           END-IF.

      *Limita a multa calculada ao custo de reposicao do titulo
      *(PRECO-COMPRA convertido para BRL): um disco esquecido
      *nunca deve mais do que uma copia nova; o filme do
      *emprestimo corrente ja esta no buffer (3165 acabou de ler)
       3166-LIMITA-MULTA  SECTION.
           IF PRECO-COMPRA > ZERO
               MOVE MOEDA TO COD-MOEDA
               READ TAXACAMBIO KEY IS COD-MOEDA
                   INVALID KEY
                       MOVE 1,0000 TO WRK-TAXA-ACHOU
                   NOT INVALID KEY
                       MOVE TAXA-CONVERSAO TO WRK-TAXA-ACHOU
               END-READ
               COMPUTE WRK-MULTA-TETO ROUNDED =
                   PRECO-COMPRA * WRK-TAXA-ACHOU
               IF WRK-VALOR-MULTA > WRK-MULTA-TETO
                   MOVE WRK-MULTA-TETO TO WRK-VALOR-MULTA
               END-IF
           END-IF.

      *Consulta o calendario da loja e marca em WRK-DIA-FECHADO se
      *a data corrente de WRK-DATA-CALC e um dia fechado
       3156-DIA-FECHADO  SECTION.
           MOVE WRK-DATA-CALC TO CAL-DATA
           READ CALENDARIO
               INVALID KEY
                   MOVE 'N' TO WRK-DIA-FECHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-DIA-FECHADO
           END-READ.

      *Empurra WRK-DATA-CALC para frente enquanto ela cair em um
      *dia fechado da loja, para que nenhuma devolucao seja
      *prevista para um dia em que nao da para devolver
       3157-PULA-DIA-FECHADO  SECTION.
           PERFORM 3156-DIA-FECHADO
           PERFORM UNTIL WRK-DIA-FECHADO EQUAL 'N'
               PERFORM 3150-AVANCA-UM-DIA
               PERFORM 3156-DIA-FECHADO
           END-PERFORM.

      *Recua WRK-DATA-CALC em um dia corrido, tratando virada de
      *mes e de ano (usada pelo relatorio da manha para achar a
      *data de ontem)
       3151-RECUA-UM-DIA  SECTION.
           IF WRK-DC-DIA > 1
               SUBTRACT 1 FROM WRK-DC-DIA
           ELSE
               IF WRK-DC-MES EQUAL 1
                   MOVE 12 TO WRK-DC-MES
                   SUBTRACT 1 FROM WRK-DC-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-DC-MES
               END-IF
               MOVE WRK-DIAS-MES (WRK-DC-MES) TO WRK-DIAS-NO-MES
               IF WRK-DC-MES EQUAL 2
                   DIVIDE WRK-DC-ANO BY 4 GIVING WRK-RESTO-ANO
                       REMAINDER WRK-RESTO-ANO
                   IF WRK-RESTO-ANO EQUAL ZERO
                       MOVE 29 TO WRK-DIAS-NO-MES
                   END-IF
               END-IF
               MOVE WRK-DIAS-NO-MES TO WRK-DC-DIA
           END-IF.

      *Avanca WRK-DATA-CALC em um dia corrido, tratando virada de
      *mes e de ano (usada WRK-PRAZO-DIAS vezes para calcular a
      *data prevista de devolucao)
       3150-AVANCA-UM-DIA  SECTION.
           ADD 1 TO WRK-DC-DIA

           MOVE WRK-DIAS-MES (WRK-DC-MES) TO WRK-DIAS-NO-MES
           IF WRK-DC-MES EQUAL 2
               DIVIDE WRK-DC-ANO BY 4 GIVING WRK-RESTO-ANO
                   REMAINDER WRK-RESTO-ANO
               IF WRK-RESTO-ANO EQUAL ZERO
                   MOVE 29 TO WRK-DIAS-NO-MES
               END-IF
           END-IF

           IF WRK-DC-DIA > WRK-DIAS-NO-MES
               MOVE 1 TO WRK-DC-DIA
               ADD 1 TO WRK-DC-MES
               IF WRK-DC-MES > 12
                   MOVE 1 TO WRK-DC-MES
                   ADD 1 TO WRK-DC-ANO
               END-IF
           END-IF.

      *Devolve um exemplar: localiza o emprestimo em aberto do
      *filme informado, grava a data de devolucao, calcula a multa
      *por atraso (se houver) e verifica a fila de reservas
       3200-CHECKIN  SECTION.
           MOVE "Checkin" TO WRK-MODULO.
           MOVE ZERO TO WRK-SER-FILME
           MOVE ZERO TO WRK-EQP-FALTA

      *    Com o dia de negocio fechado o balcao nao transaciona
           PERFORM 3810-VERIFICA-DIA-FECHADO
           IF WRK-DIA-ENCERRADO EQUAL 'S'
               DISPLAY TELA
               MOVE 'Dia encerrado - reabra p/ usar' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               DISPLAY "Tecle enter para voltar ao menu"
               AT LINE 20 COLUMN 35
               ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 70
               GO TO 3200-CHECKIN-FIM
           END-IF.
           MOVE ZERO TO EMP-CODFILME-DIG
           MOVE ZERO TO EMP-CLIENTE-DIG
           MOVE SPACES TO WRK-COD-BARRAS

           DISPLAY TELA
      *    Na coleta de uma entrega em domicilio (3975) o emprestimo
      *    ja vem informado e a copia nao precisa ser lida
           IF WRK-ENT-EMP-CHECKIN > ZERO
               MOVE ZERO TO WRK-EMP-ACHOU
               MOVE WRK-ENT-EMP-CHECKIN TO NUM-EMPRESTIMO
               MOVE ZERO TO WRK-ENT-EMP-CHECKIN
               READ EMPRESTIMOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMPRESTIMO-ABERTO
                           MOVE NUM-EMPRESTIMO TO WRK-EMP-ACHOU
                           MOVE EMP-CODFILME TO EMP-CODFILME-DIG
                           DISPLAY "Coleta - emprestimo: "
                           AT LINE 5 COLUMN 20
                           DISPLAY NUM-EMPRESTIMO AT LINE 5 COLUMN 42
                       END-IF
               END-READ
           ELSE
               DISPLAY "Codigo do filme (ou leia o codigo de barras): "
               AT LINE 5 COLUMN 20
               ACCEPT WRK-COD-BARRAS AT LINE 5 COLUMN 68

               PERFORM 3172-VALIDA-COD-BARRAS
               MOVE WRK-COD-VALIDADO TO EMP-CODFILME-DIG

               PERFORM 3250-LOCALIZA-EMPRESTIMO-ABERTO
           END-IF

           IF WRK-EMP-ACHOU = ZERO
               MOVE 'Nao ha emprestimo em aberto para esse filme'
                   TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-DATA-HOJE TO EMP-DATA-DEVOLUCAO
               ACCEPT WRK-HORA-BALCAO FROM TIME
               MOVE WRK-HORA-BALCAO (1:4) TO EMP-HORA-DEVOLUCAO
               MOVE 'D' TO EMP-STATUS

               PERFORM 3165-TERMOS-DO-EMPRESTIMO

               MOVE 0 TO WRK-DIAS-ATRASO
               MOVE 0 TO WRK-VALOR-MULTA
               IF WRK-DATA-HOJE > EMP-DATA-PREVISTA
                   MOVE EMP-DATA-PREVISTA TO WRK-DATA-CALC
                   PERFORM UNTIL WRK-DATA-CALC EQUAL WRK-DATA-HOJE
                       PERFORM 3150-AVANCA-UM-DIA
                       PERFORM 3156-DIA-FECHADO
                       IF WRK-DIA-FECHADO EQUAL 'N'
                           ADD 1 TO WRK-DIAS-ATRASO
                       END-IF
                   END-PERFORM
                   COMPUTE WRK-VALOR-MULTA =
                       WRK-DIAS-ATRASO * WRK-MULTA-DIA
                   PERFORM 3166-LIMITA-MULTA
               END-IF

      *        Lanca a multa no proprio registro do emprestimo e
      *        pergunta ao operador o destino da cobranca; a isencao
      *        exige um motivo, que vai para a trilha de auditoria
               IF WRK-VALOR-MULTA > 0
                   MOVE WRK-VALOR-MULTA TO EMP-VALOR-MULTA
                   MOVE 'P' TO EMP-MULTA-SITUACAO

                   DISPLAY "Dias de atraso: " AT 1735
                   DISPLAY WRK-DIAS-ATRASO AT 1751
                   DISPLAY "Multa a cobrar: " AT 1835
                   DISPLAY WRK-VALOR-MULTA AT 1851

                   MOVE SPACE TO WRK-MULTA-ESCOLHA
                   DISPLAY "Multa: P-aga, I-sentar, D-eixar pendente: "
                   AT LINE 19 COLUMN 20
                   ACCEPT WRK-MULTA-ESCOLHA AT LINE 19 COLUMN 63

                   EVALUATE WRK-MULTA-ESCOLHA
                       WHEN 'P'
                       WHEN 'p'
                           MOVE 'G' TO EMP-MULTA-SITUACAO
                           PERFORM 3195-GRAVA-PAGAMENTO-MULTA
                       WHEN 'I'
                       WHEN 'i'
                           IF WRK-PERFIL-BALCAO
                               MOVE 'Isencao exige supervisor'
                                   TO WRK-ERRO
                               DISPLAY TELA-ERRO ERASE EOL
                               MOVE EMP-CODFILME TO CODFILME
                               MOVE 'NEGADO' TO WRK-AUD-OPERACAO
                               MOVE 'ISENCAO DE MULTA'
                                   TO WRK-AUD-DETALHE
                               PERFORM 5190-GRAVA-AUDITORIA
                           ELSE
                           MOVE SPACES TO WRK-MULTA-MOTIVO
                           PERFORM UNTIL WRK-MULTA-MOTIVO NOT EQUAL
                               SPACES
                               DISPLAY "Motivo da isencao: "
                               AT LINE 20 COLUMN 20
                               ACCEPT WRK-MULTA-MOTIVO
                               AT LINE 20 COLUMN 40
                           END-PERFORM
                           MOVE 'I' TO EMP-MULTA-SITUACAO
                           MOVE EMP-CODFILME TO CODFILME
                           MOVE 'ISENCAO' TO WRK-AUD-OPERACAO
                           MOVE WRK-MULTA-MOTIVO TO WRK-AUD-DETALHE
                           PERFORM 5190-GRAVA-AUDITORIA
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF

               REWRITE EMPRESTIMOS-REG
               MOVE 'A' TO WRK-JRN-OPER
               PERFORM 5202-JORNAL-EMPRESTIMOS

      *        Disco da assinatura pelo correio devolvido no balcao
               PERFORM 9724-CORREIO-DEVOLVIDO

               DISPLAY "Emprestimo devolvido" AT 1635

      *        Equipamento: o operador confere o kit de acessorios
      *        e o que faltar e cobrado como dano
               PERFORM 3698-CONFERE-ACESSORIOS

      *        Avaliacao rapida do cliente no balcao (opcional):
      *        uma nota por (filme, cliente), regravada se o
      *        cliente avaliar o mesmo titulo de novo
               MOVE ZERO TO WRK-AVA-NOTA
               DISPLAY "Nota do cliente (0 = nao avaliou): "
               AT LINE 16 COLUMN 20
               ACCEPT WRK-AVA-NOTA AT LINE 16 COLUMN 56
               IF WRK-AVA-NOTA > ZERO
                   MOVE EMP-CODFILME TO AV-CODFILME
                   MOVE EMP-CLIENTE TO AV-CLIENTE
                   MOVE WRK-AVA-NOTA TO AV-NOTA
                   MOVE WRK-DATA-HOJE TO AV-DATA
                   WRITE AVALIA-REG
                       INVALID KEY
                           REWRITE AVALIA-REG
                   END-WRITE
               END-IF

      *        Avaliacao do estado da copia devolvida: um texto em
      *        branco mantem o estado atual; se a copia precisa de
      *        conserto ela entra na fila de reparos e nao passa
      *        pela fila de reservas
               MOVE SPACES TO EX-ESTADO-DIG
               DISPLAY "Estado da copia (branco = mantem): "
               AT LINE 17 COLUMN 20
               ACCEPT EX-ESTADO-DIG AT LINE 17 COLUMN 56

      *        Conta a locacao no uso da copia; ao completar o
      *        limite desde a ultima inspecao ela vai para a
      *        limpeza em vez de voltar a prateleira ou a reserva
               PERFORM 3205-CONTA-USO-EXEMPLAR

      *        Copia de prensagem em recall nao volta a prateleira
      *        nem vai para reparo ou reserva: e baixada direto
      *        para a RMA do distribuidor
               MOVE EMP-CODFILME TO WRK-RCL-CODFILME
               MOVE EMP-EXEMPLAR TO WRK-RCL-EXEMPLAR
               PERFORM 9596-CONFERE-RECALL
               IF WRK-RCL-PENDENTE EQUAL 'S'
                   PERFORM 9590-RECOLHE-RECALL
                   DISPLAY "Copia em recall - separe p/ RMA "
                   AT 1935
                   DISPLAY RCL-RMA AT 1967
               ELSE
                   MOVE SPACE TO WRK-REPARO-ESCOLHA
                   DISPLAY "Enviar para reparo? (S/N): "
                   AT LINE 18 COLUMN 20
                   ACCEPT WRK-REPARO-ESCOLHA AT LINE 18 COLUMN 48

                   IF WRK-REPARO-ESCOLHA = 'S'
                      OR WRK-REPARO-ESCOLHA = 's'
                       PERFORM 3210-ENVIA-REPARO
                   ELSE
                       IF WRK-INSP-DEVIDA EQUAL 'S'
                           MOVE ZERO TO WRK-RES-ACHOU
                           DISPLAY
                           "Separe a copia para inspecao/limpeza"
                           AT 1935
                       ELSE
                           PERFORM 3350-VERIFICA-RESERVA
                       END-IF

                       MOVE EMP-CODFILME TO EX-CODFILME
                       MOVE EMP-EXEMPLAR TO EX-NUMERO
                       READ EXEMPLARES
                           NOT INVALID KEY
                               IF EX-ESTADO-DIG NOT EQUAL SPACES
                                   MOVE EX-ESTADO-DIG TO EX-ESTADO
                               END-IF
                               IF WRK-INSP-DEVIDA EQUAL 'S'
                                   MOVE 'I' TO EX-STATUS
                               ELSE
                                   IF WRK-RES-ACHOU NOT EQUAL ZERO
                                       MOVE 'R' TO EX-STATUS
                                   ELSE
                                       MOVE 'D' TO EX-STATUS
                                   END-IF
                               END-IF
                               REWRITE EXEMPLARES-REG
                               MOVE 'A' TO WRK-JRN-OPER
                               PERFORM 5205-JORNAL-EXEMPLARES
                               IF EXEMPLAR-DISPONIVEL
                                   PERFORM 9763-GRAVA-GUARDAR
                               END-IF
                       END-READ
                   END-IF
               END-IF
               PERFORM 3198-ATUALIZA-DISPONIBILIDADE
               MOVE EMP-CODFILME TO WRK-SER-FILME
               MOVE EMP-CLIENTE TO WRK-SER-CLIENTE
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 22 COLUMN 35
           ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 70

      *    Filme devolvido com continuacao: sugere o proximo da serie
           IF WRK-SER-FILME > ZERO
               PERFORM 3692-SUGERE-PROXIMO-SERIE
           END-IF.

       3200-CHECKIN-FIM.
           CONTINUE.

      *Soma a locacao que acabou de voltar no uso do exemplar
      *(total e desde a ultima inspecao) e liga WRK-INSP-DEVIDA
      *quando o limite de PARAM-LOC-INSPECAO foi alcancado
       3205-CONTA-USO-EXEMPLAR  SECTION.
           MOVE 'N' TO WRK-INSP-DEVIDA
           MOVE EMP-CODFILME TO EX-CODFILME
           MOVE EMP-EXEMPLAR TO EX-NUMERO
           READ EXEMPLARES
               NOT INVALID KEY
                   ADD 1 TO EX-QTD-LOCACOES
                   IF EX-LOC-DESDE-INSP < 999
                       ADD 1 TO EX-LOC-DESDE-INSP
                   END-IF
                   REWRITE EXEMPLARES-REG
                   MOVE 'A' TO WRK-JRN-OPER
                   PERFORM 5205-JORNAL-EXEMPLARES
                   IF WRK-LOC-INSPECAO > ZERO
                      AND EX-LOC-DESDE-INSP NOT LESS THAN
                          WRK-LOC-INSPECAO
                       MOVE 'S' TO WRK-INSP-DEVIDA
                   END-IF
           END-READ.

      *Coloca a copia recem devolvida na fila de reparos: atualiza
      *o estado, marca o exemplar como em Manutencao (fora do
      *checkout ate 9967-CONCLUI-REPARO) e grava o registro do
      *conserto com data de envio, previsao de volta e custo
       3210-ENVIA-REPARO  SECTION.
           MOVE ZERO TO RP-DATA-PREV-DIG
           MOVE ZERO TO RP-CUSTO-DIG
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               DISPLAY "Previsao de volta (AAAAMMDD): "
               AT LINE 19 COLUMN 20
               ACCEPT RP-DATA-PREV-DIG AT LINE 19 COLUMN 51
               MOVE RP-DATA-PREV-DIG TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM
           DISPLAY "Custo estimado do conserto: "
           AT LINE 20 COLUMN 20
           ACCEPT RP-CUSTO-DIG AT LINE 20 COLUMN 49

           MOVE EMP-CODFILME TO EX-CODFILME
           MOVE EMP-EXEMPLAR TO EX-NUMERO
           READ EXEMPLARES
               INVALID KEY
                   MOVE 'Exemplar nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   IF EX-ESTADO-DIG NOT EQUAL SPACES
                       MOVE EX-ESTADO-DIG TO EX-ESTADO
                   END-IF
                   MOVE 'M' TO EX-STATUS
                   REWRITE EXEMPLARES-REG
                   MOVE 'A' TO WRK-JRN-OPER
                   PERFORM 5205-JORNAL-EXEMPLARES

                   MOVE '1' TO CTLREP-CHAVE
                   READ CTLREP KEY IS CTLREP-CHAVE
                   COMPUTE WRK-PROX-REPARO = CTLREP-ULT-NUMERO + 1
                   MOVE WRK-PROX-REPARO TO NUM-REPARO

                   MOVE EX-CODFILME TO RP-CODFILME
                   MOVE EX-NUMERO TO RP-EXEMPLAR
                   MOVE WRK-DATA-HOJE TO RP-DATA-ENVIO
                   MOVE RP-DATA-PREV-DIG TO RP-DATA-PREV
                   MOVE RP-CUSTO-DIG TO RP-CUSTO
                   MOVE 'P' TO RP-STATUS

                   WRITE REPAROS-REG
                       INVALID KEY
                           MOVE 'Erro ao gravar reparo' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE '3210-ENVIA-REPARO' TO WRK-ERL-PARAGRAFO
                           MOVE 'REPAROS' TO WRK-ERL-ARQUIVO
                           MOVE 'WRITE' TO WRK-ERL-OPERACAO
                           MOVE REPAROS-STATUS TO WRK-ERL-STATUS
                           MOVE NUM-REPARO TO WRK-ERL-CHAVE
                           PERFORM 5196-GRAVA-ERRO-ARQUIVO
                       NOT INVALID KEY
                           MOVE NUM-REPARO TO CTLREP-ULT-NUMERO
                           REWRITE CTLREP-REG
                           DISPLAY "Reparo numero: " AT 2120
                           DISPLAY WRK-PROX-REPARO AT 2136

      *                    O estrago tem dono: oferta da taxa de
      *                    dano ao cliente que quebrou o disco
                           PERFORM 3215-COBRA-DANO
                   END-WRITE
           END-READ.

      *Taxa de dano do exemplar que foi para o reparo: o valor
      *sugerido vem do custo estimado do conserto (ou do preco de
      *compra do titulo, quando nao ha estimativa) e pode ser
      *C-obrado na hora como uma multa, deixado P-endente na conta
      *do cliente ou I-sentado pelo supervisor; a decisao sempre
      *fica na trilha de auditoria. Emprestimo com protecao contra
      *dano tem o dano coberto ate o teto da protecao (9682)
       3215-COBRA-DANO  SECTION.
      *    Acessorios de equipamento que nao voltaram valem pela
      *    soma da lista (3698); equipamento sem estimativa de
      *    conserto vale o valor de reposicao da unidade
           IF WRK-EQP-FALTA > ZERO
               MOVE WRK-EQP-FALTA TO WRK-DANO-SUGESTAO
           ELSE
           IF RP-CUSTO-DIG > ZERO
               MOVE RP-CUSTO-DIG TO WRK-DANO-SUGESTAO
           ELSE
               MOVE PRECO-COMPRA TO WRK-DANO-SUGESTAO
               PERFORM 3695-LE-EQUIPAMENTO
               IF WRK-EQP-ACHOU EQUAL 'S'
                  AND EQP-VALOR-REPOSICAO > ZERO
                   MOVE EQP-VALOR-REPOSICAO TO WRK-DANO-SUGESTAO
               END-IF
           END-IF
           END-IF

           DISPLAY "Taxa de dano sugerida: " AT LINE 22 COLUMN 20
           DISPLAY WRK-DANO-SUGESTAO AT LINE 22 COLUMN 44
           MOVE ZERO TO WRK-DANO-VALOR
           DISPLAY "Valor a cobrar (0 = sugerido): "
           AT LINE 23 COLUMN 20
           ACCEPT WRK-DANO-VALOR AT LINE 23 COLUMN 52
           IF WRK-DANO-VALOR EQUAL ZERO
               MOVE WRK-DANO-SUGESTAO TO WRK-DANO-VALOR
           END-IF

      *    Emprestimo com protecao contra dano: o dano e coberto
      *    sem cobranca ate o teto que resta da protecao, com linha
      *    propria na trilha de auditoria (9682); so o que passar
      *    do teto segue para a cobranca
           PERFORM 9682-PROTECAO-COBRE-DANO
           IF WRK-PRT-COBERTO > ZERO
              AND WRK-DANO-VALOR EQUAL ZERO
               GO TO 3215-COBRA-DANO-FIM
           END-IF

           MOVE SPACE TO WRK-DANO-ESCOLHA
           DISPLAY "Dano: C-obrar, P-endente, I-sentar: "
           AT LINE 24 COLUMN 20
           ACCEPT WRK-DANO-ESCOLHA AT LINE 24 COLUMN 57

           EVALUATE WRK-DANO-ESCOLHA
               WHEN 'C'
               WHEN 'c'
                   MOVE WRK-DANO-VALOR TO WRK-VALOR-MULTA
                   PERFORM 3195-GRAVA-PAGAMENTO-MULTA
                   MOVE EMP-CODFILME TO CODFILME
                   MOVE 'DANOCOBR' TO WRK-AUD-OPERACAO
                   MOVE SPACES TO WRK-AUD-DETALHE
                   STRING 'VALOR=' DELIMITED BY SIZE
                          WRK-DANO-VALOR DELIMITED BY SIZE
                          INTO WRK-AUD-DETALHE
                   END-STRING
                   PERFORM 5190-GRAVA-AUDITORIA
               WHEN 'P'
               WHEN 'p'
      *            A taxa fica pendente na conta do cliente, como
      *            uma multa por atraso que nao foi paga
                   ADD WRK-DANO-VALOR TO EMP-VALOR-MULTA
                   MOVE 'P' TO EMP-MULTA-SITUACAO
                   REWRITE EMPRESTIMOS-REG
                   MOVE 'A' TO WRK-JRN-OPER
                   PERFORM 5202-JORNAL-EMPRESTIMOS
                   MOVE EMP-CODFILME TO CODFILME
                   MOVE 'DANOPEND' TO WRK-AUD-OPERACAO
                   MOVE SPACES TO WRK-AUD-DETALHE
                   STRING 'VALOR=' DELIMITED BY SIZE
                          WRK-DANO-VALOR DELIMITED BY SIZE
                          INTO WRK-AUD-DETALHE
                   END-STRING
                   PERFORM 5190-GRAVA-AUDITORIA
               WHEN 'I'
               WHEN 'i'
                   PERFORM 2010-EXIGE-SUPERVISOR
                   IF WRK-ACESSO-OK EQUAL 'S'
                       MOVE EMP-CODFILME TO CODFILME
                       MOVE 'DANOISEN' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'VALOR=' DELIMITED BY SIZE
                              WRK-DANO-VALOR DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA
                       DISPLAY "Taxa de dano isentada"
                       AT LINE 24 COLUMN 60
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3215-COBRA-DANO-FIM.
           CONTINUE.

      *Grava a multa por atraso quitada no checkin como um recibo
      *numerado, no mesmo padrao de 3190-GRAVA-PAGAMENTO; a multa e
      *sempre cobrada na moeda base (BRL), sem parcela de imposto
       3195-GRAVA-PAGAMENTO-MULTA  SECTION.
           PERFORM 3188-PERGUNTA-FORMA

      *    A multa de um dependente e cobrada do responsavel da
      *    familia (ver CLI-RESPONSAVEL)
           MOVE EMP-CLIENTE TO WRK-RESP-PAG
           MOVE EMP-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLI-RESPONSAVEL > ZERO
                       MOVE CLI-RESPONSAVEL TO WRK-RESP-PAG
                   END-IF
           END-READ

           PERFORM 2050-RESERVA-NUM-PAGAMENTO
           MOVE WRK-PROX-PAGAMENTO TO NUM-PAGAMENTO

           MOVE NUM-EMPRESTIMO   TO PAG-NUM-EMPRESTIMO
           MOVE WRK-RESP-PAG     TO PAG-CLIENTE
           MOVE WRK-VALOR-MULTA  TO PAG-VALOR
           MOVE 'BRL'            TO PAG-MOEDA
           MOVE ZERO             TO PAG-VALOR-IMPOSTO
           MOVE WRK-OPERADOR     TO PAG-OPERADOR
           MOVE WRK-DATA-HOJE    TO PAG-DATA
           MOVE 'M'              TO PAG-TIPO
           MOVE WRK-VALOR-MULTA  TO PAG-VALOR-BRL
           MOVE WRK-CAIXA-ATUAL  TO PAG-CAIXA
           MOVE ZERO             TO PAG-DESCONTO
           MOVE ZERO             TO PAG-VALE
           MOVE ZERO             TO PAG-VALE-CARTAO
           MOVE WRK-LOJA-ATUAL   TO PAG-LOJA
           MOVE WRK-FORMA-PAGTO  TO PAG-FORMA
           MOVE ZERO             TO PAG-REF-DOC
           MOVE ZERO             TO PAG-CODFILME

           PERFORM 3187-ESCREVE-PAGAMENTO
           IF WRK-PAG-GRAVOU EQUAL 'N'
               MOVE 'Erro ao gravar pagamento' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               DISPLAY "Recibo da multa: " AT 2120
               DISPLAY WRK-PROX-PAGAMENTO AT 2138
           END-IF.

      *Localiza um registro Aberto para o filme informado em
      *EMP-CODFILME-DIG indo direto pela chave alternada por
      *EMP-CODFILME, sem varrer o arquivo inteiro; WRK-EMP-ACHOU
      *recebe o NUM-EMPRESTIMO achado (0 = nao achou)
       3250-LOCALIZA-EMPRESTIMO-ABERTO  SECTION.
           MOVE ZERO TO WRK-EMP-ACHOU
           MOVE EMP-CODFILME-DIG TO EMP-CODFILME
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CODFILME
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
           END-IF
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
              OR WRK-EMP-ACHOU NOT EQUAL ZERO
              OR EMP-CODFILME NOT EQUAL EMP-CODFILME-DIG
               IF EMPRESTIMO-ABERTO
                   MOVE NUM-EMPRESTIMO TO WRK-EMP-ACHOU
               ELSE
                   READ EMPRESTIMOS NEXT RECORD
               END-IF
           END-PERFORM.

      *Coloca um cliente na fila de espera de um filme que esta
      *emprestado no momento; nao se aplica a um filme ja disponivel
       3300-RESERVAR  SECTION.
           MOVE "Reservar" TO WRK-MODULO.
           MOVE ZERO TO RES-CODFILME-DIG
           MOVE ZERO TO RES-CLIENTE-DIG
           MOVE SPACES TO WRK-COD-BARRAS

           DISPLAY TELA
           ACCEPT TELA-RESERVA

           PERFORM 3172-VALIDA-COD-BARRAS
           MOVE WRK-COD-VALIDADO TO RES-CODFILME-DIG

           MOVE RES-CODFILME-DIG TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE 'Filme nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   MOVE RES-CLIENTE-DIG TO COD-CLIENTE
                   READ CLIENTES
                       INVALID KEY
                           MOVE 'Cliente nao cadastrado' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       NOT INVALID KEY
                           IF CLIENTE-INATIVO
                               MOVE 'Cliente nao cadastrado' TO
                                   WRK-ERRO
                               DISPLAY TELA-ERRO ERASE EOL
                           ELSE
      *                        A fila aceita reserva sempre que
      *                        nao ha copia Disponivel: titulo
      *                        emprestado, sem copia nenhuma ou
      *                        ainda encomendado (pre-reserva,
      *                        atendida no recebimento do pedido);
      *                        antes da data de estreia a copia que
      *                        ja chegou nao conta
                               MOVE RES-CODFILME-DIG
                                   TO WRK-JAN-CODFILME
                               PERFORM 9614-SITUACAO-JANELA
                               MOVE 'N' TO WRK-TEM-DISPONIVEL
                               MOVE RES-CODFILME-DIG TO EX-CODFILME
                               MOVE ZERO TO EX-NUMERO
                               START EXEMPLARES KEY IS NOT LESS
                                   THAN EX-CHAVE
                                   INVALID KEY
                                       MOVE 10 TO EXEMPLARES-STATUS
                               END-START
                               IF EXEMPLARES-STATUS EQUAL 0
                                  AND NOT WRK-JAN-ANTES-ESTREIA
                                   READ EXEMPLARES NEXT RECORD
                                   PERFORM UNTIL EXEMPLARES-STATUS
                                       NOT EQUAL 0
                                      OR EX-CODFILME NOT EQUAL
                                         RES-CODFILME-DIG
                                      OR WRK-TEM-DISPONIVEL
                                         EQUAL 'S'
                                       IF EXEMPLAR-DISPONIVEL
                                           MOVE 'S'
                                             TO WRK-TEM-DISPONIVEL
                                       ELSE
                                           READ EXEMPLARES
                                               NEXT RECORD
                                       END-IF
                                   END-PERFORM
                               END-IF
                               IF WRK-JAN-EXPIRADO
                                   MOVE WRK-JAN-MENSAGEM TO WRK-ERRO
                                   DISPLAY TELA-ERRO ERASE EOL
                               ELSE
                               IF WRK-TEM-DISPONIVEL EQUAL 'S'
                                   MOVE 'Filme ja disponivel'
                                       TO WRK-ERRO
                                   DISPLAY TELA-ERRO ERASE EOL
                               ELSE
                               PERFORM 3675-AVISA-EDICAO-LIGADA
                               IF WRK-RESERVA-SEGUE EQUAL 'N'
                                   DISPLAY "Reserva nao gravada"
                                   AT 1635
                               ELSE
                                   MOVE '1' TO CTLRES-CHAVE
                                   READ CTLRES KEY IS CTLRES-CHAVE
                                   COMPUTE WRK-PROX-RESERVA =
                                       CTLRES-ULT-NUMERO + 1
                                   MOVE WRK-PROX-RESERVA TO NUM-RESERVA

                                   MOVE RES-CODFILME-DIG TO RES-CODFILME
                                   MOVE RES-CLIENTE-DIG TO RES-CLIENTE
                                   ACCEPT WRK-DATA-HOJE FROM DATE
                                       YYYYMMDD
                                   MOVE WRK-DATA-HOJE TO RES-DATA
                                   MOVE 'A' TO RES-STATUS
                                   MOVE ZERO TO RES-DATA-ATENDIDA

                                   WRITE RESERVAS-REG
                                       INVALID KEY
                                           MOVE
                                           'Erro ao gravar reserva'
                                               TO WRK-ERRO
                                           DISPLAY TELA-ERRO ERASE EOL
                                           MOVE '3300-RESERVAR'
                                               TO WRK-ERL-PARAGRAFO
                                           MOVE 'RESERVAS'
                                               TO WRK-ERL-ARQUIVO
                                           MOVE 'WRITE'
                                               TO WRK-ERL-OPERACAO
                                           MOVE RESERVAS-STATUS
                                               TO WRK-ERL-STATUS
                                           MOVE NUM-RESERVA
                                               TO WRK-ERL-CHAVE
                                           PERFORM
                                               5196-GRAVA-ERRO-ARQUIVO
                                       NOT INVALID KEY
                                           MOVE NUM-RESERVA TO
                                               CTLRES-ULT-NUMERO
                                           REWRITE CTLRES-REG
                                           DISPLAY "Reserva numero "
                                           AT 1635
                                           DISPLAY NUM-RESERVA AT 1651
                                   END-WRITE
                                   MOVE 'I' TO WRK-JRN-OPER
                                   PERFORM 5206-JORNAL-RESERVAS
                               END-IF
                               END-IF
                               END-IF
                           END-IF
                   END-READ
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 19 COLUMN 35
           ACCEPT WRK-ESCOLHA AT LINE 19 COLUMN 70.

      *Verifica, apos um checkin, se ha alguem na fila de espera do
      *filme devolvido (EMP-CODFILME do emprestimo ja localizado em
      *3250); se houver, marca a reserva mais antiga como atendida
      *e avisa o balconista para separar o exemplar ao inves de
      *devolve-lo a prateleira
       3350-VERIFICA-RESERVA  SECTION.
           MOVE ZERO TO WRK-RES-ACHOU
           MOVE EMP-CODFILME TO WRK-ED-FILME
           PERFORM 3670-BUSCA-GRUPO-EDICAO
           MOVE WRK-ED-GRUPO TO WRK-ED-GRUPO-EMP
           MOVE LOW-VALUES TO NUM-RESERVA
           START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
               INVALID KEY
                   MOVE 10 TO RESERVAS-STATUS
           END-START
           IF RESERVAS-STATUS EQUAL 0
               READ RESERVAS NEXT RECORD
               PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                  OR WRK-RES-ACHOU NOT EQUAL ZERO
                   IF RESERVA-AGUARDANDO
                       PERFORM 3677-RESERVA-DA-OBRA
                   END-IF
                   IF WRK-RES-ACHOU EQUAL ZERO
                       READ RESERVAS NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF

           IF WRK-RES-ACHOU NOT EQUAL ZERO
               MOVE 'T' TO RES-STATUS
               MOVE WRK-DATA-HOJE TO RES-DATA-ATENDIDA
               REWRITE RESERVAS-REG
               MOVE 'A' TO WRK-JRN-OPER
               PERFORM 5206-JORNAL-RESERVAS
               DISPLAY "Exemplar reservado p/ cliente " AT 1935
               DISPLAY RES-CLIENTE AT 1966
           END-IF.

      *Consulta a fila de reservas do filme de EMP-CODFILME sem
      *mexer em nada: WRK-RES-ACHOU recebe o numero da reserva
      *Aguardando mais antiga (0 = nenhuma). Usada pela renovacao
      *(3400), que deve ser recusada se ha cliente esperando o filme
       3360-CONSULTA-RESERVA  SECTION.
           MOVE ZERO TO WRK-RES-ACHOU
           MOVE EMP-CODFILME TO WRK-ED-FILME
           PERFORM 3670-BUSCA-GRUPO-EDICAO
           MOVE WRK-ED-GRUPO TO WRK-ED-GRUPO-EMP
           MOVE LOW-VALUES TO NUM-RESERVA
           START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
               INVALID KEY
                   MOVE 10 TO RESERVAS-STATUS
           END-START
           IF RESERVAS-STATUS EQUAL 0
               READ RESERVAS NEXT RECORD
               PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                  OR WRK-RES-ACHOU NOT EQUAL ZERO
                   IF RESERVA-AGUARDANDO
                       PERFORM 3677-RESERVA-DA-OBRA
                   END-IF
                   IF WRK-RES-ACHOU EQUAL ZERO
                       READ RESERVAS NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF.

      *Renova (estende) um emprestimo em aberto: empurra a data
      *prevista pelo prazo padrao, recusando quando ha reserva
      *Aguardando para o filme ou quando o teto de renovacoes por
      *emprestimo (WRK-MAX-RENOVACOES) ja foi atingido
       3400-RENOVAR  SECTION.
           MOVE "Renovar" TO WRK-MODULO.

      *    A renovacao cobra a extensao (3405), entao com o dia de
      *    negocio fechado ela trava como os demais caminhos de
      *    dinheiro do balcao
           PERFORM 3810-VERIFICA-DIA-FECHADO
           IF WRK-DIA-ENCERRADO EQUAL 'S'
               DISPLAY TELA
               MOVE 'Dia encerrado - reabra p/ usar' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               DISPLAY "Tecle enter para voltar ao menu"
               AT LINE 20 COLUMN 35
               ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 70
               GO TO 3400-RENOVAR-FIM
           END-IF.

           MOVE ZERO TO EMP-CODFILME-DIG
           MOVE SPACES TO WRK-COD-BARRAS

           DISPLAY TELA
           DISPLAY "Codigo do filme (ou leia o codigo de barras): "
           AT LINE 5 COLUMN 20
           ACCEPT WRK-COD-BARRAS AT LINE 5 COLUMN 68

           PERFORM 3172-VALIDA-COD-BARRAS
           MOVE WRK-COD-VALIDADO TO EMP-CODFILME-DIG

           PERFORM 3250-LOCALIZA-EMPRESTIMO-ABERTO

           IF WRK-EMP-ACHOU = ZERO
               MOVE 'Nao ha emprestimo em aberto para esse filme'
                   TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               PERFORM 3360-CONSULTA-RESERVA
               IF WRK-RES-ACHOU NOT EQUAL ZERO
                   MOVE 'Ha reserva aguardando este filme' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
               IF EMP-QTD-RENOVACOES NOT LESS THAN WRK-MAX-RENOVACOES
                   MOVE 'Limite de renovacoes atingido' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
                   PERFORM 3165-TERMOS-DO-EMPRESTIMO
                   MOVE EMP-DATA-PREVISTA TO WRK-DATA-CALC
                   PERFORM 3150-AVANCA-UM-DIA WRK-PRAZO-DIAS TIMES
                   PERFORM 3157-PULA-DIA-FECHADO
                   MOVE WRK-DATA-CALC TO EMP-DATA-PREVISTA
                   ADD 1 TO EMP-QTD-RENOVACOES
                   REWRITE EMPRESTIMOS-REG
                   MOVE 'A' TO WRK-JRN-OPER
                   PERFORM 5202-JORNAL-EMPRESTIMOS

                   DISPLAY "Emprestimo renovado" AT 1635
                   DISPLAY "Nova devolucao prevista: " AT 1735
                   DISPLAY EMP-DATA-PREVISTA AT 1761
                   DISPLAY "Renovacoes usadas: " AT 1835
                   DISPLAY EMP-QTD-RENOVACOES AT 1855

      *            A extensao se paga na diaria extra da categoria;
      *            sem diaria cadastrada a renovacao segue gratis,
      *            que era o comportamento antigo
                   IF WRK-EXTRA-DIA > ZERO
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       COMPUTE WRK-RENOV-VALOR =
                           WRK-PRAZO-DIAS * WRK-EXTRA-DIA
                       PERFORM 3405-COBRA-RENOVACAO
                   END-IF
               END-IF
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 35
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 70.

       3400-RENOVAR-FIM.
           CONTINUE.

      *Cobra a extensao de prazo da renovacao como um recibo de
      *locacao normal, pelos dias do novo prazo vezes a diaria
      *extra da categoria
       3405-COBRA-RENOVACAO  SECTION.
           PERFORM 3188-PERGUNTA-FORMA

      *    A extensao leva o mesmo imposto embutido da locacao,
      *    pela aliquota vigente do local na data de hoje
           MOVE WRK-LOCAL-ATUAL TO WRK-ALIQ-LOCAL
           MOVE WRK-DATA-HOJE TO WRK-ALIQ-DATA
           PERFORM 3181-ALIQUOTA-VIGENTE
           COMPUTE WRK-RENOV-IMPOSTO ROUNDED =
               WRK-RENOV-VALOR * WRK-PERCENTUAL-ACHOU / 100
           ADD WRK-RENOV-IMPOSTO TO WRK-RENOV-VALOR

           PERFORM 2050-RESERVA-NUM-PAGAMENTO
           MOVE WRK-PROX-PAGAMENTO TO NUM-PAGAMENTO

           MOVE NUM-EMPRESTIMO   TO PAG-NUM-EMPRESTIMO
           MOVE EMP-CLIENTE      TO PAG-CLIENTE
           MOVE WRK-RENOV-VALOR  TO PAG-VALOR
           MOVE 'BRL'            TO PAG-MOEDA
           MOVE WRK-RENOV-IMPOSTO TO PAG-VALOR-IMPOSTO
           MOVE WRK-OPERADOR     TO PAG-OPERADOR
           MOVE WRK-DATA-HOJE    TO PAG-DATA
           MOVE 'L'              TO PAG-TIPO
           MOVE WRK-RENOV-VALOR  TO PAG-VALOR-BRL
           MOVE WRK-CAIXA-ATUAL  TO PAG-CAIXA
           MOVE ZERO             TO PAG-DESCONTO
           MOVE ZERO             TO PAG-VALE
           MOVE ZERO             TO PAG-VALE-CARTAO
           MOVE WRK-LOJA-ATUAL   TO PAG-LOJA
           MOVE WRK-FORMA-PAGTO  TO PAG-FORMA
           MOVE ZERO             TO PAG-REF-DOC
           MOVE ZERO             TO PAG-CODFILME

           PERFORM 3187-ESCREVE-PAGAMENTO
           IF WRK-PAG-GRAVOU EQUAL 'N'
               MOVE 'Erro ao gravar pagamento' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               DISPLAY "Valor da renovacao: " AT 1935
               DISPLAY WRK-RENOV-VALOR AT 1956
           END-IF.

      *Estorna uma transacao de locacao no mesmo dia: um checkout
      *errado volta o exemplar para Disponivel e marca o emprestimo
      *como Estornado; um checkin errado reabre o emprestimo,
      *devolve o exemplar ao cliente e reabre a reserva que o
      *checkin tiver marcado como Atendida (3350). Toda execucao
      *deixa uma linha VOID na trilha de auditoria
       3450-ESTORNAR  SECTION.
           MOVE "Estornar" TO WRK-MODULO.

      *    O estorno mexe em emprestimo, exemplar e caixa do dia:
      *    com o dia de negocio fechado ele tambem fica travado,
      *    senao os totais do corte deixam de bater na recontagem
           PERFORM 3810-VERIFICA-DIA-FECHADO
           IF WRK-DIA-ENCERRADO EQUAL 'S'
               DISPLAY TELA
               MOVE 'Dia encerrado - reabra p/ usar' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               DISPLAY "Tecle enter para voltar ao menu"
               AT LINE 20 COLUMN 35
               ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 70
               GO TO 3450-ESTORNAR-FIM
           END-IF.

           MOVE ZERO TO WRK-EMP-DIG

           DISPLAY TELA
           DISPLAY "Numero do emprestimo: " AT LINE 5 COLUMN 20
           ACCEPT WRK-EMP-DIG AT LINE 5 COLUMN 43

           MOVE WRK-EMP-DIG TO NUM-EMPRESTIMO
           READ EMPRESTIMOS
               INVALID KEY
                   MOVE 'Emprestimo nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   EVALUATE TRUE
                       WHEN EMPRESTIMO-ABERTO
                        AND EMP-DATA-RETIRADA EQUAL WRK-DATA-HOJE
                           PERFORM 3455-ESTORNA-CHECKOUT
                       WHEN EMPRESTIMO-DEVOLVIDO
                        AND EMP-DATA-DEVOLUCAO EQUAL WRK-DATA-HOJE
                           PERFORM 3458-ESTORNA-CHECKIN
                       WHEN EMPRESTIMO-ESTORNADO
                           MOVE 'Emprestimo ja estornado' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       WHEN OTHER
                           MOVE 'Estorno somente no mesmo dia'
                               TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                   END-EVALUATE
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 35
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 70.

       3450-ESTORNAR-FIM.
           CONTINUE.

      *Desfaz um checkout feito hoje: marca o emprestimo como
      *Estornado e devolve o exemplar para a prateleira
       3455-ESTORNA-CHECKOUT  SECTION.
           DISPLAY "Desfazer o checkout de hoje? (S/N): "
           AT LINE 7 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 7 COLUMN 57
           IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
               MOVE 'X' TO EMP-STATUS
               REWRITE EMPRESTIMOS-REG
               MOVE 'A' TO WRK-JRN-OPER
               PERFORM 5202-JORNAL-EMPRESTIMOS

               MOVE EMP-CODFILME TO EX-CODFILME
               MOVE EMP-EXEMPLAR TO EX-NUMERO
               READ EXEMPLARES
                   NOT INVALID KEY
                       IF EXEMPLAR-EMPRESTADO
                           MOVE 'D' TO EX-STATUS
                           REWRITE EXEMPLARES-REG
                           MOVE 'A' TO WRK-JRN-OPER
                           PERFORM 5205-JORNAL-EXEMPLARES
                       END-IF
               END-READ

               MOVE EMP-CODFILME TO CODFILME
               MOVE 'VOID' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'EMPRESTIMO=' DELIMITED BY SIZE
                      NUM-EMPRESTIMO DELIMITED BY SIZE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA

      *        O dinheiro do item desfeito sai do caixa por um
      *        recibo de estorno, senao a gaveta acusa falta
               PERFORM 3451-DEVOLVE-PREPAGO
               PERFORM 3457-PAGAMENTO-ESTORNO
               PERFORM 3456-ESTORNA-PONTOS
               PERFORM 3453-ESTORNA-INDICACAO
               PERFORM 3198-ATUALIZA-DISPONIBILIDADE
               PERFORM 3452-REATIVA-CUPOM

               DISPLAY "Checkout estornado" AT 1635
           ELSE
               DISPLAY "Estorno cancelado" AT 1635
           END-IF.

      *Desfaz o credito de indicacao quando o item estornado e da
      *locacao que qualificou a indicacao (CLI-IND-CUPOM): lanca
      *o movimento X no cartao de credito do indicador, limitado ao
      *saldo que ainda resta nele (o que ja foi gasto no balcao nao
      *tem como voltar), e marca a indicacao como estornada
       3453-ESTORNA-INDICACAO  SECTION.
           MOVE 'N' TO WRK-IND-EST-OK
           MOVE EMP-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF INDICACAO-PAGA
                      AND CLI-IND-CUPOM EQUAL EMP-NUM-CUPOM
                       MOVE 'S' TO WRK-IND-EST-OK
                   END-IF
           END-READ

           IF WRK-IND-EST-OK EQUAL 'S'
               MOVE WRK-VALE-CARTAO TO WRK-IND-CARTAO-ANT
               COMPUTE WRK-IND-CARTAO =
                   WRK-IND-BASE-CARTAO + CLI-INDICADO-POR
               MOVE WRK-IND-CARTAO TO WRK-VALE-CARTAO
               PERFORM 3492-SALDO-VALE
               MOVE WRK-IND-CARTAO-ANT TO WRK-VALE-CARTAO

               MOVE CLI-IND-VALOR TO WRK-IND-VALOR
               IF WRK-VALE-SALDO < WRK-IND-VALOR
                   IF WRK-VALE-SALDO > ZERO
                       MOVE WRK-VALE-SALDO TO WRK-IND-VALOR
                   ELSE
                       MOVE ZERO TO WRK-IND-VALOR
                   END-IF
               END-IF

               IF WRK-IND-VALOR > ZERO
                   MOVE WRK-IND-CARTAO TO VC-CARTAO
                   COMPUTE VC-SEQ = WRK-VALE-ULT-SEQ + 1
                   MOVE 'X' TO VC-TIPO
                   MOVE WRK-IND-VALOR TO VC-VALOR
                   MOVE WRK-DATA-HOJE TO VC-DATA
                   MOVE WRK-OPERADOR TO VC-OPERADOR
                   WRITE VALECRED-REG
                       INVALID KEY
                           MOVE 'Erro ao estornar a indicacao'
                               TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE '3453-ESTORNA-INDICACAO'
                               TO WRK-ERL-PARAGRAFO
                           MOVE 'VALECRED' TO WRK-ERL-ARQUIVO
                           MOVE 'WRITE' TO WRK-ERL-OPERACAO
                           MOVE VALECRED-STATUS TO WRK-ERL-STATUS
                           MOVE VC-CHAVE TO WRK-ERL-CHAVE
                           PERFORM 5196-GRAVA-ERRO-ARQUIVO
                           MOVE 'N' TO WRK-IND-EST-OK
                       NOT INVALID KEY
                           MOVE 'I' TO WRK-JRN-OPER
                           PERFORM 5207-JORNAL-VALECRED
                   END-WRITE
               END-IF
           END-IF

           IF WRK-IND-EST-OK EQUAL 'S'
               MOVE 'E' TO CLI-IND-SITUACAO
               MOVE WRK-DATA-HOJE TO CLI-IND-DATA-EST
               REWRITE CLIENTES-REG
               MOVE 'A' TO WRK-JRN-OPER
               PERFORM 5204-JORNAL-CLIENTES

               MOVE ZERO TO CODFILME
               MOVE 'INDESTOR' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'CLI=' DELIMITED BY SIZE
                      COD-CLIENTE DELIMITED BY SIZE
                      ' IND=' DELIMITED BY SIZE
                      CLI-INDICADO-POR DELIMITED BY SIZE
                      ' V=' DELIMITED BY SIZE
                      WRK-IND-VALOR DELIMITED BY SIZE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA
           END-IF.

      *Devolve ao pacote pre-pago a locacao do item estornado
      *(EMP-NUM-PREPAGO), sem passar da quantidade comprada; a
      *devolucao fica na trilha de auditoria
       3451-DEVOLVE-PREPAGO  SECTION.
           IF EMP-NUM-PREPAGO EQUAL ZERO
               GO TO 3451-DEVOLVE-PREPAGO-FIM
           END-IF
           MOVE EMP-NUM-PREPAGO TO PP-NUMERO
           READ PREPAGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PP-SALDO < PP-QTD
                       ADD 1 TO PP-SALDO
                       REWRITE PREPAGO-REG
                       MOVE 'PPDEVOL' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'PACOTE=' DELIMITED BY SIZE
                              PP-NUMERO DELIMITED BY SIZE
                              ' EMP=' DELIMITED BY SIZE
                              NUM-EMPRESTIMO DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA
                   END-IF
           END-READ.

       3451-DEVOLVE-PREPAGO-FIM.
           CONTINUE.

      *Reativa o cupom de desconto resgatado no recibo do item
      *estornado quando nenhum outro item do mesmo recibo continua
      *valendo: o desconto foi dado ao carrinho inteiro, entao o
      *cupom so volta a ficar livre com o recibo todo desfeito.
      *A varredura pelo cliente move o cursor de EMPRESTIMOS; o
      *emprestimo estornado e relido no fim
       3452-REATIVA-CUPOM  SECTION.
           IF EMP-NUM-CUPOM EQUAL ZERO
               GO TO 3452-REATIVA-CUPOM-FIM
           END-IF
           MOVE EMP-NUM-CUPOM TO CPN-NUM-PAGAMENTO
           READ CUPONS KEY IS CPN-NUM-PAGAMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUPOM-RESGATADO
                       MOVE NUM-EMPRESTIMO TO WRK-CPN-NUMEMP-SALVO
                       MOVE EMP-NUM-CUPOM TO WRK-CPN-RECIBO
                       MOVE ZERO TO WRK-CPN-OUTROS
                       MOVE EMP-CLIENTE TO WRK-EXT-CLIENTE
                       PERFORM 3486-REINICIA-CLIENTE
                       PERFORM 3485-LER-PROX-DO-CLIENTE
                       PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                           IF EMP-NUM-CUPOM EQUAL WRK-CPN-RECIBO
                              AND NOT EMPRESTIMO-ESTORNADO
                               ADD 1 TO WRK-CPN-OUTROS
                           END-IF
                           PERFORM 3485-LER-PROX-DO-CLIENTE
                       END-PERFORM
                       MOVE WRK-CPN-NUMEMP-SALVO TO NUM-EMPRESTIMO
                       READ EMPRESTIMOS KEY IS NUM-EMPRESTIMO
                           INVALID KEY
                               CONTINUE
                       END-READ
                       IF WRK-CPN-OUTROS NOT > ZERO
                           MOVE 'L' TO CPN-SITUACAO
                           MOVE ZERO TO CPN-NUM-PAGAMENTO
                           MOVE ZERO TO CPN-DATA-RESGATE
                           MOVE ZERO TO CPN-DESCONTO-BRL
                           REWRITE CUPONS-REG
                               INVALID KEY
                                   MOVE 'Erro ao reativar o cupom'
                                       TO WRK-ERRO
                                   DISPLAY TELA-ERRO ERASE EOL
                                   MOVE '3452-REATIVA-CUPOM'
                                       TO WRK-ERL-PARAGRAFO
                                   MOVE 'CUPONS' TO WRK-ERL-ARQUIVO
                                   MOVE 'REWRITE' TO WRK-ERL-OPERACAO
                                   MOVE CUPONS-STATUS TO WRK-ERL-STATUS
                                   MOVE CPN-CODIGO TO WRK-ERL-CHAVE
                                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
                               NOT INVALID KEY
                                   MOVE ZERO TO CODFILME
                                   MOVE 'CUPREAT' TO WRK-AUD-OPERACAO
                                   MOVE SPACES TO WRK-AUD-DETALHE
                                   STRING 'CUPOM=' DELIMITED BY SIZE
                                          CPN-CODIGO DELIMITED BY SIZE
                                          ' RECIBO=' DELIMITED BY SIZE
                                          WRK-CPN-RECIBO
                                          DELIMITED BY SIZE
                                          INTO WRK-AUD-DETALHE
                                   END-STRING
                                   PERFORM 5190-GRAVA-AUDITORIA
                                   DISPLAY "Cupom de desconto reativado"
                                   AT 1735
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       3452-REATIVA-CUPOM-FIM.
           CONTINUE.

      *Acerta os pontos do item estornado: tira a fatia
      *proporcional dos pontos ganhos no recibo original (mesma
      *proporcao da fatia do vale no 3457) e devolve ao cliente
      *os pontos que ele tinha resgatado neste emprestimo
       3456-ESTORNA-PONTOS  SECTION.
           MOVE EMP-CLIENTE TO WRK-PT-CLIENTE
           MOVE EMP-NUM-CUPOM TO WRK-PT-DOC-BUSCA
           MOVE NUM-EMPRESTIMO TO WRK-PT-EMP-BUSCA
           PERFORM 3147-SALDO-PONTOS

           MOVE ZERO TO WRK-PT-BASE-BRL
           MOVE EMP-NUM-CUPOM TO NUM-PAGAMENTO
           READ PAGAMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PAG-VALOR-BRL TO WRK-PT-BASE-BRL
           END-READ

      *    O 3148 refaz o saldo sem recibo nem emprestimo de
      *    busca: o resgate do item e guardado antes
           MOVE WRK-PT-RESG-EMP TO WRK-PT-DEVOLVER
           MOVE EMP-NUM-CUPOM TO WRK-PT-DOC
           MOVE NUM-EMPRESTIMO TO WRK-PT-EMPRESTIMO
           MOVE ZERO TO WRK-PT-QTD
           IF WRK-PT-GANHO-DOC > WRK-PT-TIRADO-DOC
              AND WRK-PT-BASE-BRL > ZERO
               COMPUTE WRK-PT-QTD =
                   WRK-PT-GANHO-DOC * EMP-VALOR-COBRADO
                   / WRK-PT-BASE-BRL
               IF WRK-PT-QTD > WRK-PT-GANHO-DOC - WRK-PT-TIRADO-DOC
                   COMPUTE WRK-PT-QTD =
                       WRK-PT-GANHO-DOC - WRK-PT-TIRADO-DOC
               END-IF
           END-IF
           MOVE 'E' TO WRK-PT-TIPO
           PERFORM 3148-LANCA-PONTOS

           MOVE WRK-PT-DEVOLVER TO WRK-PT-QTD
           MOVE 'D' TO WRK-PT-TIPO
           PERFORM 3148-LANCA-PONTOS.

      *Recibo de estorno do checkout desfeito: devolve a parte do
      *item no recibo original (EMP-VALOR-COBRADO, com a fatia de
      *imposto em EMP-IMPOSTO-COBRADO para o fiscal abater certo),
      *mais a protecao contra dano vendida com ele (9678);
      *se o recibo original foi pago em parte com vale-presente, a
      *fatia proporcional do item volta como credito no cartao e
      *so a parte em dinheiro sai da gaveta (PAG-VALE do estorno)
       3457-PAGAMENTO-ESTORNO  SECTION.
           MOVE EMP-VALOR-COBRADO TO WRK-EST-VALOR
           MOVE EMP-IMPOSTO-COBRADO TO WRK-EST-IMPOSTO
           PERFORM 9678-ESTORNA-PROTECAO
           IF WRK-EST-VALOR > ZERO
      *        Fatia do vale no item, proporcional ao valor dele no
      *        recibo original do carrinho
               MOVE ZERO TO WRK-EST-VALE-SHARE
               MOVE ZERO TO WRK-EST-CARTAO
               MOVE EMP-NUM-CUPOM TO NUM-PAGAMENTO
               READ PAGAMENTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAG-VALE > ZERO AND PAG-VALOR-BRL > ZERO
                           COMPUTE WRK-EST-VALE-SHARE ROUNDED =
                               PAG-VALE * WRK-EST-VALOR
                               / PAG-VALOR-BRL
                           IF WRK-EST-VALE-SHARE > WRK-EST-VALOR
                               MOVE WRK-EST-VALOR
                                   TO WRK-EST-VALE-SHARE
                           END-IF
                           MOVE PAG-VALE-CARTAO TO WRK-EST-CARTAO
                       END-IF
               END-READ

               PERFORM 2050-RESERVA-NUM-PAGAMENTO
               MOVE WRK-PROX-PAGAMENTO TO NUM-PAGAMENTO

               MOVE NUM-EMPRESTIMO   TO PAG-NUM-EMPRESTIMO
               MOVE EMP-CLIENTE      TO PAG-CLIENTE
               MOVE WRK-EST-VALOR    TO PAG-VALOR
               MOVE 'BRL'            TO PAG-MOEDA
               MOVE WRK-EST-IMPOSTO  TO PAG-VALOR-IMPOSTO
               MOVE WRK-OPERADOR     TO PAG-OPERADOR
               MOVE WRK-DATA-HOJE    TO PAG-DATA
               MOVE 'E'              TO PAG-TIPO
               MOVE WRK-EST-VALOR    TO PAG-VALOR-BRL
               MOVE WRK-CAIXA-ATUAL  TO PAG-CAIXA
               MOVE ZERO             TO PAG-DESCONTO
               MOVE WRK-EST-VALE-SHARE TO PAG-VALE
               MOVE WRK-EST-CARTAO   TO PAG-VALE-CARTAO
               MOVE WRK-LOJA-ATUAL   TO PAG-LOJA
      *        O estorno devolve dinheiro da gaveta e aponta o
      *        cupom original
               MOVE 'D'              TO PAG-FORMA
               MOVE EMP-NUM-CUPOM    TO PAG-REF-DOC
               MOVE ZERO             TO PAG-CODFILME

               PERFORM 3187-ESCREVE-PAGAMENTO
               IF WRK-PAG-GRAVOU EQUAL 'N'
                   MOVE 'Erro ao gravar estorno' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
                   DISPLAY "Recibo do estorno: " AT 1935
                   DISPLAY WRK-PROX-PAGAMENTO AT 1955
               END-IF

               IF WRK-EST-VALE-SHARE > ZERO
                  AND WRK-EST-CARTAO > ZERO
                   PERFORM 3459-DEVOLVE-VALE
               END-IF
           END-IF.

      *Devolve ao cartao de vale-presente a fatia do item
      *estornado que tinha sido paga com o vale, com rastro na
      *trilha de auditoria (mesmo espirito do resgate em 3135)
       3459-DEVOLVE-VALE  SECTION.
           MOVE WRK-EST-CARTAO TO WRK-VALE-CARTAO
           PERFORM 3492-SALDO-VALE
           MOVE WRK-EST-CARTAO TO VC-CARTAO
           COMPUTE VC-SEQ = WRK-VALE-ULT-SEQ + 1
           MOVE 'V' TO VC-TIPO
           MOVE WRK-EST-VALE-SHARE TO VC-VALOR
           MOVE WRK-DATA-HOJE TO VC-DATA
           MOVE WRK-OPERADOR TO VC-OPERADOR
           WRITE VALECRED-REG
               INVALID KEY
                   MOVE 'Erro ao devolver o vale' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE '3459-DEVOLVE-VALE' TO WRK-ERL-PARAGRAFO
                   MOVE 'VALECRED' TO WRK-ERL-ARQUIVO
                   MOVE 'WRITE' TO WRK-ERL-OPERACAO
                   MOVE VALECRED-STATUS TO WRK-ERL-STATUS
                   MOVE VC-CHAVE TO WRK-ERL-CHAVE
                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
               NOT INVALID KEY
                   MOVE ZERO TO CODFILME
                   MOVE 'VALEDEVO' TO WRK-AUD-OPERACAO
                   MOVE SPACES TO WRK-AUD-DETALHE
                   STRING 'CARTAO=' DELIMITED BY SIZE
                          WRK-EST-CARTAO DELIMITED BY SIZE
                          ' VALOR=' DELIMITED BY SIZE
                          WRK-EST-VALE-SHARE DELIMITED BY SIZE
                          INTO WRK-AUD-DETALHE
                   END-STRING
                   PERFORM 5190-GRAVA-AUDITORIA
           END-WRITE
           MOVE 'I' TO WRK-JRN-OPER
           PERFORM 5207-JORNAL-VALECRED.

      *Desfaz um checkin feito hoje: reabre o emprestimo, zera a
      *multa lancada (recusando se ela ja foi recebida no caixa),
      *volta o exemplar para Emprestado e reabre a reserva marcada
      *como Atendida por aquele checkin, se houver
       3458-ESTORNA-CHECKIN  SECTION.
           IF MULTA-PAGA
               MOVE 'Multa ja recebida - estorno manual' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               DISPLAY "Desfazer o checkin de hoje? (S/N): "
               AT LINE 7 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 7 COLUMN 56
               IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                   MOVE 'A' TO EMP-STATUS
                   MOVE ZERO TO EMP-DATA-DEVOLUCAO
                   MOVE ZERO TO EMP-HORA-DEVOLUCAO
                   MOVE ZERO TO EMP-VALOR-MULTA
                   MOVE SPACE TO EMP-MULTA-SITUACAO
                   REWRITE EMPRESTIMOS-REG
                   MOVE 'A' TO WRK-JRN-OPER
                   PERFORM 5202-JORNAL-EMPRESTIMOS

                   MOVE EMP-CODFILME TO EX-CODFILME
                   MOVE EMP-EXEMPLAR TO EX-NUMERO
                   READ EXEMPLARES
                       NOT INVALID KEY
                           IF EXEMPLAR-RESERVADO
                               PERFORM 3460-REABRE-RESERVA
                           END-IF
                           MOVE 'E' TO EX-STATUS
                           REWRITE EXEMPLARES-REG
                           MOVE 'A' TO WRK-JRN-OPER
                           PERFORM 5205-JORNAL-EXEMPLARES
                   END-READ

                   MOVE EMP-CODFILME TO CODFILME
                   MOVE 'VOID' TO WRK-AUD-OPERACAO
                   MOVE SPACES TO WRK-AUD-DETALHE
                   STRING 'DEVOLUCAO=' DELIMITED BY SIZE
                          NUM-EMPRESTIMO DELIMITED BY SIZE
                          INTO WRK-AUD-DETALHE
                   END-STRING
                   PERFORM 5190-GRAVA-AUDITORIA

                   PERFORM 3198-ATUALIZA-DISPONIBILIDADE

                   DISPLAY "Checkin estornado" AT 1635
               ELSE
                   DISPLAY "Estorno cancelado" AT 1635
               END-IF
           END-IF.

      *Reabre a reserva mais recente marcada como Atendida para o
      *filme de EMP-CODFILME, desfazendo o efeito do 3350 no
      *checkin que esta sendo estornado
       3460-REABRE-RESERVA  SECTION.
           MOVE ZERO TO WRK-RES-ULT-ATENDIDA
           MOVE LOW-VALUES TO NUM-RESERVA
           START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
               INVALID KEY
                   MOVE 10 TO RESERVAS-STATUS
           END-START
           IF RESERVAS-STATUS EQUAL 0
               READ RESERVAS NEXT RECORD
               PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                   IF RES-CODFILME EQUAL EMP-CODFILME
                      AND RESERVA-ATENDIDA
                       MOVE NUM-RESERVA TO WRK-RES-ULT-ATENDIDA
                   END-IF
                   READ RESERVAS NEXT RECORD
               END-PERFORM
           END-IF

           IF WRK-RES-ULT-ATENDIDA NOT EQUAL ZERO
               MOVE WRK-RES-ULT-ATENDIDA TO NUM-RESERVA
               READ RESERVAS
                   NOT INVALID KEY
                       MOVE 'A' TO RES-STATUS
                       MOVE ZERO TO RES-DATA-ATENDIDA
                       REWRITE RESERVAS-REG
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5206-JORNAL-RESERVAS
               END-READ
           END-IF.

      *Reimpressao de cupom: localiza o recibo pelo numero do
      *pagamento ou pelo numero do emprestimo (EMP-NUM-CUPOM liga
      *os dois), reconstroi o cupom a partir de PAGAMENTOS e dos
      *itens de EMPRESTIMOS do mesmo carrinho, marca a via como
      *REIMPRESSAO e deixa quem reimprimiu na trilha de auditoria
       3410-REIMPRIME-CUPOM  SECTION.
           MOVE "Reimprimir cupom" TO WRK-MODULO.
           MOVE SPACE TO WRK-RI-MODO
           MOVE ZERO TO WRK-RI-NUM

           DISPLAY TELA
           DISPLAY "Buscar por P-agamento ou E-mprestimo? "
           AT LINE 5 COLUMN 20
           ACCEPT WRK-RI-MODO AT LINE 5 COLUMN 59
           DISPLAY "Numero: " AT LINE 6 COLUMN 20
           ACCEPT WRK-RI-NUM AT LINE 6 COLUMN 29

           IF WRK-RI-MODO = 'E' OR WRK-RI-MODO = 'e'
               MOVE WRK-RI-NUM TO NUM-EMPRESTIMO
               READ EMPRESTIMOS
                   INVALID KEY
                       MOVE ZERO TO WRK-RI-NUM
                   NOT INVALID KEY
                       MOVE EMP-NUM-CUPOM TO WRK-RI-NUM
               END-READ
           END-IF

           IF WRK-RI-NUM EQUAL ZERO
               MOVE 'Documento nao encontrado' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE WRK-RI-NUM TO NUM-PAGAMENTO
               READ PAGAMENTOS
                   INVALID KEY
                       MOVE 'Recibo nao encontrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
                       PERFORM 3412-MONTA-REIMPRESSAO
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Reconstroi e imprime a segunda via do recibo corrente de
      *PAGAMENTOS-REG, com os itens do carrinho
       3412-MONTA-REIMPRESSAO  SECTION.
           MOVE 0 TO WRK-RI-QTD

           OPEN EXTEND CUPOM
           IF CUPOM-STATUS EQUAL 35
               OPEN OUTPUT CUPOM
           END-IF

           MOVE ALL '=' TO WRK-LINHA-CUPOM
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM
           MOVE '*** REIMPRESSAO - SEGUNDA VIA ***'
               TO WRK-LINHA-CUPOM
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING 'Data: '       DELIMITED BY SIZE
                  PAG-DATA       DELIMITED BY SIZE
                  '  Recibo: '   DELIMITED BY SIZE
                  NUM-PAGAMENTO  DELIMITED BY SIZE
                  '  Tipo: '     DELIMITED BY SIZE
                  PAG-TIPO       DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE PAG-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO NOME-CLIENTE
           END-READ
           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING 'Cliente: '    DELIMITED BY SIZE
                  PAG-CLIENTE    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  NOME-CLIENTE   DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE ALL '-' TO WRK-LINHA-CUPOM
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

      *    Itens do carrinho amarrados pelo EMP-NUM-CUPOM
           MOVE LOW-VALUES TO NUM-EMPRESTIMO
           START EMPRESTIMOS KEY IS NOT LESS THAN NUM-EMPRESTIMO
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   IF EMP-NUM-CUPOM EQUAL WRK-RI-NUM
                      AND NOT EMPRESTIMO-ESTORNADO
                       MOVE EMP-CODFILME TO CODFILME
                       READ FILMES
                           INVALID KEY
                               MOVE SPACES TO TITULO
                       END-READ
                       MOVE EMP-VALOR-COBRADO TO WRK-VALOR-ED
                       MOVE SPACES TO WRK-LINHA-CUPOM
                       STRING TITULO (1:30) DELIMITED BY SIZE
                              '  '          DELIMITED BY SIZE
                              WRK-VALOR-ED  DELIMITED BY SIZE
                              INTO WRK-LINHA-CUPOM
                       END-STRING
                       WRITE CUPOM-REG FROM WRK-LINHA-CUPOM
                       ADD 1 TO WRK-RI-QTD
                       MOVE NUM-EMPRESTIMO TO PRT-NUM-EMPRESTIMO
                       READ PROTECAO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PRT-VALOR TO WRK-VALOR-ED
                               MOVE SPACES TO WRK-LINHA-CUPOM
                               STRING '  Protecao contra dano        '
                                      DELIMITED BY SIZE
                                      '  '          DELIMITED BY SIZE
                                      WRK-VALOR-ED  DELIMITED BY SIZE
                                      INTO WRK-LINHA-CUPOM
                               END-STRING
                               WRITE CUPOM-REG FROM WRK-LINHA-CUPOM
                       END-READ
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF

           MOVE ALL '-' TO WRK-LINHA-CUPOM
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE PAG-VALOR-IMPOSTO TO WRK-VALOR-ED
           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING 'Imposto incluso (BRL):          '
                  DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE PAG-VALOR-BRL TO WRK-VALOR-ED
           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING 'TOTAL (BRL):                    '
                  DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE ALL '=' TO WRK-LINHA-CUPOM
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           CLOSE CUPOM

           MOVE ZERO TO CODFILME
           MOVE 'REIMPCUP' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'RECIBO=' DELIMITED BY SIZE
                  WRK-RI-NUM DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA

           DISPLAY "Segunda via impressa em CUPOM.PRN"
           AT LINE 9 COLUMN 20
           DISPLAY "Itens no cupom: " AT LINE 10 COLUMN 20
           DISPLAY WRK-RI-QTD AT LINE 10 COLUMN 37.

      *Troca de exemplar no meio do emprestimo (disco que nao
      *roda): o numero, as datas e o valor cobrado do emprestimo
      *ficam como estao, o exemplar defeituoso vai para a fila de
      *reparos (3210) e uma copia disponivel do mesmo titulo entra
      *no lugar, sem checkin, sem novo checkout e sem segundo
      *recibo; a troca fica na trilha de auditoria
       3420-TROCA-EXEMPLAR  SECTION.
           MOVE "Troca exemplar" TO WRK-MODULO.
           MOVE ZERO TO WRK-EMP-DIG

           DISPLAY TELA
           DISPLAY "Numero do emprestimo: " AT LINE 5 COLUMN 20
           ACCEPT WRK-EMP-DIG AT LINE 5 COLUMN 43

           MOVE WRK-EMP-DIG TO NUM-EMPRESTIMO
           READ EMPRESTIMOS
               INVALID KEY
                   MOVE 'Emprestimo nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   IF NOT EMPRESTIMO-ABERTO
                       MOVE 'Emprestimo nao esta aberto' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       PERFORM 3422-EXECUTA-TROCA
                   END-IF
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 23 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 23 COLUMN 52.

      *Troca o exemplar do emprestimo corrente: o defeituoso vai
      *para o reparo e uma copia disponivel assume o lugar
       3422-EXECUTA-TROCA  SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

      *    Procura outra copia disponivel do mesmo titulo (o
      *    carrinho do checkout nao esta em uso aqui)
           MOVE 0 TO WRK-QTD-ITENS
           MOVE EMP-CODFILME TO EMP-CODFILME-DIG
           PERFORM 3175-LOCALIZA-EXEMPLAR-DISPONIVEL
           IF WRK-EX-ACHOU = ZERO
               MOVE 'Nenhuma outra copia disponivel' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
      *        O defeituoso entra na fila de reparos (o 3210 le os
      *        dados do conserto e usa EMP-CODFILME/EMP-EXEMPLAR)
               MOVE SPACES TO EX-ESTADO-DIG
               DISPLAY "Estado da copia defeituosa: "
               AT LINE 7 COLUMN 20
               ACCEPT EX-ESTADO-DIG AT LINE 7 COLUMN 49
               PERFORM 3210-ENVIA-REPARO

      *        A copia nova assume o emprestimo como Emprestada
               MOVE EMP-CODFILME TO EX-CODFILME
               MOVE WRK-EX-ACHOU TO EX-NUMERO
               READ EXEMPLARES
                   NOT INVALID KEY
                       MOVE 'E' TO EX-STATUS
                       REWRITE EXEMPLARES-REG
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5205-JORNAL-EXEMPLARES
               END-READ

               MOVE EMP-CODFILME TO CODFILME
               MOVE 'TROCA' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'EMP=' DELIMITED BY SIZE
                      NUM-EMPRESTIMO DELIMITED BY SIZE
                      ' DE=' DELIMITED BY SIZE
                      EMP-EXEMPLAR DELIMITED BY SIZE
                      ' PARA=' DELIMITED BY SIZE
                      WRK-EX-ACHOU DELIMITED BY SIZE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA

               MOVE WRK-EX-ACHOU TO EMP-EXEMPLAR
               REWRITE EMPRESTIMOS-REG
               MOVE 'A' TO WRK-JRN-OPER
               PERFORM 5202-JORNAL-EMPRESTIMOS

               PERFORM 3198-ATUALIZA-DISPONIBILIDADE

               DISPLAY "Troca concluida, novo exemplar: "
               AT LINE 22 COLUMN 20
               DISPLAY WRK-EX-ACHOU AT LINE 22 COLUMN 53
           END-IF.

      *Manutencao da tabela de contas contabeis por evento, no
      *mesmo padrao das outras tabelas de apoio
       9819-MANTER-CONTAS  SECTION.
           MOVE "Contas" TO WRK-MODULO.
           MOVE SPACES TO CTA-EVENTO-DIG

           DISPLAY TELA
           DISPLAY "Evento (ex.: LOCACAO): " AT LINE 5 COLUMN 20
           ACCEPT CTA-EVENTO-DIG AT LINE 5 COLUMN 44

           IF CTA-EVENTO-DIG EQUAL SPACES
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE CTA-EVENTO-DIG TO CTA-EVENTO
               READ CONTAS
                   INVALID KEY
                       DISPLAY "Evento novo" AT LINE 6 COLUMN 20
                       MOVE CTA-EVENTO-DIG TO CTA-EVENTO
                       DISPLAY "Conta de debito : "
                       AT LINE 7 COLUMN 20
                       ACCEPT CTA-DEBITO AT LINE 7 COLUMN 39
                       DISPLAY "Conta de credito: "
                       AT LINE 8 COLUMN 20
                       ACCEPT CTA-CREDITO AT LINE 8 COLUMN 39
                       DISPLAY "Descricao: " AT LINE 9 COLUMN 20
                       ACCEPT CTA-DESCRICAO AT LINE 9 COLUMN 32
                       DISPLAY "Confirma? (S/N): "
                       AT LINE 11 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 11 COLUMN 38
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           WRITE CONTAS-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           DISPLAY "Gravado" AT LINE 13 COLUMN 20
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Debito atual : " AT LINE 6 COLUMN 20
                       DISPLAY CTA-DEBITO AT LINE 6 COLUMN 36
                       DISPLAY "Credito atual: " AT LINE 7 COLUMN 20
                       DISPLAY CTA-CREDITO AT LINE 7 COLUMN 36
                       DISPLAY "Novo debito : " AT LINE 9 COLUMN 20
                       ACCEPT CTA-DEBITO AT LINE 9 COLUMN 35
                       DISPLAY "Novo credito: " AT LINE 10 COLUMN 20
                       ACCEPT CTA-CREDITO AT LINE 10 COLUMN 35
                       REWRITE CONTAS-REG
                       DISPLAY "Alterado" AT LINE 12 COLUMN 20
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar"
           AT LINE 15 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 45
           MOVE SPACES TO WRK-ESCOLHA.

      *Diario contabil do mes: partidas dobradas de todo o
      *dinheiro registrado (pagamentos por natureza, com o imposto
      *e a parcela paga com vale abertos no proprio recibo, e os
      *depositos caucao), mapeadas pela tabela de contas; fecha
      *com o total de debitos, de creditos e o total de controle
      *amarrado nas receitas de FECHADIA, para o contador parar de
      *redigitar o movimento; depois do controle vem as multas
      *perdoadas em campanha de anistia (evento ANISTIA, que nao e
      *dinheiro e fica fora dos totais, separado da isencao do
      *balcao) e por ultimo o passivo com clientes do mes apurado
      *em 9716 (linhas PASSIVO, fora dos totais)
       9818-EXPORTA-DIARIO  SECTION.
           MOVE "Diario contabil" TO WRK-MODULO.
           MOVE ZERO TO WRK-DIA-MES

           DISPLAY TELA
           DISPLAY "Mes do diario (AAAAMM): " AT LINE 5 COLUMN 20
           ACCEPT WRK-DIA-MES AT LINE 5 COLUMN 45

           IF WRK-DIA-MES EQUAL ZERO
               MOVE 'Informe o mes' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE 0 TO WRK-QTD-DIARIO
               MOVE 0 TO WRK-DIA-TOT-DEB
               MOVE 0 TO WRK-DIA-TOT-CRED

               OPEN OUTPUT DIARIO
               MOVE "Data;Doc;Conta;DC;Valor;Evento" TO DIARIO-REG
               WRITE DIARIO-REG

      *        Pagamentos do mes, pela chave alternada por data
               COMPUTE PAG-DATA = WRK-DIA-MES * 100 + 1
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-DATA
                   INVALID KEY
                       MOVE 10 TO PAGAMENTOS-STATUS
               END-START
               IF PAGAMENTOS-STATUS EQUAL 0
                   READ PAGAMENTOS NEXT RECORD
                   PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                       OR PAG-DATA (1:6) > WRK-DIA-MES
                       IF PAG-DATA (1:6) EQUAL WRK-DIA-MES
                           PERFORM 9817-DIARIO-UM-PAGAMENTO
                       END-IF
                       READ PAGAMENTOS NEXT RECORD
                   END-PERFORM
               END-IF

      *        Depositos caucao tomados e devolvidos no mes
               MOVE LOW-VALUES TO DEP-CLIENTE
               START DEPOSITOS KEY IS NOT LESS THAN DEP-CLIENTE
                   INVALID KEY
                       MOVE 10 TO DEPOSITOS-STATUS
               END-START
               IF DEPOSITOS-STATUS EQUAL 0
                   READ DEPOSITOS NEXT RECORD
                   PERFORM UNTIL DEPOSITOS-STATUS NOT EQUAL 0
                       IF DEP-DATA (1:6) EQUAL WRK-DIA-MES
                           MOVE 'DEPOSITO' TO WRK-DIA-EVENTO
                           MOVE DEP-VALOR TO WRK-DIA-VALOR
                           MOVE DEP-DATA TO WRK-DATA-VALIDAR
                           MOVE DEP-CLIENTE TO WRK-RI-NUM
                           PERFORM 9816-GRAVA-PARTIDAS
                       END-IF
                       IF DEPOSITO-DEVOLVIDO
                          AND DEP-DATA-BAIXA (1:6) EQUAL WRK-DIA-MES
                           MOVE 'DEPDEV' TO WRK-DIA-EVENTO
                           MOVE DEP-VALOR TO WRK-DIA-VALOR
                           MOVE DEP-DATA-BAIXA TO WRK-DATA-VALIDAR
                           MOVE DEP-CLIENTE TO WRK-RI-NUM
                           PERFORM 9816-GRAVA-PARTIDAS
                       END-IF
                       READ DEPOSITOS NEXT RECORD
                   END-PERFORM
               END-IF

      *        Total de controle contra as receitas de FECHADIA
               MOVE 0 TO WRK-DIA-REC-FECHA
               MOVE LOW-VALUES TO FD-DATA
               START FECHADIA KEY IS NOT LESS THAN FD-DATA
                   INVALID KEY
                       MOVE 10 TO FECHADIA-STATUS
               END-START
               IF FECHADIA-STATUS EQUAL 0
                   READ FECHADIA NEXT RECORD
                   PERFORM UNTIL FECHADIA-STATUS NOT EQUAL 0
                       IF FD-DATA (1:6) EQUAL WRK-DIA-MES
                           ADD FD-RECEITA TO WRK-DIA-REC-FECHA
                       END-IF
                       READ FECHADIA NEXT RECORD
                   END-PERFORM
               END-IF

               MOVE SPACES TO WRK-LINHA-CSV
               STRING 'CONTROLE;DEBITOS=' DELIMITED BY SIZE
                      WRK-DIA-TOT-DEB DELIMITED BY SIZE
                      ';CREDITOS=' DELIMITED BY SIZE
                      WRK-DIA-TOT-CRED DELIMITED BY SIZE
                      ';RECEITAFECHADIA=' DELIMITED BY SIZE
                      WRK-DIA-REC-FECHA DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE DIARIO-REG FROM WRK-LINHA-CSV

      *        Multas perdoadas no mes pelas campanhas de anistia,
      *        uma partida ANISTIA por multa com o emprestimo como
      *        documento
               MOVE LOW-VALUES TO ANM-CHAVE
               START ANIMULTA KEY IS NOT LESS THAN ANM-CHAVE
                   INVALID KEY
                       MOVE 10 TO ANIMULTA-STATUS
               END-START
               IF ANIMULTA-STATUS EQUAL 0
                   READ ANIMULTA NEXT RECORD
                   PERFORM UNTIL ANIMULTA-STATUS NOT EQUAL 0
                       IF ANM-DATA (1:6) EQUAL WRK-DIA-MES
                           MOVE 'ANISTIA' TO WRK-DIA-EVENTO
                           MOVE ANM-VALOR TO WRK-DIA-VALOR
                           MOVE ANM-DATA TO WRK-DATA-VALIDAR
                           MOVE ANM-NUM-EMPRESTIMO TO WRK-RI-NUM
                           PERFORM 9816-GRAVA-PARTIDAS
                       END-IF
                       READ ANIMULTA NEXT RECORD
                   END-PERFORM
               END-IF

      *        Passivo com clientes do mes, uma linha por classe
               MOVE WRK-DIA-MES TO PSV-MES
               MOVE LOW-VALUES TO PSV-CLASSE
               START PASSIVO KEY IS NOT LESS THAN PSV-CHAVE
                   INVALID KEY
                       MOVE 10 TO PASSIVO-STATUS
               END-START
               IF PASSIVO-STATUS EQUAL 0
                   READ PASSIVO NEXT RECORD
               END-IF
               IF PASSIVO-STATUS NOT EQUAL 0
                  OR PSV-MES NOT EQUAL WRK-DIA-MES
                   MOVE 'PASSIVO;NAO APURADO' TO DIARIO-REG
                   WRITE DIARIO-REG
               END-IF
               PERFORM UNTIL PASSIVO-STATUS NOT EQUAL 0
                   OR PSV-MES NOT EQUAL WRK-DIA-MES
                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING 'PASSIVO;' DELIMITED BY SIZE
                          PSV-CLASSE DELIMITED BY SIZE
                          ';ABERTURA=' DELIMITED BY SIZE
                          PSV-ABERTURA DELIMITED BY SIZE
                          ';EMITIDO=' DELIMITED BY SIZE
                          PSV-EMITIDO DELIMITED BY SIZE
                          ';BAIXADO=' DELIMITED BY SIZE
                          PSV-BAIXADO DELIMITED BY SIZE
                          ';FECHAMENTO=' DELIMITED BY SIZE
                          PSV-FECHAMENTO DELIMITED BY SIZE
                          ';INDIVIDUAL=' DELIMITED BY SIZE
                          PSV-INDIVIDUAL DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE DIARIO-REG FROM WRK-LINHA-CSV
                   READ PASSIVO NEXT RECORD
               END-PERFORM
               CLOSE DIARIO

               DISPLAY "Diario gerado em DIARIO.CSV"
               AT LINE 8 COLUMN 20
               DISPLAY "Partidas gravadas: " AT LINE 10 COLUMN 20
               DISPLAY WRK-QTD-DIARIO AT LINE 10 COLUMN 40
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Lanca as partidas do pagamento corrente: debito do caixa
      *pelo liquido em dinheiro, a parcela paga com vale saindo do
      *passivo (VALERESG) e o imposto pela parcela embutida;
      *estorno e nota de credito ja vem com as contas invertidas
      *na tabela de eventos, e o imposto deles sai pelo evento
      *IMPDEV para devolver o recolhido
       9817-DIARIO-UM-PAGAMENTO  SECTION.
           EVALUATE TRUE
               WHEN PAGAMENTO-LOCACAO
                   MOVE 'LOCACAO' TO WRK-DIA-EVENTO
               WHEN PAGAMENTO-MULTA
                   MOVE 'MULTA' TO WRK-DIA-EVENTO
               WHEN PAGAMENTO-VALE
                   MOVE 'VALEVEND' TO WRK-DIA-EVENTO
               WHEN PAGAMENTO-ESTORNO
                   MOVE 'ESTORNO' TO WRK-DIA-EVENTO
               WHEN PAGAMENTO-VENDA-EX
                   MOVE 'VENDAEX' TO WRK-DIA-EVENTO
               WHEN PAGAMENTO-CONTA
                   MOVE 'CONTA' TO WRK-DIA-EVENTO
               WHEN PAGAMENTO-ASSINATURA
                   MOVE 'ASSINAT' TO WRK-DIA-EVENTO
               WHEN PAGAMENTO-NOTA-CRED
                   MOVE 'NOTACRED' TO WRK-DIA-EVENTO
               WHEN PAGAMENTO-PREPAGO
                   MOVE 'PREPAGO' TO WRK-DIA-EVENTO
               WHEN OTHER
                   MOVE 'LOCACAO' TO WRK-DIA-EVENTO
           END-EVALUATE

           COMPUTE WRK-DIA-LIQUIDO =
               PAG-VALOR-BRL - PAG-VALOR-IMPOSTO - PAG-VALE
           MOVE WRK-DIA-LIQUIDO TO WRK-DIA-VALOR
           MOVE PAG-DATA TO WRK-DATA-VALIDAR
           MOVE NUM-PAGAMENTO TO WRK-RI-NUM
           PERFORM 9816-GRAVA-PARTIDAS

      *    Parcela quitada com vale: sai do passivo de vales, nao
      *    do caixa, e completa a receita do recibo; no estorno e
      *    na nota de credito o vale volta para o cartao (3459),
      *    entao as pernas invertem pelo evento VALEDEV
           IF PAG-VALE > ZERO
               IF PAGAMENTO-ESTORNO OR PAGAMENTO-NOTA-CRED
                   MOVE 'VALEDEV' TO WRK-DIA-EVENTO
               ELSE
                   MOVE 'VALERESG' TO WRK-DIA-EVENTO
               END-IF
               MOVE PAG-VALE TO WRK-DIA-VALOR
               PERFORM 9816-GRAVA-PARTIDAS
           END-IF

           IF PAG-VALOR-IMPOSTO > ZERO
               IF PAGAMENTO-ESTORNO OR PAGAMENTO-NOTA-CRED
                   MOVE 'IMPDEV' TO WRK-DIA-EVENTO
               ELSE
                   MOVE 'IMPOSTO' TO WRK-DIA-EVENTO
               END-IF
               MOVE PAG-VALOR-IMPOSTO TO WRK-DIA-VALOR
               PERFORM 9816-GRAVA-PARTIDAS
           END-IF.

      *Grava as duas pernas do evento corrente, mapeadas pela
      *tabela de contas (evento sem conta cadastrada sai como
      *SEMCONTA, para o contador enxergar o buraco)
       9816-GRAVA-PARTIDAS  SECTION.
           MOVE WRK-DIA-EVENTO TO CTA-EVENTO
           READ CONTAS
               INVALID KEY
                   MOVE 'SEMCONTA' TO CTA-DEBITO
                   MOVE 'SEMCONTA' TO CTA-CREDITO
           END-READ

           ADD WRK-DIA-VALOR TO WRK-DIA-TOT-DEB
           MOVE SPACES TO WRK-LINHA-CSV
           STRING WRK-DATA-VALIDAR DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-RI-NUM DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  CTA-DEBITO DELIMITED BY SIZE
                  ';D;' DELIMITED BY SIZE
                  WRK-DIA-VALOR DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-DIA-EVENTO DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE DIARIO-REG FROM WRK-LINHA-CSV
           ADD 1 TO WRK-QTD-DIARIO

           ADD WRK-DIA-VALOR TO WRK-DIA-TOT-CRED
           MOVE SPACES TO WRK-LINHA-CSV
           STRING WRK-DATA-VALIDAR DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-RI-NUM DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  CTA-CREDITO DELIMITED BY SIZE
                  ';C;' DELIMITED BY SIZE
                  WRK-DIA-VALOR DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-DIA-EVENTO DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE DIARIO-REG FROM WRK-LINHA-CSV
           ADD 1 TO WRK-QTD-DIARIO.

      *Tendencia dos lotes noturnos: percorre o RUNSTAT das
      *ultimas N datas de negocio somando o tempo decorrido de
      *cada passo (e as contagens do JOBLOG), e grava TENDLOTE.CSV
      *com execucoes, media, pior caso e a ultima execucao; o
      *passo cuja ultima rodada passou do dobro da media sai
      *marcado CRESCEU - e o ARQUIVA indo de dois para vinte
      *minutos aparece antes de bater na hora de abrir
       9822-TENDENCIA-LOTES  SECTION.
           MOVE "Tendencia lotes" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-TEN
           MOVE ZERO TO WRK-TEN-DIAS

           DISPLAY TELA
           DISPLAY "Janela em dias (branco = 30): "
           AT LINE 5 COLUMN 20
           ACCEPT WRK-TEN-DIAS AT LINE 5 COLUMN 51
           IF WRK-TEN-DIAS EQUAL ZERO
               MOVE 30 TO WRK-TEN-DIAS
           END-IF

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           PERFORM WRK-TEN-DIAS TIMES
               PERFORM 3151-RECUA-UM-DIA
           END-PERFORM
           MOVE WRK-DATA-CALC TO WRK-TEN-CORTE

      *    Tempos por passo, direto do RUNSTAT
           OPEN INPUT RUNSTAT
           IF RUNSTAT-STATUS EQUAL 0
               MOVE WRK-TEN-CORTE TO RS-DATA
               MOVE LOW-VALUES TO RS-PASSO
               START RUNSTAT KEY IS NOT LESS THAN RS-CHAVE
                   INVALID KEY
                       MOVE 10 TO RUNSTAT-STATUS
               END-START
               IF RUNSTAT-STATUS EQUAL 0
                   READ RUNSTAT NEXT RECORD
                   PERFORM UNTIL RUNSTAT-STATUS NOT EQUAL 0
                       IF PASSO-OK
                           PERFORM 9821-SOMA-TENDENCIA
                       END-IF
                       READ RUNSTAT NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE RUNSTAT
           END-IF

      *    Contagens por passo, do diario JOBLOG
           OPEN INPUT JOBLOG
           IF JOBLOG-STATUS EQUAL 0
               READ JOBLOG
               PERFORM UNTIL JOBLOG-STATUS NOT EQUAL 0
                   MOVE SPACES TO WRK-JL-CAMPOS
                   UNSTRING JOBLOG-REG DELIMITED BY ';'
                       INTO WRK-JL-DATA WRK-JL-INI WRK-JL-FIM
                            WRK-JL-JOB WRK-JL-OPER WRK-JL-QTD
                            WRK-JL-SIT
                   END-UNSTRING
                   IF WRK-JL-DATA NUMERIC
                      AND WRK-JL-DATA NOT LESS THAN WRK-TEN-CORTE
                      AND WRK-JL-QTD NUMERIC
                       MOVE WRK-JL-QTD TO WRK-JL-QTD-N
                       PERFORM VARYING WRK-IDX-TEN FROM 1 BY 1
                           UNTIL WRK-IDX-TEN > WRK-QTD-TEN
                           IF WRK-TEN-PASSO (WRK-IDX-TEN)
                              EQUAL WRK-JL-JOB
                               ADD WRK-JL-QTD-N TO
                                   WRK-TEN-SOMA-QTD (WRK-IDX-TEN)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ JOBLOG
               END-PERFORM
               CLOSE JOBLOG
           END-IF

           OPEN OUTPUT TENDLOTE
           MOVE "Passo;Execs;MediaSeg;PiorSeg;UltimoSeg;MediaQtd;Alerta
      -        "" TO TENDLOTE-REG
           WRITE TENDLOTE-REG

           PERFORM VARYING WRK-IDX-TEN FROM 1 BY 1
               UNTIL WRK-IDX-TEN > WRK-QTD-TEN
               COMPUTE WRK-TEN-MEDIA =
                   WRK-TEN-SOMA-SEG (WRK-IDX-TEN)
                   / WRK-TEN-EXECS (WRK-IDX-TEN)
               COMPUTE WRK-TEN-MEDIA-QTD =
                   WRK-TEN-SOMA-QTD (WRK-IDX-TEN)
                   / WRK-TEN-EXECS (WRK-IDX-TEN)
               MOVE SPACES TO WRK-TEN-FLAG
               IF WRK-TEN-ULTIMO (WRK-IDX-TEN) >
                  (WRK-TEN-MEDIA * 2)
                  AND WRK-TEN-MEDIA > 0
                   MOVE 'CRESCEU' TO WRK-TEN-FLAG
               END-IF

               MOVE SPACES TO WRK-LINHA-CSV
               STRING WRK-TEN-PASSO (WRK-IDX-TEN) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WRK-TEN-EXECS (WRK-IDX-TEN) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WRK-TEN-MEDIA DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WRK-TEN-PIOR (WRK-IDX-TEN) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WRK-TEN-ULTIMO (WRK-IDX-TEN)
                      DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WRK-TEN-MEDIA-QTD DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WRK-TEN-FLAG DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE TENDLOTE-REG FROM WRK-LINHA-CSV
           END-PERFORM

           CLOSE TENDLOTE

           DISPLAY TELA
           DISPLAY "Tendencia gerada em TENDLOTE.CSV"
           AT LINE 5 COLUMN 20
           DISPLAY "Passos analisados: " AT LINE 7 COLUMN 20
           DISPLAY WRK-QTD-TEN AT LINE 7 COLUMN 40

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 9 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 9 COLUMN 52.

      *Soma a execucao corrente do RUNSTAT no balde do passo dela
      *(o tempo e a diferenca hhmmss, com virada de meia-noite)
       9821-SOMA-TENDENCIA  SECTION.
           MOVE RS-HORA-INICIO (1:2) TO WRK-HMS-H
           MOVE RS-HORA-INICIO (3:2) TO WRK-HMS-M
           MOVE RS-HORA-INICIO (5:2) TO WRK-HMS-S
           COMPUTE WRK-SEG-INI =
               WRK-HMS-H * 3600 + WRK-HMS-M * 60 + WRK-HMS-S
           MOVE RS-HORA-FIM (1:2) TO WRK-HMS-H
           MOVE RS-HORA-FIM (3:2) TO WRK-HMS-M
           MOVE RS-HORA-FIM (5:2) TO WRK-HMS-S
           COMPUTE WRK-SEG-FIM =
               WRK-HMS-H * 3600 + WRK-HMS-M * 60 + WRK-HMS-S
           COMPUTE WRK-TEN-SEG = WRK-SEG-FIM - WRK-SEG-INI
           IF WRK-TEN-SEG < 0
               ADD 86400 TO WRK-TEN-SEG
           END-IF

           MOVE 'N' TO WRK-TEN-ACHOU
           PERFORM VARYING WRK-IDX-TEN FROM 1 BY 1
               UNTIL WRK-IDX-TEN > WRK-QTD-TEN
               IF WRK-TEN-PASSO (WRK-IDX-TEN) EQUAL RS-PASSO
                   MOVE 'S' TO WRK-TEN-ACHOU
                   ADD 1 TO WRK-TEN-EXECS (WRK-IDX-TEN)
                   ADD WRK-TEN-SEG
                       TO WRK-TEN-SOMA-SEG (WRK-IDX-TEN)
                   IF WRK-TEN-SEG > WRK-TEN-PIOR (WRK-IDX-TEN)
                       MOVE WRK-TEN-SEG
                           TO WRK-TEN-PIOR (WRK-IDX-TEN)
                   END-IF
                   MOVE WRK-TEN-SEG
                       TO WRK-TEN-ULTIMO (WRK-IDX-TEN)
               END-IF
           END-PERFORM
           IF WRK-TEN-ACHOU EQUAL 'N'
              AND WRK-QTD-TEN < 20
               ADD 1 TO WRK-QTD-TEN
               MOVE RS-PASSO TO WRK-TEN-PASSO (WRK-QTD-TEN)
               MOVE 1 TO WRK-TEN-EXECS (WRK-QTD-TEN)
               MOVE WRK-TEN-SEG TO WRK-TEN-SOMA-SEG (WRK-QTD-TEN)
               MOVE WRK-TEN-SEG TO WRK-TEN-PIOR (WRK-QTD-TEN)
               MOVE WRK-TEN-SEG TO WRK-TEN-ULTIMO (WRK-QTD-TEN)
               MOVE 0 TO WRK-TEN-SOMA-QTD (WRK-QTD-TEN)
           END-IF.

      *Reservas pedidas pelo site: carrega WEBRES.CSV, ordena por
      *timestamp (primeiro pedido primeiro servido), valida cada
      *pedido com as mesmas regras do balcao (cliente ativo, filme
      *cadastrado, nenhuma copia Disponivel) e grava as reservas;
      *a resposta com a posicao na fila ou o motivo da recusa sai
      *em WEBRESP.CSV para o site mostrar ao cliente
       9824-IMPORTA-RESERVAS-WEB  SECTION.
           MOVE "Reservas do site" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-WEB
           MOVE 0 TO WRK-QTD-WEB-OK
           MOVE 0 TO WRK-QTD-WEB-REJ

           OPEN INPUT WEBRES
           IF WEBRES-STATUS NOT EQUAL 0
               DISPLAY TELA
               DISPLAY "Arquivo WEBRES.CSV nao encontrado"
               AT LINE 5 COLUMN 20
           ELSE
               READ WEBRES
               PERFORM UNTIL WEBRES-STATUS NOT EQUAL 0
                   OR WRK-QTD-WEB NOT LESS THAN 200
                   MOVE SPACES TO WRK-WEB-CAMPOS
                   UNSTRING WEBRES-REG DELIMITED BY ';'
                       INTO WRK-WEB-F-CLI WRK-WEB-F-FIL WRK-WEB-F-TS
                   END-UNSTRING
                   IF WRK-WEB-F-CLI NUMERIC
                      AND WRK-WEB-F-FIL NUMERIC
                       ADD 1 TO WRK-QTD-WEB
                       MOVE WRK-WEB-F-CLI
                           TO WRK-WEB-CLI (WRK-QTD-WEB)
                       MOVE WRK-WEB-F-FIL
                           TO WRK-WEB-FIL (WRK-QTD-WEB)
                       MOVE WRK-WEB-F-TS
                           TO WRK-WEB-TS (WRK-QTD-WEB)
                   END-IF
                   READ WEBRES
               END-PERFORM
               CLOSE WEBRES

      *        Ordena por timestamp (troca simples, lote pequeno)
               PERFORM VARYING WRK-IDX-WEB FROM 1 BY 1
                   UNTIL WRK-IDX-WEB NOT LESS THAN WRK-QTD-WEB
                   PERFORM VARYING WRK-IDX-WEB2 FROM 1 BY 1
                       UNTIL WRK-IDX-WEB2 NOT LESS THAN WRK-QTD-WEB
                       IF WRK-WEB-TS (WRK-IDX-WEB2) >
                          WRK-WEB-TS (WRK-IDX-WEB2 + 1)
                           MOVE WRK-WEB-CLI (WRK-IDX-WEB2)
                               TO WRK-WEB-T-CLI
                           MOVE WRK-WEB-FIL (WRK-IDX-WEB2)
                               TO WRK-WEB-T-FIL
                           MOVE WRK-WEB-TS (WRK-IDX-WEB2)
                               TO WRK-WEB-T-TS
                           MOVE WRK-WEB-CLI (WRK-IDX-WEB2 + 1)
                               TO WRK-WEB-CLI (WRK-IDX-WEB2)
                           MOVE WRK-WEB-FIL (WRK-IDX-WEB2 + 1)
                               TO WRK-WEB-FIL (WRK-IDX-WEB2)
                           MOVE WRK-WEB-TS (WRK-IDX-WEB2 + 1)
                               TO WRK-WEB-TS (WRK-IDX-WEB2)
                           MOVE WRK-WEB-T-CLI
                               TO WRK-WEB-CLI (WRK-IDX-WEB2 + 1)
                           MOVE WRK-WEB-T-FIL
                               TO WRK-WEB-FIL (WRK-IDX-WEB2 + 1)
                           MOVE WRK-WEB-T-TS
                               TO WRK-WEB-TS (WRK-IDX-WEB2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM

               OPEN OUTPUT WEBRESP
               MOVE "Cliente;Filme;Resposta;Detalhe" TO WEBRESP-REG
               WRITE WEBRESP-REG

               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               PERFORM VARYING WRK-IDX-WEB FROM 1 BY 1
                   UNTIL WRK-IDX-WEB > WRK-QTD-WEB
                   PERFORM 9823-PROCESSA-RESERVA-WEB
               END-PERFORM
               CLOSE WEBRESP

               DISPLAY TELA
               DISPLAY "Reservas do site processadas"
               AT LINE 5 COLUMN 20
               DISPLAY "Aceitas   : " AT LINE 7 COLUMN 20
               DISPLAY WRK-QTD-WEB-OK AT LINE 7 COLUMN 33
               DISPLAY "Rejeitadas: " AT LINE 8 COLUMN 20
               DISPLAY WRK-QTD-WEB-REJ AT LINE 8 COLUMN 33
               DISPLAY "Respostas em WEBRESP.CSV"
               AT LINE 10 COLUMN 20
           END-IF

           DISPLAY "Pressione ENTER para continuar"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Valida e grava um pedido de reserva do site, devolvendo a
      *posicao na fila ou o motivo da recusa
       9823-PROCESSA-RESERVA-WEB  SECTION.
           MOVE SPACES TO WRK-WEB-MOTIVO

           MOVE WRK-WEB-CLI (WRK-IDX-WEB) TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE INEXISTENTE' TO WRK-WEB-MOTIVO
               NOT INVALID KEY
                   IF CLIENTE-INATIVO
                       MOVE 'CLIENTE INATIVO' TO WRK-WEB-MOTIVO
                   END-IF
           END-READ

           IF WRK-WEB-MOTIVO EQUAL SPACES
               MOVE WRK-WEB-FIL (WRK-IDX-WEB) TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE 'FILME INEXISTENTE' TO WRK-WEB-MOTIVO
                   NOT INVALID KEY
                       IF FILME-INATIVO
                           MOVE 'FILME INATIVO' TO WRK-WEB-MOTIVO
                       END-IF
               END-READ
           END-IF

           IF WRK-WEB-MOTIVO EQUAL SPACES
               MOVE WRK-WEB-FIL (WRK-IDX-WEB) TO WRK-JAN-CODFILME
               PERFORM 9614-SITUACAO-JANELA
               IF WRK-JAN-EXPIRADO
                   MOVE 'LICENCA ENCERRADA' TO WRK-WEB-MOTIVO
               END-IF
           END-IF

      *    Antes da data de estreia a reserva entra mesmo com copia
      *    ja recebida na prateleira
           IF WRK-WEB-MOTIVO EQUAL SPACES
              AND NOT WRK-JAN-ANTES-ESTREIA
      *        Mesma regra do balcao: com copia Disponivel na
      *        prateleira nao ha o que reservar
               MOVE 'N' TO WRK-TEM-DISPONIVEL
               MOVE WRK-WEB-FIL (WRK-IDX-WEB) TO EX-CODFILME
               MOVE ZERO TO EX-NUMERO
               START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
                   INVALID KEY
                       MOVE 10 TO EXEMPLARES-STATUS
               END-START
               IF EXEMPLARES-STATUS EQUAL 0
                   READ EXEMPLARES NEXT RECORD
                   PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                      OR EX-CODFILME NOT EQUAL
                         WRK-WEB-FIL (WRK-IDX-WEB)
                      OR WRK-TEM-DISPONIVEL EQUAL 'S'
                       IF EXEMPLAR-DISPONIVEL
                           MOVE 'S' TO WRK-TEM-DISPONIVEL
                       ELSE
                           READ EXEMPLARES NEXT RECORD
                       END-IF
                   END-PERFORM
               END-IF
               IF WRK-TEM-DISPONIVEL EQUAL 'S'
                   MOVE 'FILME DISPONIVEL NA LOJA' TO WRK-WEB-MOTIVO
               END-IF
           END-IF

           IF WRK-WEB-MOTIVO NOT EQUAL SPACES
               ADD 1 TO WRK-QTD-WEB-REJ
               MOVE SPACES TO WRK-LINHA-CSV
               STRING WRK-WEB-CLI (WRK-IDX-WEB) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WRK-WEB-FIL (WRK-IDX-WEB) DELIMITED BY SIZE
                      ';REJEITADA;' DELIMITED BY SIZE
                      WRK-WEB-MOTIVO DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE WEBRESP-REG FROM WRK-LINHA-CSV
           ELSE
               MOVE '1' TO CTLRES-CHAVE
               READ CTLRES KEY IS CTLRES-CHAVE
               COMPUTE WRK-PROX-RESERVA = CTLRES-ULT-NUMERO + 1
               MOVE WRK-PROX-RESERVA TO NUM-RESERVA
               MOVE WRK-WEB-FIL (WRK-IDX-WEB) TO RES-CODFILME
               MOVE WRK-WEB-CLI (WRK-IDX-WEB) TO RES-CLIENTE
               MOVE WRK-DATA-HOJE TO RES-DATA
               MOVE 'A' TO RES-STATUS
               MOVE ZERO TO RES-DATA-ATENDIDA
               WRITE RESERVAS-REG
                   INVALID KEY
                       ADD 1 TO WRK-QTD-WEB-REJ
                   NOT INVALID KEY
                       MOVE NUM-RESERVA TO CTLRES-ULT-NUMERO
                       REWRITE CTLRES-REG
                       ADD 1 TO WRK-QTD-WEB-OK
                       MOVE 'I' TO WRK-JRN-OPER
                       PERFORM 5206-JORNAL-RESERVAS

      *                Posicao na fila do titulo
                       MOVE WRK-WEB-FIL (WRK-IDX-WEB)
                           TO WRK-KIO-CODIGO
                       PERFORM 2647-KIOSQUE-POSICAO-FILA
                       MOVE SPACES TO WRK-LINHA-CSV
                       STRING WRK-WEB-CLI (WRK-IDX-WEB)
                              DELIMITED BY SIZE
                              ';' DELIMITED BY SIZE
                              WRK-WEB-FIL (WRK-IDX-WEB)
                              DELIMITED BY SIZE
                              ';ACEITA;POSICAO ' DELIMITED BY SIZE
                              WRK-KIO-POSICAO DELIMITED BY SIZE
                              INTO WRK-LINHA-CSV
                       END-STRING
                       WRITE WEBRESP-REG FROM WRK-LINHA-CSV
               END-WRITE
           END-IF.

      *Importacao em lote de clientes (mutirao da locadora que
      *fechou): le CLILOTE.CSV linha a linha, valida nome e plano,
      *avisa duplicidade de nome/telefone sem barrar a carga, gera
      *os codigos por CTLCLI e grava as excecoes em CLIEXCEC.CSV;
      *o equivalente para clientes do 9600 dos filmes
       9826-IMPORTA-CLIENTES-LOTE  SECTION.
           MOVE "Importar clientes" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-CLILOTE
           MOVE 0 TO WRK-QTD-CLILOTE-REJ
           MOVE 0 TO WRK-QTD-CLILOTE-AVI

           OPEN INPUT CLILOTE
           IF CLILOTE-STATUS NOT EQUAL 0
               DISPLAY TELA
               DISPLAY "Arquivo CLILOTE.CSV nao encontrado"
               AT LINE 5 COLUMN 20
           ELSE
               OPEN OUTPUT CLIEXCEC
               MOVE "Caso;Nome;Motivo" TO CLIEXCEC-REG
               WRITE CLIEXCEC-REG

               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               READ CLILOTE
               PERFORM UNTIL CLILOTE-STATUS NOT EQUAL 0
                   PERFORM 9825-IMPORTA-UM-CLIENTE-LOTE
                   READ CLILOTE
               END-PERFORM
               CLOSE CLILOTE
               CLOSE CLIEXCEC

               DISPLAY TELA
               DISPLAY "Importacao de clientes concluida"
               AT LINE 5 COLUMN 20
               DISPLAY "Importados: " AT LINE 7 COLUMN 20
               DISPLAY WRK-QTD-CLILOTE AT LINE 7 COLUMN 33
               DISPLAY "Rejeitados: " AT LINE 8 COLUMN 20
               DISPLAY WRK-QTD-CLILOTE-REJ AT LINE 8 COLUMN 33
               DISPLAY "Avisos    : " AT LINE 9 COLUMN 20
               DISPLAY WRK-QTD-CLILOTE-AVI AT LINE 9 COLUMN 33
               DISPLAY "Excecoes em CLIEXCEC.CSV"
               AT LINE 11 COLUMN 20
           END-IF

           DISPLAY "Pressione ENTER para continuar"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 52.

      *Valida e grava uma linha do lote de clientes
       9825-IMPORTA-UM-CLIENTE-LOTE  SECTION.
           MOVE SPACES TO WRK-CLO-CAMPOS
           MOVE CLILOTE-REG TO WRK-CSV-LINHA
           PERFORM 5183-ESCONDE-SEPARADOR
           UNSTRING WRK-CSV-LINHA DELIMITED BY ';'
               INTO WRK-CLO-NOME WRK-CLO-TEL WRK-CLO-END
                    WRK-CLO-PLANO WRK-CLO-CPF WRK-CLO-CEP
                    WRK-CLO-NUMERO
           END-UNSTRING

      *    Nomes e enderecos protegidos voltam sem as aspas
           MOVE WRK-CLO-NOME TO WRK-CSV-CAMPO-IN
           PERFORM 5184-REMOVE-ASPAS
           MOVE WRK-CSV-CAMPO-OUT (1:30) TO WRK-CLO-NOME
           MOVE WRK-CLO-END TO WRK-CSV-CAMPO-IN
           PERFORM 5184-REMOVE-ASPAS
           MOVE WRK-CSV-CAMPO-OUT (1:40) TO WRK-CLO-END

           IF WRK-CLO-NOME EQUAL SPACES
               ADD 1 TO WRK-QTD-CLILOTE-REJ
               MOVE SPACES TO WRK-LINHA-CSV
               STRING 'REJEITADO;;NOME VAZIO' DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE CLIEXCEC-REG FROM WRK-LINHA-CSV
           ELSE
      *        Plano informado precisa existir na tabela
               MOVE 'N' TO WRK-CLO-REJ
               IF WRK-CLO-PLANO NOT EQUAL SPACES
                   MOVE WRK-CLO-PLANO TO PLN-CODIGO
                   READ PLANOS
                       INVALID KEY
                           MOVE 'S' TO WRK-CLO-REJ
                           ADD 1 TO WRK-QTD-CLILOTE-REJ
                           MOVE SPACES TO WRK-LINHA-CSV
                           STRING 'REJEITADO;' DELIMITED BY SIZE
                                  WRK-CLO-NOME DELIMITED BY SIZE
                                  ';PLANO INEXISTENTE'
                                  DELIMITED BY SIZE
                                  INTO WRK-LINHA-CSV
                           END-STRING
                           WRITE CLIEXCEC-REG FROM WRK-LINHA-CSV
                   END-READ
               END-IF

      *        CPF informado precisa conferir e nao pode ser de
      *        cliente ja cadastrado (este sim barra a carga)
               IF WRK-CLO-REJ EQUAL 'N'
                  AND WRK-CLO-CPF NOT EQUAL SPACES
                   MOVE WRK-CLO-CPF TO WRK-CPF-VERIF-X
                   PERFORM 3173-VALIDA-CPF
                   IF WRK-CPF-OK EQUAL 'N'
                       MOVE 'S' TO WRK-CLO-REJ
                       MOVE ';CPF INVALIDO' TO WRK-CLO-MOTIVO
                   ELSE
                       MOVE WRK-CLO-CPF TO WRK-CPF-BUSCA
                       MOVE ZERO TO WRK-CPF-DONO
                       PERFORM 3174-CPF-EM-USO
                       IF WRK-CPF-OUTRO NOT EQUAL ZERO
                           MOVE 'S' TO WRK-CLO-REJ
                           MOVE ';CPF DUPLICADO' TO WRK-CLO-MOTIVO
                       END-IF
                   END-IF
                   IF WRK-CLO-REJ EQUAL 'S'
                       ADD 1 TO WRK-QTD-CLILOTE-REJ
                       MOVE SPACES TO WRK-LINHA-CSV
                       STRING 'REJEITADO;' DELIMITED BY SIZE
                              WRK-CLO-NOME DELIMITED BY SIZE
                              WRK-CLO-MOTIVO DELIMITED BY SPACE
                              INTO WRK-LINHA-CSV
                       END-STRING
                       WRITE CLIEXCEC-REG FROM WRK-LINHA-CSV
                   END-IF
               END-IF

      *        CEP informado precisa existir na tabela dos Correios;
      *        com ele o endereco da ficha sai da tabela e do numero
               MOVE ZERO TO WRK-CEP-CODIGO
               IF WRK-CLO-REJ EQUAL 'N'
                  AND WRK-CLO-CEP NOT EQUAL SPACES
                   MOVE WRK-CLO-CEP TO WRK-CEP-DIGITADO
                   PERFORM 9603-CONFERE-CEP
                   IF WRK-CEP-FORMATO-OK EQUAL 'N'
                       MOVE 'S' TO WRK-CLO-REJ
                       MOVE ';CEP INVALIDO' TO WRK-CLO-MOTIVO
                   ELSE
                       IF WRK-CEP-CODIGO NOT EQUAL ZERO
                          AND WRK-CEP-OK EQUAL 'N'
                           MOVE 'S' TO WRK-CLO-REJ
                           MOVE ';CEP INEXISTENTE' TO WRK-CLO-MOTIVO
                       END-IF
                   END-IF
                   IF WRK-CLO-REJ EQUAL 'S'
                       ADD 1 TO WRK-QTD-CLILOTE-REJ
                       MOVE SPACES TO WRK-LINHA-CSV
                       STRING 'REJEITADO;' DELIMITED BY SIZE
                              WRK-CLO-NOME DELIMITED BY SIZE
                              WRK-CLO-MOTIVO DELIMITED BY '  '
                              INTO WRK-LINHA-CSV
                       END-STRING
                       WRITE CLIEXCEC-REG FROM WRK-LINHA-CSV
                   END-IF
               END-IF

               IF WRK-CLO-REJ EQUAL 'S'
                   CONTINUE
               ELSE
      *            Aviso de possivel duplicidade de nome/telefone
      *            (nao barra a carga: homonimo existe)
                   MOVE 'N' TO WRK-CLO-DUP
                   MOVE LOW-VALUES TO COD-CLIENTE
                   START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
                       INVALID KEY
                           MOVE 10 TO CLIENTES-STATUS
                   END-START
                   IF CLIENTES-STATUS EQUAL 0
                       READ CLIENTES NEXT RECORD
                       PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                          OR WRK-CLO-DUP EQUAL 'S'
                           IF NOME-CLIENTE EQUAL WRK-CLO-NOME
                              OR (WRK-CLO-TEL NOT EQUAL SPACES AND
                                  TELEFONE-CLIENTE EQUAL WRK-CLO-TEL)
                               MOVE 'S' TO WRK-CLO-DUP
                           ELSE
                               READ CLIENTES NEXT RECORD
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WRK-CLO-DUP EQUAL 'S'
                       ADD 1 TO WRK-QTD-CLILOTE-AVI
                       MOVE SPACES TO WRK-LINHA-CSV
                       STRING 'AVISO;' DELIMITED BY SIZE
                              WRK-CLO-NOME DELIMITED BY SIZE
                              ';POSSIVEL DUPLICADO'
                              DELIMITED BY SIZE
                              INTO WRK-LINHA-CSV
                       END-STRING
                       WRITE CLIEXCEC-REG FROM WRK-LINHA-CSV
                   END-IF

                   PERFORM 3700-ZERA-CLIENTE
                   MOVE '1' TO CTLCLI-CHAVE
                   READ CTLCLI KEY IS CTLCLI-CHAVE
                   COMPUTE WRK-PROX-CLIENTE = CTLCLI-ULT-CODIGO + 1
                   MOVE WRK-PROX-CLIENTE TO COD-CLIENTE
                   MOVE WRK-CLO-NOME TO NOME-CLIENTE
                   MOVE WRK-CLO-TEL TO TELEFONE-CLIENTE
                   MOVE WRK-CLO-END TO ENDERECO-CLIENTE
                   IF WRK-CEP-CODIGO NOT EQUAL ZERO
                       MOVE WRK-CLO-NUMERO TO WRK-CEP-NUMERO
                       MOVE SPACES TO WRK-CEP-COMPLEMENTO
                       PERFORM 9606-MONTA-ENDERECO
                   END-IF
                   MOVE 'A' TO STATUS-CLIENTE
                   MOVE WRK-CLO-PLANO TO CLI-PLANO
                   IF WRK-CLO-CPF NOT EQUAL SPACES
                       MOVE WRK-CLO-CPF TO CLI-CPF
                   END-IF
                   MOVE WRK-DATA-HOJE TO CLI-DATA-CADASTRO
                   MOVE WRK-DATA-HOJE TO CLI-DATA-ALTERACAO
                   MOVE WRK-LOJA-ATUAL TO CLI-LOJA-ORIGEM

                   WRITE CLIENTES-REG
                       INVALID KEY
                           ADD 1 TO WRK-QTD-CLILOTE-REJ
                       NOT INVALID KEY
                           MOVE COD-CLIENTE TO CTLCLI-ULT-CODIGO
                           REWRITE CTLCLI-REG
                           ADD 1 TO WRK-QTD-CLILOTE
                           IF WRK-CEP-CODIGO NOT EQUAL ZERO
                               PERFORM 9605-GRAVA-CLIEND
                           END-IF
                   END-WRITE
                   MOVE 'I' TO WRK-JRN-OPER
                   PERFORM 5204-JORNAL-CLIENTES
               END-IF
           END-IF.

      *Sugestoes de transferencia entre lojas: para cada titulo
      *ativo, cruza a fila de reservas com as copias Disponiveis
      *paradas por loja; com fila e com uma loja segurando duas ou
      *mais copias ociosas enquanto outra loja do titulo esta
      *zerada, sai a sugestao (titulo, de, para, quantidade e a
      *fila que a justifica) em SUGTRANS.CSV, e cada sugestao pode
      *virar um pedido de transferencia com uma confirmacao
       9830-SUGESTAO-TRANSFER  SECTION.
           MOVE "Sugestao transf" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-SUGTRANS

           DISPLAY TELA
           OPEN OUTPUT SUGTRANS
           MOVE "Filme;Titulo;De;Para;Qtd;Fila" TO SUGTRANS-REG
           WRITE SUGTRANS-REG

           OPEN INPUT FILMESSEQ
           READ FILMESSEQ
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               IF FILME-ATIVOSQ
                   PERFORM 9829-SUGERE-UM-TITULO
               END-IF
               READ FILMESSEQ
           END-PERFORM
           CLOSE FILMESSEQ

           CLOSE SUGTRANS

           DISPLAY "Sugestoes geradas em SUGTRANS.CSV"
           AT LINE 18 COLUMN 20
           DISPLAY "Sugestoes: " AT LINE 19 COLUMN 20
           DISPLAY WRK-QTD-SUGTRANS AT LINE 19 COLUMN 32

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 21 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 21 COLUMN 52.

      *Monta a sugestao do titulo corrente de FILMESSEQ: copias
      *ociosas por loja, fila de reservas e os dois lados
       9829-SUGERE-UM-TITULO  SECTION.
           MOVE 0 TO WRK-QTD-ST-LOJA

      *    Copias por loja (ociosas = Disponiveis)
           MOVE CODFILMESQ TO EX-CODFILME
           MOVE ZERO TO EX-NUMERO
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                  OR EX-CODFILME NOT EQUAL CODFILMESQ
                   IF NOT EXEMPLAR-BAIXADO
                      AND NOT EXEMPLAR-VENDIDO
                      AND NOT EXEMPLAR-DEVOLVIDO
                      AND NOT EXEMPLAR-VAREJO
                       PERFORM 9828-TALLY-LOJA-ST
                   END-IF
                   READ EXEMPLARES NEXT RECORD
               END-PERFORM
           END-IF

           IF WRK-QTD-ST-LOJA < 2
               CONTINUE
           ELSE
      *        Fila de reservas Aguardando do titulo
               MOVE 0 TO WRK-ST-FILA
               MOVE LOW-VALUES TO NUM-RESERVA
               START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
                   INVALID KEY
                       MOVE 10 TO RESERVAS-STATUS
               END-START
               IF RESERVAS-STATUS EQUAL 0
                   READ RESERVAS NEXT RECORD
                   PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                       IF RES-CODFILME EQUAL CODFILMESQ
                          AND RESERVA-AGUARDANDO
                           ADD 1 TO WRK-ST-FILA
                       END-IF
                       READ RESERVAS NEXT RECORD
                   END-PERFORM
               END-IF

               IF WRK-ST-FILA > 0
      *            De onde sai: a loja com mais copias ociosas
      *            (pelo menos duas); para onde vai: uma loja do
      *            titulo sem copia ociosa nenhuma
                   MOVE SPACES TO WRK-ST-DE
                   MOVE SPACES TO WRK-ST-PARA
                   MOVE 0 TO WRK-ST-MAX
                   PERFORM VARYING WRK-IDX-ST FROM 1 BY 1
                       UNTIL WRK-IDX-ST > WRK-QTD-ST-LOJA
                       IF WRK-ST-OCIOSAS (WRK-IDX-ST) > WRK-ST-MAX
                           MOVE WRK-ST-OCIOSAS (WRK-IDX-ST)
                               TO WRK-ST-MAX
                           MOVE WRK-ST-LOJA (WRK-IDX-ST)
                               TO WRK-ST-DE
                       END-IF
                       IF WRK-ST-OCIOSAS (WRK-IDX-ST) EQUAL ZERO
                           MOVE WRK-ST-LOJA (WRK-IDX-ST)
                               TO WRK-ST-PARA
                       END-IF
                   END-PERFORM

                   IF WRK-ST-MAX > 1
                      AND WRK-ST-PARA NOT EQUAL SPACES
                      AND WRK-ST-DE NOT EQUAL WRK-ST-PARA
                       COMPUTE WRK-ST-QTD-SUG =
                           WRK-ST-MAX - 1
                       IF WRK-ST-QTD-SUG > WRK-ST-FILA
                           MOVE WRK-ST-FILA TO WRK-ST-QTD-SUG
                       END-IF
                       ADD 1 TO WRK-QTD-SUGTRANS
                       MOVE SPACES TO WRK-LINHA-CSV
                       STRING CODFILMESQ      DELIMITED BY SIZE
                              ';'             DELIMITED BY SIZE
                              TITULOSQ        DELIMITED BY SIZE
                              ';'             DELIMITED BY SIZE
                              WRK-ST-DE       DELIMITED BY SIZE
                              ';'             DELIMITED BY SIZE
                              WRK-ST-PARA     DELIMITED BY SIZE
                              ';'             DELIMITED BY SIZE
                              WRK-ST-QTD-SUG  DELIMITED BY SIZE
                              ';'             DELIMITED BY SIZE
                              WRK-ST-FILA     DELIMITED BY SIZE
                              INTO WRK-LINHA-CSV
                       END-STRING
                       WRITE SUGTRANS-REG FROM WRK-LINHA-CSV

                       DISPLAY "Sugerir transf do filme "
                       AT LINE 6 COLUMN 20 ERASE EOL
                       DISPLAY CODFILMESQ AT LINE 6 COLUMN 45
                       DISPLAY "de " AT LINE 7 COLUMN 20 ERASE EOL
                       DISPLAY WRK-ST-DE AT LINE 7 COLUMN 23
                       DISPLAY "para " AT LINE 7 COLUMN 33
                       DISPLAY WRK-ST-PARA AT LINE 7 COLUMN 38
                       DISPLAY "Gerar pedido? (S/N): "
                       AT LINE 8 COLUMN 20 ERASE EOL
                       ACCEPT WRK-ESCOLHA AT LINE 8 COLUMN 42
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           PERFORM 9827-GERA-PEDIDO-TRANSF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Soma a copia corrente no balde da loja dela
       9828-TALLY-LOJA-ST  SECTION.
           MOVE 'N' TO WRK-ST-ACHOU
           PERFORM VARYING WRK-IDX-ST FROM 1 BY 1
               UNTIL WRK-IDX-ST > WRK-QTD-ST-LOJA
               IF WRK-ST-LOJA (WRK-IDX-ST) EQUAL EX-LOJA
                   MOVE 'S' TO WRK-ST-ACHOU
                   ADD 1 TO WRK-ST-COPIAS (WRK-IDX-ST)
                   IF EXEMPLAR-DISPONIVEL
                       ADD 1 TO WRK-ST-OCIOSAS (WRK-IDX-ST)
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-ST-ACHOU EQUAL 'N'
              AND WRK-QTD-ST-LOJA < 10
               ADD 1 TO WRK-QTD-ST-LOJA
               MOVE EX-LOJA TO WRK-ST-LOJA (WRK-QTD-ST-LOJA)
               MOVE 1 TO WRK-ST-COPIAS (WRK-QTD-ST-LOJA)
               IF EXEMPLAR-DISPONIVEL
                   MOVE 1 TO WRK-ST-OCIOSAS (WRK-QTD-ST-LOJA)
               ELSE
                   MOVE 0 TO WRK-ST-OCIOSAS (WRK-QTD-ST-LOJA)
               END-IF
           END-IF.

      *Converte a sugestao confirmada em um pedido de
      *transferencia (situacao Pedida, como a segura remota)
       9827-GERA-PEDIDO-TRANSF  SECTION.
           MOVE '1' TO CTLTRF-CHAVE
           READ CTLTRF KEY IS CTLTRF-CHAVE
           COMPUTE WRK-PROX-TRANSF = CTLTRF-ULT-NUMERO + 1
           MOVE WRK-PROX-TRANSF TO NUM-TRANSF
           MOVE CODFILMESQ TO TRF-CODFILME
           MOVE ZERO TO TRF-EXEMPLAR
           MOVE WRK-ST-DE TO TRF-LOJA-ORIGEM
           MOVE WRK-ST-PARA TO TRF-LOJA-DESTINO
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-DATA-HOJE TO TRF-DATA
           MOVE ZERO TO TRF-DATA-RECEB
           MOVE WRK-OPERADOR TO TRF-OPERADOR
           MOVE 'P' TO TRF-STATUS

           WRITE TRANSFER-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NUM-TRANSF TO CTLTRF-ULT-NUMERO
                   REWRITE CTLTRF-REG
                   DISPLAY "Pedido gerado: "
                   AT LINE 9 COLUMN 20 ERASE EOL
                   DISPLAY WRK-PROX-TRANSF AT LINE 9 COLUMN 36
           END-WRITE.

      *Ranking mensal das avaliacoes dos clientes: percorre as
      *avaliacoes em ordem de chave (agrupadas por filme), fecha a
      *media de cada titulo e grava AVALREL.CSV com o titulo e a
      *quantidade de votos, mostrando na tela o melhor e o pior
      *avaliados para orientar a compra
       9833-RANKING-AVALIACOES  SECTION.
           MOVE "Ranking avaliac" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-RK
           MOVE 0 TO WRK-RK-FILME-ANT
           MOVE 0 TO WRK-RK-SOMA
           MOVE 0 TO WRK-RK-QTD

           OPEN OUTPUT AVALREL
           MOVE "Filme;Titulo;Media;Votos" TO AVALREL-REG
           WRITE AVALREL-REG

           MOVE LOW-VALUES TO AV-CHAVE
           START AVALIA KEY IS NOT LESS THAN AV-CHAVE
               INVALID KEY
                   MOVE 10 TO AVALIA-STATUS
           END-START
           IF AVALIA-STATUS EQUAL 0
               READ AVALIA NEXT RECORD
               PERFORM UNTIL AVALIA-STATUS NOT EQUAL 0
                   IF AV-CODFILME NOT EQUAL WRK-RK-FILME-ANT
                       PERFORM 9832-FECHA-FILME-RK
                       MOVE AV-CODFILME TO WRK-RK-FILME-ANT
                   END-IF
                   ADD AV-NOTA TO WRK-RK-SOMA
                   ADD 1 TO WRK-RK-QTD
                   READ AVALIA NEXT RECORD
               END-PERFORM
           END-IF
           PERFORM 9832-FECHA-FILME-RK

           CLOSE AVALREL

           DISPLAY TELA
           DISPLAY "Ranking gerado em AVALREL.CSV"
           AT LINE 5 COLUMN 20
           DISPLAY "Titulos avaliados: " AT LINE 7 COLUMN 20
           DISPLAY WRK-QTD-RK AT LINE 7 COLUMN 40

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 9 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 9 COLUMN 52.

      *Fecha a media do titulo anterior do ranking
       9832-FECHA-FILME-RK  SECTION.
           IF WRK-RK-FILME-ANT NOT EQUAL ZERO
              AND WRK-RK-QTD > ZERO
               COMPUTE WRK-RK-MEDIA ROUNDED =
                   WRK-RK-SOMA / WRK-RK-QTD
               MOVE WRK-RK-FILME-ANT TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE SPACES TO TITULO
               END-READ
               ADD 1 TO WRK-QTD-RK
               MOVE SPACES TO WRK-LINHA-CSV
               STRING WRK-RK-FILME-ANT DELIMITED BY SIZE
                      ';'              DELIMITED BY SIZE
                      TITULO           DELIMITED BY SIZE
                      ';'              DELIMITED BY SIZE
                      WRK-RK-MEDIA     DELIMITED BY SIZE
                      ';'              DELIMITED BY SIZE
                      WRK-RK-QTD       DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE AVALREL-REG FROM WRK-LINHA-CSV
           END-IF
           MOVE 0 TO WRK-RK-SOMA
           MOVE 0 TO WRK-RK-QTD.

      *Baixa de divida (perda): o supervisor tira as multas
      *pendentes sem esperanca de um cliente dos totais (situacao
      *X), lancando cada uma no razao PERDAS.CSV e na trilha de
      *auditoria; as contas baixadas seguem depois para a agencia
      *pela remessa 9837 e o que a agencia recuperar volta pelo
      *retorno 9836 como pagamento de multa
       3425-BAIXA-DIVIDA  SECTION.
           MOVE "Perda de divida" TO WRK-MODULO.
           MOVE ZERO TO WRK-PRD-CLIENTE
           MOVE 0 TO WRK-QTD-PERDAS
           MOVE 0 TO WRK-TOT-PERDAS

           DISPLAY TELA
           DISPLAY "Cliente: " AT LINE 5 COLUMN 20
           ACCEPT WRK-PRD-CLIENTE AT LINE 5 COLUMN 30

           MOVE WRK-PRD-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE 'Cliente nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   DISPLAY "Baixar todas as multas pendentes"
                   AT LINE 7 COLUMN 20
                   DISPLAY "como perda? (S/N): " AT LINE 8 COLUMN 20
                   ACCEPT WRK-ESCOLHA AT LINE 8 COLUMN 40
                   IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                       PERFORM 3427-EXECUTA-PERDA
                   ELSE
                       DISPLAY "Baixa cancelada" AT LINE 10 COLUMN 20
                   END-IF
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 52.

      *Marca as multas pendentes do cliente como perda e lanca o
      *razao e a auditoria
       3427-EXECUTA-PERDA  SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN EXTEND PERDAS
           IF PERDAS-STATUS EQUAL 35
               OPEN OUTPUT PERDAS
           END-IF

           MOVE WRK-PRD-CLIENTE TO WRK-EXT-CLIENTE
           PERFORM 3486-REINICIA-CLIENTE
           PERFORM 3485-LER-PROX-DO-CLIENTE
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               IF MULTA-PENDENTE
                  AND EMP-VALOR-MULTA > ZERO
                   MOVE 'X' TO EMP-MULTA-SITUACAO
                   REWRITE EMPRESTIMOS-REG
                   MOVE 'A' TO WRK-JRN-OPER
                   PERFORM 5202-JORNAL-EMPRESTIMOS
                   ADD 1 TO WRK-QTD-PERDAS
                   ADD EMP-VALOR-MULTA TO WRK-TOT-PERDAS

                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING WRK-DATA-HOJE   DELIMITED BY SIZE
                          ';'             DELIMITED BY SIZE
                          WRK-OPERADOR    DELIMITED BY SIZE
                          ';PERDA;'       DELIMITED BY SIZE
                          EMP-CLIENTE     DELIMITED BY SIZE
                          ';'             DELIMITED BY SIZE
                          NUM-EMPRESTIMO  DELIMITED BY SIZE
                          ';'             DELIMITED BY SIZE
                          EMP-VALOR-MULTA DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE PERDAS-REG FROM WRK-LINHA-CSV
               END-IF
               PERFORM 3485-LER-PROX-DO-CLIENTE
           END-PERFORM

           CLOSE PERDAS

           MOVE ZERO TO CODFILME
           MOVE 'PERDA' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'CLIENTE=' DELIMITED BY SIZE
                  WRK-PRD-CLIENTE DELIMITED BY SIZE
                  ' TOTAL=' DELIMITED BY SIZE
                  WRK-TOT-PERDAS DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA

           DISPLAY "Multas baixadas: " AT LINE 10 COLUMN 20
           DISPLAY WRK-QTD-PERDAS AT LINE 10 COLUMN 38
           DISPLAY "Total da perda : " AT LINE 11 COLUMN 20
           DISPLAY WRK-TOT-PERDAS AT LINE 11 COLUMN 38.

      *Remessa para a agencia de cobranca: as dividas baixadas
      *como perda, uma linha por cliente com contato e total, no
      *layout combinado com a agencia
       9837-EXPORTA-COBRANCA  SECTION.
           MOVE "Remessa cobranca" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-COBAGEN
           MOVE 0 TO WRK-COB-CLI-ANT
           MOVE 0 TO WRK-COB-CLI-TOT

           OPEN OUTPUT COBAGEN
           MOVE "Cliente;Nome;Telefone;Endereco;ValorDevido"
               TO COBAGEN-REG
           WRITE COBAGEN-REG

           MOVE LOW-VALUES TO EMP-CLIENTE
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CLIENTE
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   IF EMP-CLIENTE NOT EQUAL WRK-COB-CLI-ANT
                       PERFORM 9835-FECHA-CLIENTE-COB
                       MOVE EMP-CLIENTE TO WRK-COB-CLI-ANT
                   END-IF
                   IF MULTA-PERDA
                       ADD EMP-VALOR-MULTA TO WRK-COB-CLI-TOT
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF
           PERFORM 9835-FECHA-CLIENTE-COB

           CLOSE COBAGEN

           DISPLAY TELA
           DISPLAY "Remessa gerada em COBAGEN.CSV"
           AT LINE 5 COLUMN 20
           DISPLAY "Clientes na remessa: " AT LINE 7 COLUMN 20
           DISPLAY WRK-QTD-COBAGEN AT LINE 7 COLUMN 42

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 9 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 9 COLUMN 52.

      *Fecha o cliente anterior da remessa, com o contato
       9835-FECHA-CLIENTE-COB  SECTION.
           IF WRK-COB-CLI-ANT NOT EQUAL ZERO
              AND WRK-COB-CLI-TOT > ZERO
               MOVE WRK-COB-CLI-ANT TO COD-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE SPACES TO NOME-CLIENTE
                       MOVE SPACES TO TELEFONE-CLIENTE
                       MOVE SPACES TO ENDERECO-CLIENTE
               END-READ
               ADD 1 TO WRK-QTD-COBAGEN
               MOVE SPACES TO WRK-LINHA-CSV
               STRING WRK-COB-CLI-ANT  DELIMITED BY SIZE
                      ';'              DELIMITED BY SIZE
                      NOME-CLIENTE     DELIMITED BY SIZE
                      ';'              DELIMITED BY SIZE
                      TELEFONE-CLIENTE DELIMITED BY SIZE
                      ';'              DELIMITED BY SIZE
                      ENDERECO-CLIENTE DELIMITED BY SIZE
                      ';'              DELIMITED BY SIZE
                      WRK-COB-CLI-TOT  DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE COBAGEN-REG FROM WRK-LINHA-CSV
           END-IF
           MOVE 0 TO WRK-COB-CLI-TOT.

      *Retorno da agencia de cobranca: cada linha cliente;valor;
      *data recuperada vira um recibo de multa no caixa, com
      *rastro RECUPERA na trilha de auditoria
       9836-IMPORTA-RECUPERACAO  SECTION.
           MOVE "Retorno cobranca" TO WRK-MODULO.

      *    As recuperacoes entram no caixa do dia: com o dia de
      *    negocio fechado a importacao trava, como os demais
      *    caminhos de dinheiro do balcao
           PERFORM 3810-VERIFICA-DIA-FECHADO
           IF WRK-DIA-ENCERRADO EQUAL 'S'
               DISPLAY TELA
               MOVE 'Dia encerrado - reabra p/ usar' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               DISPLAY "Tecle enter para voltar ao menu"
               AT LINE 20 COLUMN 35
               ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 70
               GO TO 9836-IMPORTA-RECUP-FIM
           END-IF.

           MOVE 0 TO WRK-QTD-RECUP

           OPEN INPUT COBRECUP
           IF COBRECUP-STATUS NOT EQUAL 0
               DISPLAY TELA
               DISPLAY "Arquivo COBRECUP.CSV nao encontrado"
               AT LINE 5 COLUMN 20
           ELSE
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               READ COBRECUP
               PERFORM UNTIL COBRECUP-STATUS NOT EQUAL 0
                   PERFORM 9834-LANCA-RECUPERACAO
                   READ COBRECUP
               END-PERFORM
               CLOSE COBRECUP

               DISPLAY TELA
               DISPLAY "Retorno processado" AT LINE 5 COLUMN 20
               DISPLAY "Recuperacoes lancadas: " AT LINE 7 COLUMN 20
               DISPLAY WRK-QTD-RECUP AT LINE 7 COLUMN 44
           END-IF

           DISPLAY "Pressione ENTER para continuar"
           AT LINE 9 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 9 COLUMN 52.

       9836-IMPORTA-RECUP-FIM.
           CONTINUE.

      *Lanca uma linha recuperada como recibo de multa
       9834-LANCA-RECUPERACAO  SECTION.
           MOVE SPACES TO WRK-REC-CLIENTE
           MOVE ZERO TO WRK-REC-VALOR
           MOVE ZERO TO WRK-REC-DATA
           UNSTRING COBRECUP-REG DELIMITED BY ';'
               INTO WRK-REC-CLIENTE WRK-REC-VALOR WRK-REC-DATA
           END-UNSTRING

           IF WRK-REC-CLIENTE NOT NUMERIC
              OR WRK-REC-VALOR EQUAL ZERO
               CONTINUE
           ELSE
               PERFORM 2050-RESERVA-NUM-PAGAMENTO
               MOVE WRK-PROX-PAGAMENTO TO NUM-PAGAMENTO

               MOVE ZERO             TO PAG-NUM-EMPRESTIMO
               MOVE WRK-REC-CLIENTE  TO PAG-CLIENTE
               MOVE WRK-REC-VALOR    TO PAG-VALOR
               MOVE 'BRL'            TO PAG-MOEDA
               MOVE ZERO             TO PAG-VALOR-IMPOSTO
               MOVE WRK-OPERADOR     TO PAG-OPERADOR
               MOVE WRK-DATA-HOJE    TO PAG-DATA
               MOVE 'M'              TO PAG-TIPO
               MOVE WRK-REC-VALOR    TO PAG-VALOR-BRL
               MOVE WRK-CAIXA-ATUAL  TO PAG-CAIXA
               MOVE ZERO             TO PAG-DESCONTO
               MOVE ZERO             TO PAG-VALE
               MOVE ZERO             TO PAG-VALE-CARTAO
               MOVE WRK-LOJA-ATUAL   TO PAG-LOJA
               MOVE 'D'              TO PAG-FORMA
               MOVE ZERO             TO PAG-REF-DOC
               MOVE ZERO             TO PAG-CODFILME

               PERFORM 3187-ESCREVE-PAGAMENTO
               IF WRK-PAG-GRAVOU EQUAL 'S'
                       ADD 1 TO WRK-QTD-RECUP
                       MOVE ZERO TO CODFILME
                       MOVE 'RECUPERA' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'CLIENTE=' DELIMITED BY SIZE
                              WRK-REC-CLIENTE DELIMITED BY SIZE
                              ' VALOR=' DELIMITED BY SIZE
                              WRK-REC-VALOR DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA
               END-IF
           END-IF.

      *Nota de credito para uma correcao fora da janela do estorno
      *(3450 so desfaz no mesmo dia): aprovada por supervisor,
      *aponta o recibo original (o mesmo recibo nao pode ser
      *creditado duas vezes), entra negativa na sessao de caixa
      *corrente, no fechamento do dia e no fiscal como o Estorno,
      *e deixa o motivo na trilha de auditoria
       3430-NOTA-CREDITO  SECTION.
           MOVE "Nota de credito" TO WRK-MODULO.

      *    Com o dia de negocio fechado o balcao nao transaciona
           PERFORM 3810-VERIFICA-DIA-FECHADO
           IF WRK-DIA-ENCERRADO EQUAL 'S'
               DISPLAY TELA
               MOVE 'Dia encerrado - reabra p/ usar' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               DISPLAY "Tecle enter para voltar ao menu"
               AT LINE 20 COLUMN 35
               ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 70
               GO TO 3430-NOTA-CREDITO-FIM
           END-IF.

           MOVE ZERO TO WRK-NC-ORIG

           DISPLAY TELA
           DISPLAY "Recibo original: " AT LINE 5 COLUMN 20
      *    Vindo da solucao de um caso (4925), o recibo e o do caso
           IF WRK-CAS-RECIBO > ZERO
               MOVE WRK-CAS-RECIBO TO WRK-NC-ORIG
               DISPLAY WRK-NC-ORIG AT LINE 5 COLUMN 38
           ELSE
               ACCEPT WRK-NC-ORIG AT LINE 5 COLUMN 38
           END-IF

           MOVE WRK-NC-ORIG TO NUM-PAGAMENTO
           READ PAGAMENTOS
               INVALID KEY
                   MOVE 'Recibo nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   IF PAGAMENTO-ESTORNO OR PAGAMENTO-NOTA-CRED
                       MOVE 'Recibo nao e creditavel' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       MOVE PAG-VALOR-BRL TO WRK-NC-ORIG-VALOR
                       MOVE PAG-CLIENTE TO WRK-NC-CLIENTE
                       MOVE PAG-CODFILME TO WRK-NC-CODFILME
                       PERFORM 3432-TESTA-JA-CREDITADO
                       IF WRK-NC-JA EQUAL 'S'
                           MOVE 'Recibo ja creditado' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       ELSE
                           PERFORM 3434-EMITE-NOTA-CREDITO
                       END-IF
                   END-IF
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

       3430-NOTA-CREDITO-FIM.
           CONTINUE.

      *Confere se o recibo original ja tem nota de credito
       3432-TESTA-JA-CREDITADO  SECTION.
           MOVE 'N' TO WRK-NC-JA
           MOVE LOW-VALUES TO NUM-PAGAMENTO
           START PAGAMENTOS KEY IS NOT LESS THAN NUM-PAGAMENTO
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START
           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
               PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                  OR WRK-NC-JA EQUAL 'S'
                   IF PAGAMENTO-NOTA-CRED
                      AND PAG-REF-DOC EQUAL WRK-NC-ORIG
                       MOVE 'S' TO WRK-NC-JA
                   ELSE
                       READ PAGAMENTOS NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF.

      *Captura o valor e o motivo e grava a nota de credito
       3434-EMITE-NOTA-CREDITO  SECTION.
           DISPLAY "Valor original (BRL): " AT LINE 7 COLUMN 20
           DISPLAY WRK-NC-ORIG-VALOR AT LINE 7 COLUMN 43
           MOVE ZERO TO WRK-NC-VALOR
           DISPLAY "Valor a creditar: " AT LINE 8 COLUMN 20
           ACCEPT WRK-NC-VALOR AT LINE 8 COLUMN 39

           IF WRK-NC-VALOR EQUAL ZERO
              OR WRK-NC-VALOR > WRK-NC-ORIG-VALOR
               MOVE 'Valor invalido' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE SPACES TO WRK-NC-MOTIVO
               PERFORM UNTIL WRK-NC-MOTIVO NOT EQUAL SPACES
                   DISPLAY "Motivo da nota: " AT LINE 9 COLUMN 20
                   ACCEPT WRK-NC-MOTIVO AT LINE 9 COLUMN 37
               END-PERFORM

               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               PERFORM 2050-RESERVA-NUM-PAGAMENTO
               MOVE WRK-PROX-PAGAMENTO TO NUM-PAGAMENTO

               MOVE ZERO             TO PAG-NUM-EMPRESTIMO
               MOVE WRK-NC-CLIENTE   TO PAG-CLIENTE
               MOVE WRK-NC-VALOR     TO PAG-VALOR
               MOVE 'BRL'            TO PAG-MOEDA
               MOVE ZERO             TO PAG-VALOR-IMPOSTO
               MOVE WRK-OPERADOR     TO PAG-OPERADOR
               MOVE WRK-DATA-HOJE    TO PAG-DATA
               MOVE 'N'              TO PAG-TIPO
               MOVE WRK-NC-VALOR     TO PAG-VALOR-BRL
               MOVE WRK-CAIXA-ATUAL  TO PAG-CAIXA
               MOVE ZERO             TO PAG-DESCONTO
               MOVE ZERO             TO PAG-VALE
               MOVE ZERO             TO PAG-VALE-CARTAO
               MOVE WRK-LOJA-ATUAL   TO PAG-LOJA
               MOVE 'D'              TO PAG-FORMA
               MOVE WRK-NC-ORIG      TO PAG-REF-DOC
               MOVE WRK-NC-CODFILME  TO PAG-CODFILME

               PERFORM 3187-ESCREVE-PAGAMENTO
               IF WRK-PAG-GRAVOU EQUAL 'N'
                   MOVE 'Erro ao gravar a nota' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
                   MOVE ZERO TO CODFILME
                   MOVE 'NOTACRED' TO WRK-AUD-OPERACAO
                   MOVE WRK-NC-MOTIVO TO WRK-AUD-DETALHE
                   PERFORM 5190-GRAVA-AUDITORIA

      *            Os pontos ganhos no recibo original saem na
      *            proporcao do valor creditado
                   MOVE WRK-NC-CLIENTE TO WRK-PT-CLIENTE
                   MOVE WRK-NC-ORIG TO WRK-PT-DOC-BUSCA
                   MOVE ZERO TO WRK-PT-EMP-BUSCA
                   PERFORM 3147-SALDO-PONTOS
                   MOVE ZERO TO WRK-PT-QTD
                   IF WRK-PT-GANHO-DOC > WRK-PT-TIRADO-DOC
                      AND WRK-NC-ORIG-VALOR > ZERO
                       COMPUTE WRK-PT-QTD =
                           WRK-PT-GANHO-DOC * WRK-NC-VALOR
                           / WRK-NC-ORIG-VALOR
                       IF WRK-PT-QTD >
                          WRK-PT-GANHO-DOC - WRK-PT-TIRADO-DOC
                           COMPUTE WRK-PT-QTD =
                               WRK-PT-GANHO-DOC - WRK-PT-TIRADO-DOC
                       END-IF
                   END-IF
                   MOVE 'E' TO WRK-PT-TIPO
                   MOVE WRK-NC-ORIG TO WRK-PT-DOC
                   MOVE ZERO TO WRK-PT-EMPRESTIMO
                   PERFORM 3148-LANCA-PONTOS
                   DISPLAY "Nota de credito emitida: "
                   AT LINE 11 COLUMN 20
                   DISPLAY WRK-PROX-PAGAMENTO
                   AT LINE 11 COLUMN 46
               END-IF
           END-IF.

      *Consulta paginada "o que esta na rua": percorre os
      *emprestimos Abertos mostrando numero, titulo (FILMES), nome
      *do cliente (CLIENTES), data prevista e dias restantes
      *(negativo = atrasado), com a mesma navegacao de paginas
      *S/P/F/U do relatorio de filmes (9000-LISTAR)
       3470-LISTAR-ABERTOS  SECTION.
           MOVE "Emprest abertos" TO WRK-MODULO.
           MOVE 7 TO WRK-TAM-PAGINA
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           MOVE 0 TO WRK-QTD-ABERTOS
           PERFORM 3478-REINICIA-ABERTOS
           PERFORM 3475-LER-PROX-ABERTO
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               ADD 1 TO WRK-QTD-ABERTOS
               PERFORM 3475-LER-PROX-ABERTO
           END-PERFORM

           IF WRK-QTD-ABERTOS EQUAL ZERO
               DISPLAY TELA
               DISPLAY "Nenhum emprestimo em aberto"
               AT LINE 10 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 50
           ELSE
               COMPUTE WRK-ULT-PAG =
                   ((WRK-QTD-ABERTOS - 1) / WRK-TAM-PAGINA) + 1
               MOVE 1 TO WRK-PAG-ATUAL
               MOVE SPACE TO WRK-ESCOLHA

               PERFORM UNTIL WRK-ESCOLHA EQUAL 'N'
                   OR WRK-ESCOLHA EQUAL 'n'
                   PERFORM 3476-MOSTRA-PAGINA-ABERTOS

                   DISPLAY "S-Proxima P-Anterior F-Primeira U-Ultima"
                   AT LINE 23 COLUMN 5
                   DISPLAY "N-Sair: " AT LINE 23 COLUMN 47
                   ACCEPT WRK-ESCOLHA AT LINE 23 COLUMN 56

                   EVALUATE WRK-ESCOLHA
                       WHEN 'S'
                       WHEN 's'
                           IF WRK-PAG-ATUAL < WRK-ULT-PAG
                               ADD 1 TO WRK-PAG-ATUAL
                           END-IF
                       WHEN 'P'
                       WHEN 'p'
                           IF WRK-PAG-ATUAL > 1
                               SUBTRACT 1 FROM WRK-PAG-ATUAL
                           END-IF
                       WHEN 'F'
                       WHEN 'f'
                           MOVE 1 TO WRK-PAG-ATUAL
                       WHEN 'U'
                       WHEN 'u'
                           MOVE WRK-ULT-PAG TO WRK-PAG-ATUAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
           END-IF.

      *Mostra uma pagina da consulta de emprestimos abertos,
      *reposicionando no inicio do arquivo e saltando as paginas
      *anteriores (mesma tecnica de salto do 9000-LISTAR)
       3476-MOSTRA-PAGINA-ABERTOS  SECTION.
           DISPLAY TELA
           DISPLAY "Emprestimos em aberto - pagina"
           AT LINE 5 COLUMN 5
           DISPLAY WRK-PAG-ATUAL AT LINE 5 COLUMN 36
           DISPLAY "de" AT LINE 5 COLUMN 41
           DISPLAY WRK-ULT-PAG AT LINE 5 COLUMN 44

           DISPLAY "Num"      AT LINE 7 COLUMN 5
           DISPLAY "Titulo"   AT LINE 7 COLUMN 13
           DISPLAY "Cliente"  AT LINE 7 COLUMN 40
           DISPLAY "Prevista" AT LINE 7 COLUMN 62
           DISPLAY "Dias"     AT LINE 7 COLUMN 73

           COMPUTE WRK-PULA-REG =
               (WRK-PAG-ATUAL - 1) * WRK-TAM-PAGINA
           PERFORM 3478-REINICIA-ABERTOS
           PERFORM 3475-LER-PROX-ABERTO
           PERFORM WRK-PULA-REG TIMES
               PERFORM 3475-LER-PROX-ABERTO
           END-PERFORM

           MOVE 9 TO WRK-CONTADOR-LINHA
           PERFORM WRK-TAM-PAGINA TIMES
               IF EMPRESTIMOS-STATUS EQUAL 0
                   PERFORM 3477-MOSTRA-LINHA-ABERTO
                   PERFORM 3475-LER-PROX-ABERTO
               END-IF
           END-PERFORM.

      *Mostra uma linha da consulta de abertos: junta o titulo de
      *FILMES e o nome de CLIENTES e calcula os dias que faltam
      *para a devolucao (negativos quando ja esta em atraso)
       3477-MOSTRA-LINHA-ABERTO  SECTION.
           MOVE EMP-CODFILME TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE SPACES TO TITULO
           END-READ
           MOVE EMP-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO NOME-CLIENTE
           END-READ

      *    A contagem pula os dias fechados da loja, como o
      *    checkin e o relatorio de atrasos fazem, para a tela
      *    mostrar os mesmos dias que a multa vai cobrar
           MOVE 0 TO WRK-DIAS-RESTANTES
           IF WRK-DATA-HOJE > EMP-DATA-PREVISTA
               MOVE EMP-DATA-PREVISTA TO WRK-DATA-CALC
               PERFORM UNTIL WRK-DATA-CALC EQUAL WRK-DATA-HOJE
                   PERFORM 3150-AVANCA-UM-DIA
                   PERFORM 3156-DIA-FECHADO
                   IF WRK-DIA-FECHADO EQUAL 'N'
                       SUBTRACT 1 FROM WRK-DIAS-RESTANTES
                   END-IF
               END-PERFORM
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
               PERFORM UNTIL WRK-DATA-CALC EQUAL EMP-DATA-PREVISTA
                   PERFORM 3150-AVANCA-UM-DIA
                   PERFORM 3156-DIA-FECHADO
                   IF WRK-DIA-FECHADO EQUAL 'N'
                       ADD 1 TO WRK-DIAS-RESTANTES
                   END-IF
               END-PERFORM
           END-IF
           MOVE WRK-DIAS-RESTANTES TO WRK-DIAS-REST-ED

           DISPLAY NUM-EMPRESTIMO
           AT LINE WRK-CONTADOR-LINHA COLUMN 5 ERASE EOL
      *    Equipamento leva a marca EQUIP antes do modelo
           PERFORM 3695-LE-EQUIPAMENTO
           IF WRK-EQP-ACHOU EQUAL 'S'
               DISPLAY "EQUIP"
               AT LINE WRK-CONTADOR-LINHA COLUMN 13
               DISPLAY TITULO (1:19)
               AT LINE WRK-CONTADOR-LINHA COLUMN 19
           ELSE
               DISPLAY TITULO (1:25)
               AT LINE WRK-CONTADOR-LINHA COLUMN 13
           END-IF
           DISPLAY NOME-CLIENTE (1:20)
           AT LINE WRK-CONTADOR-LINHA COLUMN 40
           DISPLAY EMP-DATA-PREVISTA
           AT LINE WRK-CONTADOR-LINHA COLUMN 62
           DISPLAY WRK-DIAS-REST-ED
           AT LINE WRK-CONTADOR-LINHA COLUMN 73
           ADD 2 TO WRK-CONTADOR-LINHA.

      *Avanca o cursor de EMPRESTIMOS ate o proximo registro
      *Aberto, ou ate o fim do arquivo
       3475-LER-PROX-ABERTO  SECTION.
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   OR EMPRESTIMO-ABERTO
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF.

      *Reposiciona o cursor de EMPRESTIMOS no inicio do arquivo
       3478-REINICIA-ABERTOS  SECTION.
           MOVE LOW-VALUES TO NUM-EMPRESTIMO
           START EMPRESTIMOS KEY IS NOT LESS THAN NUM-EMPRESTIMO
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO EMPRESTIMOS-STATUS
           END-START.

      *Extrato do historico de locacoes de um cliente: pagina por
      *todos os registros de EMPRESTIMOS do cliente (retirada,
      *prevista, devolucao, titulo, multa e situacao), totaliza as
      *locacoes da vida do cliente e oferece a emissao do extrato
      *em EXTRATO.PRN
       3480-EXTRATO-CLIENTE  SECTION.
           MOVE "Extrato cliente" TO WRK-MODULO.
           MOVE 7 TO WRK-TAM-PAGINA
           MOVE ZERO TO WRK-EXT-CLIENTE

           DISPLAY TELA
           DISPLAY "Codigo do cliente: " AT LINE 5 COLUMN 20
           ACCEPT WRK-EXT-CLIENTE AT LINE 5 COLUMN 40

           MOVE WRK-EXT-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE 'Cliente nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   DISPLAY "Tecle enter para voltar ao menu"
                   AT LINE 20 COLUMN 35
                   ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 70
               NOT INVALID KEY
      *            O extrato impresso pode sair com a familia
      *            inteira (dependentes do cliente consultado)
                   MOVE 'N' TO WRK-EXT-FAMILIA
                   DISPLAY "Impressao com a familia? (S/N): "
                   AT LINE 6 COLUMN 20
                   ACCEPT WRK-EXT-FAMILIA AT LINE 6 COLUMN 53
                   PERFORM 3481-NAVEGA-EXTRATO
           END-READ.

      *Conta os registros do cliente, acumula os totais de vida e
      *conduz a navegacao por paginas do extrato
       3481-NAVEGA-EXTRATO  SECTION.
           MOVE 0 TO WRK-QTD-EXTRATO
           MOVE 0 TO WRK-QTD-LOCACOES-CLI
           MOVE 0 TO WRK-TOT-MULTAS-CLI

           PERFORM 3486-REINICIA-CLIENTE
           PERFORM 3485-LER-PROX-DO-CLIENTE
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               ADD 1 TO WRK-QTD-EXTRATO
               IF NOT EMPRESTIMO-ESTORNADO
                   ADD 1 TO WRK-QTD-LOCACOES-CLI
               END-IF
               ADD EMP-VALOR-MULTA TO WRK-TOT-MULTAS-CLI
               PERFORM 3485-LER-PROX-DO-CLIENTE
           END-PERFORM

           IF WRK-QTD-EXTRATO EQUAL ZERO
               DISPLAY "Cliente sem locacoes registradas"
               AT LINE 10 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 55
           ELSE
               COMPUTE WRK-ULT-PAG =
                   ((WRK-QTD-EXTRATO - 1) / WRK-TAM-PAGINA) + 1
               MOVE 1 TO WRK-PAG-ATUAL
               MOVE SPACE TO WRK-ESCOLHA

               PERFORM UNTIL WRK-ESCOLHA EQUAL 'N'
                   OR WRK-ESCOLHA EQUAL 'n'
                   PERFORM 3482-MOSTRA-PAGINA-EXTRATO

                   DISPLAY "S-Proxima P-Anterior F-Primeira U-Ultima"
                   AT LINE 23 COLUMN 5
                   DISPLAY "I-Imprimir N-Sair: " AT LINE 23 COLUMN 47
                   ACCEPT WRK-ESCOLHA AT LINE 23 COLUMN 67

                   EVALUATE WRK-ESCOLHA
                       WHEN 'S'
                       WHEN 's'
                           IF WRK-PAG-ATUAL < WRK-ULT-PAG
                               ADD 1 TO WRK-PAG-ATUAL
                           END-IF
                       WHEN 'P'
                       WHEN 'p'
                           IF WRK-PAG-ATUAL > 1
                               SUBTRACT 1 FROM WRK-PAG-ATUAL
                           END-IF
                       WHEN 'F'
                       WHEN 'f'
                           MOVE 1 TO WRK-PAG-ATUAL
                       WHEN 'U'
                       WHEN 'u'
                           MOVE WRK-ULT-PAG TO WRK-PAG-ATUAL
                       WHEN 'I'
                       WHEN 'i'
                           PERFORM 3488-IMPRIME-EXTRATO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
           END-IF.

      *Mostra uma pagina do extrato do cliente, com os totais de
      *vida no rodape
       3482-MOSTRA-PAGINA-EXTRATO  SECTION.
           DISPLAY TELA
           DISPLAY "Extrato do cliente" AT LINE 4 COLUMN 5
           DISPLAY WRK-EXT-CLIENTE AT LINE 4 COLUMN 24
           DISPLAY NOME-CLIENTE AT LINE 4 COLUMN 31
           DISPLAY "Pagina" AT LINE 5 COLUMN 5
           DISPLAY WRK-PAG-ATUAL AT LINE 5 COLUMN 12
           DISPLAY "de" AT LINE 5 COLUMN 17
           DISPLAY WRK-ULT-PAG AT LINE 5 COLUMN 20

           DISPLAY "Num"      AT LINE 7 COLUMN 5
           DISPLAY "Titulo"   AT LINE 7 COLUMN 13
           DISPLAY "Retirada" AT LINE 7 COLUMN 35
           DISPLAY "Prevista" AT LINE 7 COLUMN 45
           DISPLAY "Devol."   AT LINE 7 COLUMN 55
           DISPLAY "Multa"    AT LINE 7 COLUMN 65
           DISPLAY "Sit"      AT LINE 7 COLUMN 76

           COMPUTE WRK-PULA-REG =
               (WRK-PAG-ATUAL - 1) * WRK-TAM-PAGINA
           PERFORM 3486-REINICIA-CLIENTE
           PERFORM 3485-LER-PROX-DO-CLIENTE
           PERFORM WRK-PULA-REG TIMES
               PERFORM 3485-LER-PROX-DO-CLIENTE
           END-PERFORM

           MOVE 9 TO WRK-CONTADOR-LINHA
           PERFORM WRK-TAM-PAGINA TIMES
               IF EMPRESTIMOS-STATUS EQUAL 0
                   PERFORM 3483-MOSTRA-LINHA-EXTRATO
                   PERFORM 3485-LER-PROX-DO-CLIENTE
               END-IF
           END-PERFORM

           DISPLAY "Locacoes na vida: " AT LINE 24 COLUMN 5
           DISPLAY WRK-QTD-LOCACOES-CLI AT LINE 24 COLUMN 23
           DISPLAY "Multas geradas: " AT LINE 24 COLUMN 35
           DISPLAY WRK-TOT-MULTAS-CLI AT LINE 24 COLUMN 51.

      *Mostra uma linha do extrato, com o titulo vindo de FILMES
       3483-MOSTRA-LINHA-EXTRATO  SECTION.
           MOVE EMP-CODFILME TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE SPACES TO TITULO
           END-READ

           DISPLAY NUM-EMPRESTIMO
           AT LINE WRK-CONTADOR-LINHA COLUMN 5 ERASE EOL
           DISPLAY TITULO (1:20)
           AT LINE WRK-CONTADOR-LINHA COLUMN 13
           DISPLAY EMP-DATA-RETIRADA
           AT LINE WRK-CONTADOR-LINHA COLUMN 35
           DISPLAY EMP-DATA-PREVISTA
           AT LINE WRK-CONTADOR-LINHA COLUMN 45
           DISPLAY EMP-DATA-DEVOLUCAO
           AT LINE WRK-CONTADOR-LINHA COLUMN 55
           DISPLAY EMP-VALOR-MULTA
           AT LINE WRK-CONTADOR-LINHA COLUMN 65
           DISPLAY EMP-STATUS
           AT LINE WRK-CONTADOR-LINHA COLUMN 76
           ADD 2 TO WRK-CONTADOR-LINHA.

      *Avanca o cursor de EMPRESTIMOS (em ordem da chave alternada
      *por cliente) ate o proximo registro do cliente do extrato;
      *quando os registros do cliente acabam, encerra a leitura
       3485-LER-PROX-DO-CLIENTE  SECTION.
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               IF EMPRESTIMOS-STATUS EQUAL 0
                  AND EMP-CLIENTE NOT EQUAL WRK-EXT-CLIENTE
                   MOVE 10 TO EMPRESTIMOS-STATUS
               END-IF
           END-IF.

      *Posiciona o cursor de EMPRESTIMOS no primeiro registro do
      *cliente do extrato, pela chave alternada EMP-CLIENTE
       3486-REINICIA-CLIENTE  SECTION.
           MOVE WRK-EXT-CLIENTE TO EMP-CLIENTE
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CLIENTE
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
               NOT INVALID KEY
                   MOVE 0 TO EMPRESTIMOS-STATUS
           END-START.

      *Emite o extrato completo do cliente em EXTRATO.PRN, com os
      *totais de vida ao final
       3488-IMPRIME-EXTRATO  SECTION.
           OPEN OUTPUT EXTRATO

           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Extrato de locacoes - Cliente '
                  DELIMITED BY SIZE
                  WRK-EXT-CLIENTE DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  NOME-CLIENTE    DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE EXTRATO-REG FROM WRK-LINHA-IMP

           MOVE 'Num;Titulo;Retirada;Prevista;Devolucao;Multa;Sit'
               TO EXTRATO-REG
           WRITE EXTRATO-REG

           PERFORM 3486-REINICIA-CLIENTE
           PERFORM 3485-LER-PROX-DO-CLIENTE
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               MOVE EMP-CODFILME TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE SPACES TO TITULO
               END-READ

               MOVE SPACES TO WRK-LINHA-IMP
               STRING NUM-EMPRESTIMO     DELIMITED BY SIZE
                      ";"                DELIMITED BY SIZE
                      TITULO             DELIMITED BY SIZE
                      ";"                DELIMITED BY SIZE
                      EMP-DATA-RETIRADA  DELIMITED BY SIZE
                      ";"                DELIMITED BY SIZE
                      EMP-DATA-PREVISTA  DELIMITED BY SIZE
                      ";"                DELIMITED BY SIZE
                      EMP-DATA-DEVOLUCAO DELIMITED BY SIZE
                      ";"                DELIMITED BY SIZE
                      EMP-VALOR-MULTA    DELIMITED BY SIZE
                      ";"                DELIMITED BY SIZE
                      EMP-STATUS         DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE EXTRATO-REG FROM WRK-LINHA-IMP

               PERFORM 3485-LER-PROX-DO-CLIENTE
           END-PERFORM

           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Locacoes na vida: ' DELIMITED BY SIZE
                  WRK-QTD-LOCACOES-CLI DELIMITED BY SIZE
                  '  Multas geradas: ' DELIMITED BY SIZE
                  WRK-TOT-MULTAS-CLI   DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE EXTRATO-REG FROM WRK-LINHA-IMP

      *    Locacoes ja movidas para o arquivo morto pelo ARQMOV
      *    ainda saem na via impressa, marcadas como ARQ
           MOVE 0 TO WRK-QTD-EXT-ARQ
           OPEN INPUT ARQEMP
           IF ARQEMP-STATUS EQUAL 0
               READ ARQEMP
               PERFORM UNTIL ARQEMP-STATUS NOT EQUAL 0
                   IF EMP-CLIENTE-AQ EQUAL WRK-EXT-CLIENTE
                       ADD 1 TO WRK-QTD-EXT-ARQ
                       MOVE SPACES TO WRK-LINHA-IMP
                       STRING 'ARQ;' DELIMITED BY SIZE
                              NUM-EMPRESTIMO-AQ DELIMITED BY SIZE
                              ';' DELIMITED BY SIZE
                              EMP-CODFILME-AQ DELIMITED BY SIZE
                              ';' DELIMITED BY SIZE
                              EMP-DATA-RETIR-AQ DELIMITED BY SIZE
                              ';' DELIMITED BY SIZE
                              EMP-DATA-DEVOL-AQ DELIMITED BY SIZE
                              ';' DELIMITED BY SIZE
                              EMP-VALOR-MULTA-AQ DELIMITED BY SIZE
                              ';' DELIMITED BY SIZE
                              EMP-STATUS-AQ DELIMITED BY SIZE
                              INTO WRK-LINHA-IMP
                       END-STRING
                       WRITE EXTRATO-REG FROM WRK-LINHA-IMP
                   END-IF
                   READ ARQEMP
               END-PERFORM
               CLOSE ARQEMP
           END-IF
           IF WRK-QTD-EXT-ARQ > 0
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Locacoes do arquivo morto: '
                      DELIMITED BY SIZE
                      WRK-QTD-EXT-ARQ DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE EXTRATO-REG FROM WRK-LINHA-IMP
           END-IF

           IF WRK-EXT-FAMILIA = 'S' OR WRK-EXT-FAMILIA = 's'
               PERFORM 3489-IMPRIME-DEPENDENTES
           END-IF

           CLOSE EXTRATO

           DISPLAY "Extrato gerado em EXTRATO.PRN"
           AT LINE 22 COLUMN 5.

      *Acrescenta ao extrato impresso as locacoes dos dependentes
      *do cliente consultado, um bloco por membro da familia
       3489-IMPRIME-DEPENDENTES  SECTION.
           MOVE WRK-EXT-CLIENTE TO WRK-FAM-TITULAR

           MOVE LOW-VALUES TO COD-CLIENTE
           START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
               INVALID KEY
                   MOVE 10 TO CLIENTES-STATUS
           END-START
           IF CLIENTES-STATUS EQUAL 0
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                   IF CLI-RESPONSAVEL EQUAL WRK-FAM-TITULAR
                      AND COD-CLIENTE NOT EQUAL WRK-FAM-TITULAR
                       MOVE SPACES TO WRK-LINHA-IMP
                       STRING 'Dependente ' DELIMITED BY SIZE
                              COD-CLIENTE   DELIMITED BY SIZE
                              ' '           DELIMITED BY SIZE
                              NOME-CLIENTE  DELIMITED BY SIZE
                              INTO WRK-LINHA-IMP
                       END-STRING
                       WRITE EXTRATO-REG FROM WRK-LINHA-IMP

                       MOVE COD-CLIENTE TO WRK-EXT-CLIENTE
                       PERFORM 3486-REINICIA-CLIENTE
                       PERFORM 3485-LER-PROX-DO-CLIENTE
                       PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                           MOVE SPACES TO WRK-LINHA-IMP
                           STRING NUM-EMPRESTIMO DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  EMP-CODFILME DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  EMP-DATA-RETIRADA
                                  DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  EMP-VALOR-MULTA DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  EMP-STATUS DELIMITED BY SIZE
                                  INTO WRK-LINHA-IMP
                           END-STRING
                           WRITE EXTRATO-REG FROM WRK-LINHA-IMP
                           PERFORM 3485-LER-PROX-DO-CLIENTE
                       END-PERFORM
                   END-IF
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-IF

      *    Devolve o cursor e o cliente do extrato original
           MOVE WRK-FAM-TITULAR TO WRK-EXT-CLIENTE
           MOVE WRK-EXT-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   CONTINUE
           END-READ.

      *Vende um vale-presente: grava o movimento de Venda no razao,
      *registra o dinheiro recebido como um recibo em PAGAMENTOS e
      *deixa o rastro na trilha de auditoria
       3490-VENDE-VALE  SECTION.
           MOVE "Vender vale" TO WRK-MODULO.

      *    Com o dia de negocio fechado o balcao nao transaciona
           PERFORM 3810-VERIFICA-DIA-FECHADO
           IF WRK-DIA-ENCERRADO EQUAL 'S'
               DISPLAY TELA
               MOVE 'Dia encerrado - reabra p/ usar' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               DISPLAY "Tecle enter para voltar ao menu"
               AT LINE 20 COLUMN 35
               ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 70
               GO TO 3490-VENDE-VALE-FIM
           END-IF.
           MOVE ZERO TO WRK-VALE-CARTAO
           MOVE ZERO TO WRK-VALE-VALOR

           DISPLAY TELA
           DISPLAY "Numero do cartao: " AT LINE 5 COLUMN 20
           ACCEPT WRK-VALE-CARTAO AT LINE 5 COLUMN 39
           DISPLAY "Valor da carga: " AT LINE 6 COLUMN 20
           ACCEPT WRK-VALE-VALOR AT LINE 6 COLUMN 37

           IF WRK-VALE-CARTAO EQUAL ZERO
              OR WRK-VALE-VALOR EQUAL ZERO
               MOVE 'Cartao e valor sao obrigatorios' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
      *        A faixa 900000 em diante e o credito de indicacao
               IF WRK-VALE-CARTAO NOT LESS THAN WRK-IND-BASE-CARTAO
                   MOVE 'Cartao de credito de indicacao' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   PERFORM 3492-SALDO-VALE

                   MOVE WRK-VALE-CARTAO TO VC-CARTAO
                   COMPUTE VC-SEQ = WRK-VALE-ULT-SEQ + 1
                   MOVE 'V' TO VC-TIPO
                   MOVE WRK-VALE-VALOR TO VC-VALOR
                   MOVE WRK-DATA-HOJE TO VC-DATA
                   MOVE WRK-OPERADOR TO VC-OPERADOR

                   WRITE VALECRED-REG
                       INVALID KEY
                           MOVE 'Erro ao gravar o vale' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE '3490-VENDE-VALE' TO WRK-ERL-PARAGRAFO
                           MOVE 'VALECRED' TO WRK-ERL-ARQUIVO
                           MOVE 'WRITE' TO WRK-ERL-OPERACAO
                           MOVE VALECRED-STATUS TO WRK-ERL-STATUS
                           MOVE VC-CHAVE TO WRK-ERL-CHAVE
                           PERFORM 5196-GRAVA-ERRO-ARQUIVO
                       NOT INVALID KEY
                           PERFORM 3493-PAGAMENTO-DO-VALE
                           MOVE ZERO TO CODFILME
                           MOVE 'VALEVEND' TO WRK-AUD-OPERACAO
                           MOVE SPACES TO WRK-AUD-DETALHE
                           STRING 'CARTAO=' DELIMITED BY SIZE
                                  WRK-VALE-CARTAO DELIMITED BY SIZE
                                  ' VALOR=' DELIMITED BY SIZE
                                  WRK-VALE-VALOR DELIMITED BY SIZE
                                  INTO WRK-AUD-DETALHE
                           END-STRING
                           PERFORM 5190-GRAVA-AUDITORIA
                           DISPLAY "Vale vendido, recibo: "
                           AT LINE 9 COLUMN 20
                           DISPLAY WRK-PROX-PAGAMENTO
                           AT LINE 9 COLUMN 43
                   END-WRITE
                   MOVE 'I' TO WRK-JRN-OPER
                   PERFORM 5207-JORNAL-VALECRED
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

       3490-VENDE-VALE-FIM.
           CONTINUE.

      *Registra em PAGAMENTOS o dinheiro recebido pela venda do
      *vale, com um recibo numerado em sequencia
       3493-PAGAMENTO-DO-VALE  SECTION.
           PERFORM 3188-PERGUNTA-FORMA
           PERFORM 2050-RESERVA-NUM-PAGAMENTO
           MOVE WRK-PROX-PAGAMENTO TO NUM-PAGAMENTO

           MOVE ZERO             TO PAG-NUM-EMPRESTIMO
           MOVE ZERO             TO PAG-CLIENTE
           MOVE WRK-VALE-VALOR   TO PAG-VALOR
           MOVE 'BRL'            TO PAG-MOEDA
           MOVE ZERO             TO PAG-VALOR-IMPOSTO
           MOVE WRK-OPERADOR     TO PAG-OPERADOR
           MOVE WRK-DATA-HOJE    TO PAG-DATA
           MOVE 'V'              TO PAG-TIPO
           MOVE WRK-VALE-VALOR   TO PAG-VALOR-BRL
           MOVE WRK-CAIXA-ATUAL  TO PAG-CAIXA
           MOVE ZERO             TO PAG-DESCONTO
           MOVE ZERO             TO PAG-VALE
           MOVE ZERO             TO PAG-VALE-CARTAO
           MOVE WRK-LOJA-ATUAL   TO PAG-LOJA
           MOVE WRK-FORMA-PAGTO  TO PAG-FORMA
           MOVE ZERO             TO PAG-REF-DOC
           MOVE ZERO             TO PAG-CODFILME

           PERFORM 3187-ESCREVE-PAGAMENTO
           IF WRK-PAG-GRAVOU EQUAL 'N'
               MOVE 'Erro ao gravar pagamento' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           END-IF.

      *Vende um pacote pre-pago de locacoes: o dinheiro entra como
      *um recibo PAG-TIPO P e o pacote nasce com o numero desse
      *recibo, o saldo cheio e a validade contada da data da
      *venda. O pacote fica no titular da familia do comprador,
      *para os dependentes usarem no checkout (3127)
       3496-VENDE-PREPAGO  SECTION.
           MOVE "Pre-pago" TO WRK-MODULO.

      *    Com o dia de negocio fechado o balcao nao transaciona
           PERFORM 3810-VERIFICA-DIA-FECHADO
           IF WRK-DIA-ENCERRADO EQUAL 'S'
               DISPLAY TELA
               MOVE 'Dia encerrado - reabra p/ usar' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               DISPLAY "Tecle enter para voltar ao menu"
               AT LINE 20 COLUMN 35
               ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 70
               GO TO 3496-VENDE-PREPAGO-FIM
           END-IF.
           MOVE ZERO TO EMP-CLIENTE-DIG
           MOVE ZERO TO WRK-PP-QTD
           MOVE ZERO TO WRK-PP-VALOR
           MOVE ZERO TO WRK-PP-DIAS

           DISPLAY TELA
           DISPLAY "Cliente: " AT LINE 5 COLUMN 20
           ACCEPT EMP-CLIENTE-DIG AT LINE 5 COLUMN 47
           DISPLAY "Quantidade de locacoes: " AT LINE 6 COLUMN 20
           ACCEPT WRK-PP-QTD AT LINE 6 COLUMN 47
           DISPLAY "Valor do pacote (BRL): " AT LINE 7 COLUMN 20
           ACCEPT WRK-PP-VALOR AT LINE 7 COLUMN 47
           DISPLAY "Validade em dias (0=180): " AT LINE 8 COLUMN 20
           ACCEPT WRK-PP-DIAS AT LINE 8 COLUMN 47

           PERFORM 4150-VALIDA-CLIENTE
           IF NOT WRK-CLIENTE-VALIDO
               MOVE 'Cliente nao cadastrado' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               IF WRK-PP-QTD EQUAL ZERO
                  OR WRK-PP-VALOR EQUAL ZERO
                   MOVE 'Qtde e valor sao obrigatorios' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
                   IF CLI-RESPONSAVEL > ZERO
                       MOVE CLI-RESPONSAVEL TO WRK-PP-TITULAR
                   ELSE
                       MOVE EMP-CLIENTE-DIG TO WRK-PP-TITULAR
                   END-IF
                   IF WRK-PP-DIAS EQUAL ZERO
                       MOVE WRK-PP-DIAS-PADRAO TO WRK-PP-DIAS
                   END-IF
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
                   PERFORM 3150-AVANCA-UM-DIA WRK-PP-DIAS TIMES
                   MOVE WRK-DATA-CALC TO WRK-PP-VALIDADE

                   PERFORM 3497-PAGAMENTO-DO-PREPAGO
                   IF WRK-PAG-GRAVOU EQUAL 'S'
                       MOVE NUM-PAGAMENTO    TO PP-NUMERO
                       MOVE EMP-CLIENTE-DIG  TO PP-CLIENTE
                       MOVE WRK-PP-TITULAR   TO PP-TITULAR
                       MOVE WRK-PP-QTD       TO PP-QTD
                       MOVE WRK-PP-QTD       TO PP-SALDO
                       MOVE WRK-PP-VALOR     TO PP-VALOR
                       MOVE WRK-DATA-HOJE    TO PP-DATA-COMPRA
                       MOVE WRK-PP-VALIDADE  TO PP-VALIDADE
                       MOVE WRK-LOJA-ATUAL   TO PP-LOJA
                       WRITE PREPAGO-REG
                           INVALID KEY
                               MOVE 'Erro ao gravar o pacote'
                                   TO WRK-ERRO
                               DISPLAY TELA-ERRO ERASE EOL
                               MOVE '3496-VENDE-PREPAGO'
                                   TO WRK-ERL-PARAGRAFO
                               MOVE 'PREPAGO' TO WRK-ERL-ARQUIVO
                               MOVE 'WRITE' TO WRK-ERL-OPERACAO
                               MOVE PREPAGO-STATUS TO WRK-ERL-STATUS
                               MOVE PP-NUMERO TO WRK-ERL-CHAVE
                               PERFORM 5196-GRAVA-ERRO-ARQUIVO
                           NOT INVALID KEY
                               MOVE ZERO TO CODFILME
                               MOVE 'PREPAGO' TO WRK-AUD-OPERACAO
                               MOVE SPACES TO WRK-AUD-DETALHE
                               STRING 'PACOTE=' DELIMITED BY SIZE
                                      PP-NUMERO DELIMITED BY SIZE
                                      ' QTD=' DELIMITED BY SIZE
                                      PP-QTD DELIMITED BY SIZE
                                      INTO WRK-AUD-DETALHE
                               END-STRING
                               PERFORM 5190-GRAVA-AUDITORIA
                               DISPLAY "Pacote vendido, recibo: "
                               AT LINE 10 COLUMN 20
                               DISPLAY PP-NUMERO
                               AT LINE 10 COLUMN 45
                               DISPLAY "Valido ate: "
                               AT LINE 11 COLUMN 20
                               DISPLAY PP-VALIDADE
                               AT LINE 11 COLUMN 45
                       END-WRITE
                   END-IF
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 52.

       3496-VENDE-PREPAGO-FIM.
           CONTINUE.

      *Registra em PAGAMENTOS o dinheiro recebido pelo pacote
      *pre-pago, com o imposto embutido pela aliquota vigente do
      *local (as locacoes do pacote saem depois sem imposto)
       3497-PAGAMENTO-DO-PREPAGO  SECTION.
           PERFORM 3188-PERGUNTA-FORMA
           PERFORM 2050-RESERVA-NUM-PAGAMENTO
           MOVE WRK-PROX-PAGAMENTO TO NUM-PAGAMENTO

           MOVE WRK-LOCAL-ATUAL TO WRK-ALIQ-LOCAL
           MOVE WRK-DATA-HOJE TO WRK-ALIQ-DATA
           PERFORM 3181-ALIQUOTA-VIGENTE
           IF WRK-PERCENTUAL-ACHOU > ZERO
               COMPUTE PAG-VALOR-IMPOSTO ROUNDED =
                   WRK-PP-VALOR * WRK-PERCENTUAL-ACHOU
                   / (100 + WRK-PERCENTUAL-ACHOU)
           ELSE
               MOVE ZERO TO PAG-VALOR-IMPOSTO
           END-IF

           MOVE ZERO             TO PAG-NUM-EMPRESTIMO
           MOVE EMP-CLIENTE-DIG  TO PAG-CLIENTE
           MOVE WRK-PP-VALOR     TO PAG-VALOR
           MOVE 'BRL'            TO PAG-MOEDA
           MOVE WRK-OPERADOR     TO PAG-OPERADOR
           MOVE WRK-DATA-HOJE    TO PAG-DATA
           MOVE 'P'              TO PAG-TIPO
           MOVE WRK-PP-VALOR     TO PAG-VALOR-BRL
           MOVE WRK-CAIXA-ATUAL  TO PAG-CAIXA
           MOVE ZERO             TO PAG-DESCONTO
           MOVE ZERO             TO PAG-VALE
           MOVE ZERO             TO PAG-VALE-CARTAO
           MOVE WRK-LOJA-ATUAL   TO PAG-LOJA
           MOVE WRK-FORMA-PAGTO  TO PAG-FORMA
           MOVE ZERO             TO PAG-REF-DOC
           MOVE ZERO             TO PAG-CODFILME

           PERFORM 3187-ESCREVE-PAGAMENTO
           IF WRK-PAG-GRAVOU EQUAL 'N'
               MOVE 'Erro ao gravar pagamento' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           END-IF.

      *Soma os movimentos do cartao em WRK-VALE-CARTAO: Vendas e
      *creditos de Indicacao, de Caso ou de Troca creditam,
      *Resgates e estornos de indicacao debitam; devolve o saldo
      *e a ultima sequencia de movimento usada
       3492-SALDO-VALE  SECTION.
           MOVE 0 TO WRK-VALE-SALDO
           MOVE 0 TO WRK-VALE-ULT-SEQ

           MOVE WRK-VALE-CARTAO TO VC-CARTAO
           MOVE ZERO TO VC-SEQ
           START VALECRED KEY IS NOT LESS THAN VC-CHAVE
               INVALID KEY
                   MOVE 10 TO VALECRED-STATUS
           END-START
           IF VALECRED-STATUS EQUAL 0
               READ VALECRED NEXT RECORD
               PERFORM UNTIL VALECRED-STATUS NOT EQUAL 0
                  OR VC-CARTAO NOT EQUAL WRK-VALE-CARTAO
                   IF VALE-VENDA OR VALE-INDICACAO OR VALE-CASO
                      OR VALE-TROCA
                       ADD VC-VALOR TO WRK-VALE-SALDO
                   ELSE
                       SUBTRACT VC-VALOR FROM WRK-VALE-SALDO
                   END-IF
                   MOVE VC-SEQ TO WRK-VALE-ULT-SEQ
                   READ VALECRED NEXT RECORD
               END-PERFORM
           END-IF.

      *Consulta o saldo e os movimentos de um vale-presente
       3495-CONSULTA-VALE  SECTION.
           MOVE "Saldo de vale" TO WRK-MODULO.
           MOVE ZERO TO WRK-VALE-CARTAO

           DISPLAY TELA
           DISPLAY "Numero do cartao: " AT LINE 5 COLUMN 20
           ACCEPT WRK-VALE-CARTAO AT LINE 5 COLUMN 39

           PERFORM 3492-SALDO-VALE

           DISPLAY "Data"     AT LINE 7 COLUMN 20
           DISPLAY "Tipo"     AT LINE 7 COLUMN 32
           DISPLAY "Valor"    AT LINE 7 COLUMN 40

           MOVE 9 TO WRK-CONTADOR-LINHA
           MOVE WRK-VALE-CARTAO TO VC-CARTAO
           MOVE ZERO TO VC-SEQ
           START VALECRED KEY IS NOT LESS THAN VC-CHAVE
               INVALID KEY
                   MOVE 10 TO VALECRED-STATUS
           END-START
           IF VALECRED-STATUS EQUAL 0
               READ VALECRED NEXT RECORD
               PERFORM UNTIL VALECRED-STATUS NOT EQUAL 0
                  OR VC-CARTAO NOT EQUAL WRK-VALE-CARTAO
                  OR WRK-CONTADOR-LINHA > 19
                   DISPLAY VC-DATA
                   AT LINE WRK-CONTADOR-LINHA COLUMN 20 ERASE EOL
                   DISPLAY VC-TIPO
                   AT LINE WRK-CONTADOR-LINHA COLUMN 32
                   DISPLAY VC-VALOR
                   AT LINE WRK-CONTADOR-LINHA COLUMN 40
                   ADD 1 TO WRK-CONTADOR-LINHA
                   READ VALECRED NEXT RECORD
               END-PERFORM
           END-IF

           MOVE WRK-VALE-SALDO TO WRK-VALE-SALDO-ED
           DISPLAY "Saldo atual: " AT LINE 21 COLUMN 20
           DISPLAY WRK-VALE-SALDO-ED AT LINE 21 COLUMN 34

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 23 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 23 COLUMN 52.

      *Busca o grupo de edicoes (obra) do filme WRK-ED-FILME em
      *EDICOES; WRK-ED-GRUPO recebe zero quando o filme nao tem
      *vinculo de edicao
       3670-BUSCA-GRUPO-EDICAO  SECTION.
           MOVE ZERO TO WRK-ED-GRUPO
           MOVE WRK-ED-FILME TO ED-CODFILME
           READ EDICOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ED-GRUPO TO WRK-ED-GRUPO
           END-READ.

      *Procura, entre as outras edicoes do grupo
      *WRK-ED-GRUPO-BUSCA (fora o proprio WRK-ED-FILME), uma que
      *tenha copia Disponivel na estante; WRK-ED-DISP-FILME recebe
      *o codigo achado (0 = nenhuma)
       3672-PROCURA-DISP-GRUPO  SECTION.
           MOVE ZERO TO WRK-ED-DISP-FILME
           IF WRK-ED-GRUPO-BUSCA > ZERO
               MOVE ZERO TO ED-CODFILME
               START EDICOES KEY IS NOT LESS THAN ED-CODFILME
                   INVALID KEY
                       MOVE 10 TO EDICOES-STATUS
               END-START
               IF EDICOES-STATUS EQUAL 0
                   READ EDICOES NEXT RECORD
                   PERFORM UNTIL EDICOES-STATUS NOT EQUAL 0
                       OR WRK-ED-DISP-FILME > ZERO
                       IF ED-GRUPO EQUAL WRK-ED-GRUPO-BUSCA
                          AND ED-CODFILME NOT EQUAL WRK-ED-FILME
                           PERFORM 3674-TESTA-DISP-EDICAO
                           IF WRK-ED-TEM-DISP EQUAL 'S'
                               MOVE ED-CODFILME
                                   TO WRK-ED-DISP-FILME
                           END-IF
                       END-IF
                       IF WRK-ED-DISP-FILME EQUAL ZERO
                           READ EDICOES NEXT RECORD
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *Confere se a edicao corrente de EDICOES-REG tem copia
      *Disponivel (mesmo teste de estante do 3300)
       3674-TESTA-DISP-EDICAO  SECTION.
           MOVE 'N' TO WRK-ED-TEM-DISP
           MOVE ED-CODFILME TO EX-CODFILME
           MOVE ZERO TO EX-NUMERO
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                  OR EX-CODFILME NOT EQUAL ED-CODFILME
                  OR WRK-ED-TEM-DISP EQUAL 'S'
                   IF EXEMPLAR-DISPONIVEL
                       MOVE 'S' TO WRK-ED-TEM-DISP
                   ELSE
                       READ EXEMPLARES NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF.

      *Quando a obra tem outra edicao com copia Disponivel, avisa
      *o balconista antes de gravar a reserva: o cliente pode
      *levar a outra edicao agora em vez de entrar na fila
       3675-AVISA-EDICAO-LIGADA  SECTION.
           MOVE 'S' TO WRK-RESERVA-SEGUE
           MOVE RES-CODFILME-DIG TO WRK-ED-FILME
           PERFORM 3670-BUSCA-GRUPO-EDICAO
           IF WRK-ED-GRUPO > ZERO
               MOVE WRK-ED-GRUPO TO WRK-ED-GRUPO-BUSCA
               PERFORM 3672-PROCURA-DISP-GRUPO
               IF WRK-ED-DISP-FILME > ZERO
                   DISPLAY "Edicao ligada disponivel (cod): "
                   AT LINE 14 COLUMN 35
                   DISPLAY WRK-ED-DISP-FILME AT LINE 14 COLUMN 68
                   DISPLAY "Reservar assim mesmo? (S/N): "
                   AT LINE 15 COLUMN 35
                   ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 65
                   IF WRK-ESCOLHA EQUAL 'N'
                      OR WRK-ESCOLHA EQUAL 'n'
                       MOVE 'N' TO WRK-RESERVA-SEGUE
                   END-IF
               END-IF
           END-IF.

      *Decide se a reserva corrente atende o filme do emprestimo
      *(direto ou por edicao ligada da mesma obra)
       3677-RESERVA-DA-OBRA  SECTION.
           IF RES-CODFILME EQUAL EMP-CODFILME
               MOVE NUM-RESERVA TO WRK-RES-ACHOU
           ELSE
               IF WRK-ED-GRUPO-EMP > ZERO
                   MOVE RES-CODFILME TO WRK-ED-FILME
                   PERFORM 3670-BUSCA-GRUPO-EDICAO
                   IF WRK-ED-GRUPO EQUAL WRK-ED-GRUPO-EMP
                       MOVE NUM-RESERVA TO WRK-RES-ACHOU
                   END-IF
               END-IF
           END-IF.

      *Consulta de disponibilidade: responde "tem o filme X?" em
      *uma unica tela, achando o titulo pelo codigo ou pela busca
      *parcial (como a 6100), listando cada exemplar com situacao
      *e localizacao, a devolucao prevista dos que estao na rua, a
      *mais proxima delas e o tamanho da fila de reservas
       3600-DISPONIBILIDADE  SECTION.
           MOVE "Disponibilidade" TO WRK-MODULO.
           MOVE ZERO TO WRK-DISP-CODIGO

           DISPLAY TELA
           DISPLAY "Buscar por C-odigo ou T-itulo (parte): "
           AT LINE 5 COLUMN 5
           ACCEPT WRK-MODO-BUSCA AT LINE 5 COLUMN 45

           IF WRK-MODO-BUSCA EQUAL 't' OR WRK-MODO-BUSCA EQUAL 'T'
               PERFORM 6100-BUSCAR-POR-TITULO
               DISPLAY "Codigo escolhido: "
               AT LINE WRK-CONTADOR-LINHA COLUMN 20
               ACCEPT WRK-DISP-CODIGO
               AT LINE WRK-CONTADOR-LINHA COLUMN 39
               DISPLAY TELA
           ELSE
               DISPLAY "Codigo do filme: " AT LINE 6 COLUMN 5
               ACCEPT WRK-DISP-CODIGO AT LINE 6 COLUMN 23
           END-IF

           MOVE WRK-DISP-CODIGO TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE 'Filme nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   PERFORM 3610-MOSTRA-DISPONIBILIDADE
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 24 COLUMN 5
           ACCEPT WRK-ESCOLHA AT LINE 24 COLUMN 40.

      *Mostra o quadro de disponibilidade do filme que esta em
      *FILMES-REG: exemplares, devolucoes previstas e fila
       3610-MOSTRA-DISPONIBILIDADE  SECTION.
           DISPLAY TELA
           DISPLAY TITULO AT LINE 4 COLUMN 5
           DISPLAY "Exemplar" AT LINE 6 COLUMN 5
           DISPLAY "Situacao" AT LINE 6 COLUMN 16
           DISPLAY "Localizacao" AT LINE 6 COLUMN 27
           DISPLAY "Devolucao prevista" AT LINE 6 COLUMN 41

           MOVE ZERO TO WRK-MIN-PREVISTA
           MOVE 8 TO WRK-CONTADOR-LINHA

           MOVE WRK-DISP-CODIGO TO EX-CODFILME
           MOVE ZERO TO EX-NUMERO
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                  OR EX-CODFILME NOT EQUAL WRK-DISP-CODIGO
                  OR WRK-CONTADOR-LINHA > 18
                   DISPLAY EX-NUMERO
                   AT LINE WRK-CONTADOR-LINHA COLUMN 5 ERASE EOL
                   DISPLAY EX-STATUS
                   AT LINE WRK-CONTADOR-LINHA COLUMN 16
                   DISPLAY EX-LOCALIZACAO
                   AT LINE WRK-CONTADOR-LINHA COLUMN 27

                   IF EXEMPLAR-EMPRESTADO
                       PERFORM 3620-PREVISTA-DO-EXEMPLAR
                       IF WRK-PREV-EXEMPLAR NOT EQUAL ZERO
                           DISPLAY WRK-PREV-EXEMPLAR
                           AT LINE WRK-CONTADOR-LINHA COLUMN 41
                           IF WRK-MIN-PREVISTA EQUAL ZERO
                              OR WRK-PREV-EXEMPLAR < WRK-MIN-PREVISTA
                               MOVE WRK-PREV-EXEMPLAR
                                   TO WRK-MIN-PREVISTA
                           END-IF
                       END-IF
                   END-IF

                   ADD 1 TO WRK-CONTADOR-LINHA
                   READ EXEMPLARES NEXT RECORD
               END-PERFORM
           END-IF

      *    Tamanho da fila de reservas Aguardando do titulo
           MOVE 0 TO WRK-QTD-FILA
           MOVE LOW-VALUES TO NUM-RESERVA
           START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
               INVALID KEY
                   MOVE 10 TO RESERVAS-STATUS
           END-START
           IF RESERVAS-STATUS EQUAL 0
               READ RESERVAS NEXT RECORD
               PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                   IF RES-CODFILME EQUAL WRK-DISP-CODIGO
                      AND RESERVA-AGUARDANDO
                       ADD 1 TO WRK-QTD-FILA
                   END-IF
                   READ RESERVAS NEXT RECORD
               END-PERFORM
           END-IF

           IF WRK-MIN-PREVISTA NOT EQUAL ZERO
               DISPLAY "Proxima devolucao prevista: "
               AT LINE 20 COLUMN 5
               DISPLAY WRK-MIN-PREVISTA AT LINE 20 COLUMN 34
           END-IF
           DISPLAY "Fila de reservas aguardando: " AT LINE 21 COLUMN 5
           DISPLAY WRK-QTD-FILA AT LINE 21 COLUMN 35

      *    Outra edicao da mesma obra com copia na estante
           MOVE WRK-DISP-CODIGO TO WRK-ED-FILME
           PERFORM 3670-BUSCA-GRUPO-EDICAO
           IF WRK-ED-GRUPO > ZERO
               MOVE WRK-ED-GRUPO TO WRK-ED-GRUPO-BUSCA
               PERFORM 3672-PROCURA-DISP-GRUPO
               IF WRK-ED-DISP-FILME > ZERO
                   DISPLAY "Outra edicao disponivel (cod): "
                   AT LINE 22 COLUMN 5
                   DISPLAY WRK-ED-DISP-FILME AT LINE 22 COLUMN 37
               ELSE
                   DISPLAY "Obra ligada sem outra copia livre"
                   AT LINE 22 COLUMN 5
               END-IF
           END-IF

      *    Encomendas abertas do titulo junto aos distribuidores
           MOVE WRK-DISP-CODIGO TO WRK-NMED-FILME
           PERFORM 3615-MOSTRA-ENCOMENDA.

      *Mostra, na linha 22, a quantidade encomendada do titulo em
      *WRK-NMED-FILME nos pedidos de compra Abertos/Enviados; a
      *varredura aproveita a ordem da chave (o cabecalho de cada
      *pedido vem antes dos itens dele)
       3615-MOSTRA-ENCOMENDA  SECTION.
           MOVE 0 TO WRK-ENC-QTD
           MOVE 0 TO WRK-ENC-DATA
           MOVE SPACE TO WRK-ENC-STATUS

           MOVE LOW-VALUES TO PC-CHAVE
           START PEDCOMPRA KEY IS NOT LESS THAN PC-CHAVE
               INVALID KEY
                   MOVE 10 TO PEDCOMPRA-STATUS
           END-START
           IF PEDCOMPRA-STATUS EQUAL 0
               READ PEDCOMPRA NEXT RECORD
               PERFORM UNTIL PEDCOMPRA-STATUS NOT EQUAL 0
                   IF PC-LINHA EQUAL ZERO
                       MOVE PC-STATUS TO WRK-ENC-STATUS
                       MOVE PC-DATA TO WRK-ENC-DATA
                   ELSE
                       IF PC-CODFILME EQUAL WRK-NMED-FILME
                          AND (WRK-ENC-STATUS EQUAL 'A' OR
                               WRK-ENC-STATUS EQUAL 'E')
                           ADD PC-QTD-PEDIDA TO WRK-ENC-QTD
                       END-IF
                   END-IF
                   READ PEDCOMPRA NEXT RECORD
               END-PERFORM
           END-IF

           IF WRK-ENC-QTD > 0
               DISPLAY "Encomendado: " AT LINE 22 COLUMN 5
               DISPLAY WRK-ENC-QTD AT LINE 22 COLUMN 19
               DISPLAY "copia(s), pedido de " AT LINE 22 COLUMN 24
               DISPLAY WRK-ENC-DATA AT LINE 22 COLUMN 45
           END-IF.

      *Acha a devolucao prevista do emprestimo Aberto do exemplar
      *corrente (EX-CODFILME/EX-NUMERO), pela chave alternada por
      *filme de EMPRESTIMOS; zero quando nao ha emprestimo aberto
       3620-PREVISTA-DO-EXEMPLAR  SECTION.
           MOVE ZERO TO WRK-PREV-EXEMPLAR
           MOVE EX-CODFILME TO EMP-CODFILME
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CODFILME
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                  OR EMP-CODFILME NOT EQUAL EX-CODFILME
                  OR WRK-PREV-EXEMPLAR NOT EQUAL ZERO
                   IF EMPRESTIMO-ABERTO
                      AND EMP-EXEMPLAR EQUAL EX-NUMERO
                       MOVE EMP-DATA-PREVISTA TO WRK-PREV-EXEMPLAR
                   ELSE
                       READ EMPRESTIMOS NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF.

      *Consulta "a outra loja tem?": le a disponibilidade
      *consolidada da rede (DISPONRED.CSV, montada pela matriz com
      *os DISPONIB de cada loja) e mostra as copias por loja; se o
      *cliente quiser, levanta um pedido de transferencia (segura
      *remota, TRANSFER com situacao Pedida) para o disco viajar
      *na proxima van e ser retirado aqui
       3630-CONSULTA-REDE  SECTION.
           MOVE "Outras lojas" TO WRK-MODULO.
           MOVE ZERO TO WRK-RED-FILME
           MOVE 0 TO WRK-QTD-RED

           DISPLAY TELA
           DISPLAY "Codigo do filme: " AT LINE 5 COLUMN 20
           ACCEPT WRK-RED-FILME AT LINE 5 COLUMN 38

           OPEN INPUT DISPONRED
           IF DISPONRED-STATUS NOT EQUAL 0
               DISPLAY "Arquivo DISPONRED.CSV nao encontrado"
               AT LINE 7 COLUMN 20
           ELSE
               DISPLAY "Loja" AT LINE 7 COLUMN 20
               DISPLAY "Disponiveis" AT LINE 7 COLUMN 32
               MOVE 9 TO WRK-CONTADOR-LINHA
               READ DISPONRED
               PERFORM UNTIL DISPONRED-STATUS NOT EQUAL 0
                   MOVE SPACES TO WRK-RED-CAMPOS
                   UNSTRING DISPONRED-REG DELIMITED BY ';'
                       INTO WRK-RED-F-LOJA WRK-RED-F-FILME
                            WRK-RED-F-QTD
                   END-UNSTRING
                   IF WRK-RED-F-FILME NUMERIC
                      AND WRK-RED-F-FILME EQUAL WRK-RED-FILME
                       DISPLAY WRK-RED-F-LOJA
                       AT LINE WRK-CONTADOR-LINHA COLUMN 20
                       ERASE EOL
                       DISPLAY WRK-RED-F-QTD
                       AT LINE WRK-CONTADOR-LINHA COLUMN 32
                       ADD 1 TO WRK-CONTADOR-LINHA
                       ADD 1 TO WRK-QTD-RED
                   END-IF
                   READ DISPONRED
               END-PERFORM
               CLOSE DISPONRED

               IF WRK-QTD-RED EQUAL ZERO
                   DISPLAY "Nenhuma loja com o titulo"
                   AT LINE 9 COLUMN 20
               ELSE
                   MOVE SPACES TO WRK-RED-ORIGEM
                   DISPLAY "Pedir de qual loja (branco = nao)? "
                   AT LINE 16 COLUMN 20
                   ACCEPT WRK-RED-ORIGEM AT LINE 16 COLUMN 56
                   IF WRK-RED-ORIGEM NOT EQUAL SPACES
                       PERFORM 3632-PEDE-TRANSFERENCIA
                   END-IF
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Levanta o pedido de transferencia (segura remota): a loja
      *de origem escolhe o exemplar e envia pelo 9932, e a chegada
      *e confirmada aqui pelo 9933
       3632-PEDE-TRANSFERENCIA  SECTION.
           MOVE WRK-RED-ORIGEM TO LOJA-CODIGO
           READ LOJAS
               INVALID KEY
                   MOVE 'Loja de origem invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   MOVE '1' TO CTLTRF-CHAVE
                   READ CTLTRF KEY IS CTLTRF-CHAVE
                   COMPUTE WRK-PROX-TRANSF = CTLTRF-ULT-NUMERO + 1
                   MOVE WRK-PROX-TRANSF TO NUM-TRANSF
                   MOVE WRK-RED-FILME TO TRF-CODFILME
                   MOVE ZERO TO TRF-EXEMPLAR
                   MOVE WRK-RED-ORIGEM TO TRF-LOJA-ORIGEM
                   MOVE WRK-LOJA-ATUAL TO TRF-LOJA-DESTINO
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-DATA-HOJE TO TRF-DATA
                   MOVE ZERO TO TRF-DATA-RECEB
                   MOVE WRK-OPERADOR TO TRF-OPERADOR
                   MOVE 'P' TO TRF-STATUS

                   WRITE TRANSFER-REG
                       INVALID KEY
                           MOVE 'Erro ao gravar pedido' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE '3632-PEDE-TRANSFERENCIA'
                               TO WRK-ERL-PARAGRAFO
                           MOVE 'TRANSFER' TO WRK-ERL-ARQUIVO
                           MOVE 'WRITE' TO WRK-ERL-OPERACAO
                           MOVE TRANSFER-STATUS TO WRK-ERL-STATUS
                           MOVE NUM-TRANSF TO WRK-ERL-CHAVE
                           PERFORM 5196-GRAVA-ERRO-ARQUIVO
                       NOT INVALID KEY
                           MOVE NUM-TRANSF TO CTLTRF-ULT-NUMERO
                           REWRITE CTLTRF-REG
                           DISPLAY "Pedido de transferencia: "
                           AT LINE 18 COLUMN 20
                           DISPLAY WRK-PROX-TRANSF
                           AT LINE 18 COLUMN 46
                   END-WRITE
           END-READ.

      *Segura de balcao do dia: um exemplar Disponivel fica
      *separado para o cliente que telefonou, fora do checkout dos
      *outros caixas (3175 so pega copia Disponivel), ate ser
      *retirado (opcao Liberar) ou ate o fechamento do dia soltar
      *tudo (3645); cada cliente segura no maximo duas copias,
      *para a segura nao virar reserva gratis
       3640-SEGURAR-EXEMPLAR  SECTION.
           MOVE "Segurar exemplar" TO WRK-MODULO.
           MOVE ZERO TO EMP-CODFILME-DIG
           MOVE ZERO TO WRK-SEG-CLIENTE
           MOVE SPACE TO WRK-SEG-ESCOLHA

           DISPLAY TELA
           DISPLAY "S-egurar ou L-iberar? " AT LINE 5 COLUMN 20
           ACCEPT WRK-SEG-ESCOLHA AT LINE 5 COLUMN 43

           DISPLAY "Codigo do filme: " AT LINE 6 COLUMN 20
           ACCEPT EMP-CODFILME-DIG AT LINE 6 COLUMN 38

           IF WRK-SEG-ESCOLHA = 'L' OR WRK-SEG-ESCOLHA = 'l'
               PERFORM 3643-LIBERA-UMA-SEGURA
           ELSE
               DISPLAY "Cliente: " AT LINE 7 COLUMN 20
               ACCEPT WRK-SEG-CLIENTE AT LINE 7 COLUMN 30

               MOVE WRK-SEG-CLIENTE TO EMP-CLIENTE-DIG
               PERFORM 4150-VALIDA-CLIENTE
               IF NOT WRK-CLIENTE-VALIDO
                   MOVE 'Cliente nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
                   PERFORM 3642-CONTA-SEGURAS
                   IF WRK-QTD-SEGURAS NOT LESS THAN WRK-MAX-SEGURAS
                       MOVE 'Cliente no limite de seguras'
                           TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
      *                O carrinho do checkout nao esta em uso aqui
                       MOVE 0 TO WRK-QTD-ITENS
                       PERFORM 3175-LOCALIZA-EXEMPLAR-DISPONIVEL
                       IF WRK-EX-ACHOU = ZERO
                           MOVE 'Nenhum exemplar disponivel'
                               TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       ELSE
                           MOVE EMP-CODFILME-DIG TO EX-CODFILME
                           MOVE WRK-EX-ACHOU TO EX-NUMERO
                           READ EXEMPLARES
                               NOT INVALID KEY
                                   MOVE 'S' TO EX-STATUS
                                   REWRITE EXEMPLARES-REG
                                   MOVE 'A' TO WRK-JRN-OPER
                                   PERFORM 5205-JORNAL-EXEMPLARES
                           END-READ

                           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                           MOVE EMP-CODFILME-DIG TO SEG-CODFILME
                           MOVE WRK-EX-ACHOU TO SEG-EXEMPLAR
                           MOVE WRK-SEG-CLIENTE TO SEG-CLIENTE
                           MOVE WRK-DATA-HOJE TO SEG-DATA
                           MOVE WRK-OPERADOR TO SEG-OPERADOR
                           WRITE SEGURA-REG
                               INVALID KEY
                                   REWRITE SEGURA-REG
                           END-WRITE

                           PERFORM 3198-ATUALIZA-DISPONIBILIDADE
                           DISPLAY "Exemplar segurado: "
                           AT LINE 9 COLUMN 20
                           DISPLAY WRK-EX-ACHOU AT LINE 9 COLUMN 40
                       END-IF
                   END-IF
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Conta as seguras vivas do cliente (teto por cliente)
       3642-CONTA-SEGURAS  SECTION.
           MOVE 0 TO WRK-QTD-SEGURAS
           MOVE LOW-VALUES TO SEG-CHAVE
           START SEGURA KEY IS NOT LESS THAN SEG-CHAVE
               INVALID KEY
                   MOVE 10 TO SEGURA-STATUS
           END-START
           IF SEGURA-STATUS EQUAL 0
               READ SEGURA NEXT RECORD
               PERFORM UNTIL SEGURA-STATUS NOT EQUAL 0
                   IF SEG-CLIENTE EQUAL WRK-SEG-CLIENTE
                       ADD 1 TO WRK-QTD-SEGURAS
                   END-IF
                   READ SEGURA NEXT RECORD
               END-PERFORM
           END-IF.

      *Libera a segura do filme digitado (o cliente veio buscar ou
      *desistiu): a copia volta a Disponivel e sai do arquivo
       3643-LIBERA-UMA-SEGURA  SECTION.
           MOVE 'N' TO WRK-SCAN-ACHOU
           MOVE EMP-CODFILME-DIG TO SEG-CODFILME
           MOVE ZERO TO SEG-EXEMPLAR
           START SEGURA KEY IS NOT LESS THAN SEG-CHAVE
               INVALID KEY
                   MOVE 10 TO SEGURA-STATUS
           END-START
           IF SEGURA-STATUS EQUAL 0
               READ SEGURA NEXT RECORD
               IF SEGURA-STATUS EQUAL 0
                  AND SEG-CODFILME EQUAL EMP-CODFILME-DIG
                   MOVE SEG-CODFILME TO EX-CODFILME
                   MOVE SEG-EXEMPLAR TO EX-NUMERO
                   READ EXEMPLARES
                       NOT INVALID KEY
                           IF EXEMPLAR-SEGURADO
                               MOVE 'D' TO EX-STATUS
                               REWRITE EXEMPLARES-REG
                               MOVE 'A' TO WRK-JRN-OPER
                               PERFORM 5205-JORNAL-EXEMPLARES
                           END-IF
                   END-READ
                   DELETE SEGURA RECORD
                   MOVE 'S' TO WRK-SCAN-ACHOU
                   PERFORM 3198-ATUALIZA-DISPONIBILIDADE
                   DISPLAY "Segura liberada" AT LINE 9 COLUMN 20
               END-IF
           END-IF
           IF WRK-SCAN-ACHOU EQUAL 'N'
               MOVE 'Nenhuma segura desse filme' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           END-IF.

      *Solta todas as seguras nao retiradas (chamada pelo
      *fechamento do dia): cada copia volta para a prateleira
       3645-LIBERA-SEGURAS  SECTION.
           MOVE 0 TO WRK-QTD-SEG-LIB
           MOVE 'S' TO WRK-SCAN-ACHOU
           PERFORM UNTIL WRK-SCAN-ACHOU EQUAL 'N'
               MOVE 'N' TO WRK-SCAN-ACHOU
               MOVE LOW-VALUES TO SEG-CHAVE
               START SEGURA KEY IS NOT LESS THAN SEG-CHAVE
                   INVALID KEY
                       MOVE 10 TO SEGURA-STATUS
               END-START
               IF SEGURA-STATUS EQUAL 0
                   READ SEGURA NEXT RECORD
                   IF SEGURA-STATUS EQUAL 0
                       MOVE SEG-CODFILME TO EX-CODFILME
                       MOVE SEG-EXEMPLAR TO EX-NUMERO
                       READ EXEMPLARES
                           NOT INVALID KEY
                               IF EXEMPLAR-SEGURADO
                                   MOVE 'D' TO EX-STATUS
                                   REWRITE EXEMPLARES-REG
                                   MOVE 'A' TO WRK-JRN-OPER
                                   PERFORM 5205-JORNAL-EXEMPLARES
                               END-IF
                       END-READ
                       DELETE SEGURA RECORD
                       ADD 1 TO WRK-QTD-SEG-LIB
                       MOVE 'S' TO WRK-SCAN-ACHOU
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-QTD-SEG-LIB > 0
               PERFORM 3198-ATUALIZA-DISPONIBILIDADE
           END-IF.

      *Venda de um exemplar no balcao (ex-locacao do relatorio de
      *encalhe ou estoque de varejo): cobra o PRECO-COMPRA do
      *titulo com o imposto do local atual, tira a copia do acervo
      *com a situacao Vendido (saida legitima, fora dos relatorios
      *de baixa do 9995), emite um recibo numerado por CTLPAG e
      *entra na sessao de caixa, no fechamento do dia e no fiscal
      *como qualquer outro dinheiro do balcao; so copia propria
      *pode ser vendida (a de leasing ou consignacao e do
      *distribuidor), e a do estoque de varejo (K, recebida na
      *troca de discos) sai antes da do acervo de locacao
       3660-VENDA-EXEMPLAR  SECTION.
           MOVE "Venda exemplar" TO WRK-MODULO.

      *    Com o dia de negocio fechado o balcao nao transaciona
           PERFORM 3810-VERIFICA-DIA-FECHADO
           IF WRK-DIA-ENCERRADO EQUAL 'S'
               DISPLAY TELA
               MOVE 'Dia encerrado - reabra p/ usar' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               DISPLAY "Tecle enter para voltar ao menu"
               AT LINE 20 COLUMN 35
               ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 70
               GO TO 3660-VENDA-EXEMPLAR-FIM
           END-IF.

           MOVE ZERO TO EMP-CLIENTE-DIG
           MOVE ZERO TO EMP-CODFILME-DIG
           MOVE SPACES TO WRK-COD-BARRAS

           DISPLAY TELA
           DISPLAY "Cliente: " AT LINE 5 COLUMN 20
           ACCEPT EMP-CLIENTE-DIG AT LINE 5 COLUMN 30

           PERFORM 4150-VALIDA-CLIENTE
           IF NOT WRK-CLIENTE-VALIDO
               MOVE 'Cliente nao cadastrado' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               DISPLAY "Codigo do filme (ou leia o codigo de barras): "
               AT LINE 6 COLUMN 20
               ACCEPT WRK-COD-BARRAS AT LINE 6 COLUMN 68

               PERFORM 3172-VALIDA-COD-BARRAS
               MOVE WRK-COD-VALIDADO TO EMP-CODFILME-DIG
               MOVE EMP-CODFILME-DIG TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE 'Filme nao cadastrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
      *                Sai primeiro o estoque de varejo do titulo;
      *                sem ele, uma copia Disponivel do acervo. O
      *                carrinho do checkout nao esta em uso aqui;
      *                copia de leasing/consignacao nao e da loja e
      *                nao pode ser vendida
                       PERFORM 9688-LOCALIZA-VAREJO
                       IF WRK-EX-ACHOU = ZERO
                           MOVE 0 TO WRK-QTD-ITENS
                           MOVE 'S' TO WRK-EX-SO-PROPRIO
                           PERFORM 3175-LOCALIZA-EXEMPLAR-DISPONIVEL
                           MOVE 'N' TO WRK-EX-SO-PROPRIO
                       END-IF
                       IF WRK-EX-ACHOU = ZERO
                           MOVE 'Nenhum exemplar disponivel'
                               TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       ELSE
                           PERFORM 3662-CALCULA-PRECO-VENDA
                           DISPLAY "Exemplar a vender: "
                           AT LINE 8 COLUMN 20
                           DISPLAY WRK-EX-ACHOU AT LINE 8 COLUMN 40
                           DISPLAY "Preco de venda (BRL): "
                           AT LINE 9 COLUMN 20
                           DISPLAY WRK-VENDA-BRL AT LINE 9 COLUMN 43

                           DISPLAY "Confirma a venda? (S/N): "
                           AT LINE 11 COLUMN 20
                           ACCEPT WRK-ESCOLHA AT LINE 11 COLUMN 46
                           IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                               PERFORM 3664-EFETIVA-VENDA
                           ELSE
                               DISPLAY "Venda cancelada"
                               AT LINE 13 COLUMN 20
                           END-IF
                       END-IF
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

       3660-VENDA-EXEMPLAR-FIM.
           CONTINUE.

      *Calcula o preco de venda do filme corrente de FILMES-REG:
      *PRECO-COMPRA mais o imposto do local atual, convertido para
      *BRL na taxa do dia, como o 3180 faz para a locacao
       3662-CALCULA-PRECO-VENDA  SECTION.
           MOVE WRK-LOCAL-ATUAL TO WRK-ALIQ-LOCAL
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-DATA-HOJE TO WRK-ALIQ-DATA
           PERFORM 3181-ALIQUOTA-VIGENTE
           COMPUTE WRK-VENDA-IMPOSTO ROUNDED =
               PRECO-COMPRA * WRK-PERCENTUAL-ACHOU / 100
           COMPUTE WRK-VENDA-PRECO ROUNDED =
               PRECO-COMPRA + WRK-VENDA-IMPOSTO

           MOVE MOEDA TO COD-MOEDA
           READ TAXACAMBIO KEY IS COD-MOEDA
               INVALID KEY
                   MOVE 1,0000 TO WRK-TAXA-ACHOU
               NOT INVALID KEY
                   MOVE TAXA-CONVERSAO TO WRK-TAXA-ACHOU
           END-READ
           COMPUTE WRK-VENDA-BRL ROUNDED =
               WRK-VENDA-PRECO * WRK-TAXA-ACHOU
           COMPUTE WRK-VENDA-IMP-BRL ROUNDED =
               WRK-VENDA-IMPOSTO * WRK-TAXA-ACHOU.

      *Efetiva a venda confirmada: marca o exemplar como Vendido,
      *grava o recibo, imprime o cupom, deixa o rastro na trilha
      *de auditoria e atualiza a disponibilidade do site
       3664-EFETIVA-VENDA  SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           MOVE EMP-CODFILME-DIG TO EX-CODFILME
           MOVE WRK-EX-ACHOU TO EX-NUMERO
           READ EXEMPLARES
               INVALID KEY
                   MOVE 'Exemplar nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   MOVE 'V' TO EX-STATUS
                   REWRITE EXEMPLARES-REG
                   MOVE 'A' TO WRK-JRN-OPER
                   PERFORM 5205-JORNAL-EXEMPLARES

                   PERFORM 3665-GRAVA-PAGAMENTO-VENDA
                   PERFORM 3667-IMPRIME-CUPOM-VENDA

                   MOVE EMP-CODFILME-DIG TO CODFILME
                   MOVE 'VENDAEX' TO WRK-AUD-OPERACAO
                   MOVE SPACES TO WRK-AUD-DETALHE
                   STRING 'EXEMPLAR=' DELIMITED BY SIZE
                          WRK-EX-ACHOU DELIMITED BY SIZE
                          ' CLIENTE=' DELIMITED BY SIZE
                          EMP-CLIENTE-DIG DELIMITED BY SIZE
                          INTO WRK-AUD-DETALHE
                   END-STRING
                   PERFORM 5190-GRAVA-AUDITORIA

                   PERFORM 3198-ATUALIZA-DISPONIBILIDADE

                   DISPLAY "Venda registrada, recibo: "
                   AT LINE 13 COLUMN 20
                   DISPLAY WRK-PROX-PAGAMENTO AT LINE 13 COLUMN 47
           END-READ.

      *Grava o dinheiro da venda como um recibo numerado em
      *sequencia, no mesmo padrao de 3190-GRAVA-PAGAMENTO; entra
      *na sessao de caixa e no fiscal como qualquer recebimento
       3665-GRAVA-PAGAMENTO-VENDA  SECTION.
           MOVE ZERO TO WRK-NFE-NUMERO
           PERFORM 3188-PERGUNTA-FORMA
           PERFORM 2050-RESERVA-NUM-PAGAMENTO
           MOVE WRK-PROX-PAGAMENTO TO NUM-PAGAMENTO

           MOVE ZERO             TO PAG-NUM-EMPRESTIMO
           MOVE EMP-CLIENTE-DIG  TO PAG-CLIENTE
           MOVE WRK-VENDA-PRECO  TO PAG-VALOR
           MOVE MOEDA            TO PAG-MOEDA
           MOVE WRK-VENDA-IMP-BRL TO PAG-VALOR-IMPOSTO
           MOVE WRK-OPERADOR     TO PAG-OPERADOR
           MOVE WRK-DATA-HOJE    TO PAG-DATA
           MOVE 'S'              TO PAG-TIPO
           MOVE WRK-VENDA-BRL    TO PAG-VALOR-BRL
           MOVE WRK-CAIXA-ATUAL  TO PAG-CAIXA
           MOVE ZERO             TO PAG-DESCONTO
           MOVE ZERO             TO PAG-VALE
           MOVE ZERO             TO PAG-VALE-CARTAO
           MOVE WRK-LOJA-ATUAL   TO PAG-LOJA
           MOVE WRK-FORMA-PAGTO  TO PAG-FORMA
           MOVE ZERO             TO PAG-REF-DOC
           MOVE EMP-CODFILME-DIG TO PAG-CODFILME

           PERFORM 3187-ESCREVE-PAGAMENTO
           IF WRK-PAG-GRAVOU EQUAL 'N'
               MOVE 'Erro ao gravar pagamento' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               PERFORM 3149-CREDITA-PONTOS
               PERFORM 3680-EMITE-NFCE
           END-IF.

      *Cupom da venda de exemplar, acumulado no mesmo CUPOM.PRN
      *dos carrinhos de checkout (3130)
       3667-IMPRIME-CUPOM-VENDA  SECTION.
           OPEN EXTEND CUPOM
           IF CUPOM-STATUS EQUAL 35
               OPEN OUTPUT CUPOM
           END-IF

           MOVE ALL '=' TO WRK-LINHA-CUPOM
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE 'VENDA DE EXEMPLAR' TO WRK-LINHA-CUPOM
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING 'Data: '       DELIMITED BY SIZE
                  WRK-DATA-HOJE  DELIMITED BY SIZE
                  '  Recibo: '   DELIMITED BY SIZE
                  WRK-PROX-PAGAMENTO DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE WRK-VENDA-BRL TO WRK-VALOR-ED
           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING TITULO        DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  WRK-VALOR-ED  DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           IF WRK-NFE-NUMERO > ZERO
               PERFORM 3685-NFCE-LINHA-CUPOM
           END-IF

           MOVE ALL '=' TO WRK-LINHA-CUPOM
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           CLOSE CUPOM.

      *Emite a NFC-e do recibo recem-gravado em PAGAMENTOS-REG
      *(locacao do carrinho ou venda de exemplar). Com o
      *transmissor fiscal no ar o documento sai na serie normal e
      *vai para a fila NFCEFILA; fora do ar e numerado na serie de
      *contingencia e fica guardado para o passo NFCE da cadeia
      *noturna reenviar. Itens, imposto por componente vigente
      *(ALIQCOMP, como o 9838) e formas de pagamento ficam nas
      *linhas do documento; o cabecalho e gravado por ultimo, com
      *o desconto que fecha a soma dos itens com o valor cobrado
       3680-EMITE-NFCE  SECTION.
           MOVE ZERO TO WRK-NFE-NUMERO
           IF PAG-VALOR-BRL EQUAL ZERO
               GO TO 3680-EMITE-NFCE-FIM
           END-IF

           PERFORM 3683-NFCE-TRANSMISSOR
           IF WRK-NFE-ONLINE EQUAL 'S'
               MOVE '1' TO CTLNFCE-CHAVE
               MOVE 1 TO WRK-NFE-SERIE
               MOVE 'N' TO WRK-NFE-EMISSAO
           ELSE
               MOVE '9' TO CTLNFCE-CHAVE
               MOVE 900 TO WRK-NFE-SERIE
               MOVE 'C' TO WRK-NFE-EMISSAO
           END-IF
           READ CTLNFCE KEY IS CTLNFCE-CHAVE
           COMPUTE WRK-NFE-NUMERO = CTLNFCE-ULT-NUMERO + 1
           MOVE WRK-NFE-NUMERO TO CTLNFCE-ULT-NUMERO
           REWRITE CTLNFCE-REG

           MOVE SPACES TO WRK-NFE-CPF
           IF PAG-CLIENTE > ZERO
               MOVE PAG-CLIENTE TO COD-CLIENTE
               READ CLIENTES
                   NOT INVALID KEY
                       IF CLI-CPF NOT EQUAL ZERO
                           MOVE CLI-CPF TO WRK-NFE-CPF
                       END-IF
               END-READ
           END-IF

      *    Itens: o titulo vendido ou os itens do carrinho pelo
      *    valor de antes do rateio do pacote
           MOVE ZERO TO WRK-NFE-LINHA
           MOVE ZERO TO WRK-NFE-BRUTO
           IF PAGAMENTO-VENDA-EX
               ADD 1 TO WRK-NFE-LINHA
               PERFORM 3684-NFCE-NOVA-LINHA
               MOVE 'I' TO NFE-IT-TIPO
               MOVE PAG-CODFILME TO NFE-IT-CODIGO
               MOVE TITULO TO NFE-IT-DESCRICAO
               MOVE 1 TO NFE-IT-QTD
               MOVE PAG-VALOR-BRL TO NFE-IT-VALOR
               MOVE PAG-VALOR-IMPOSTO TO NFE-IT-IMPOSTO
               ADD NFE-IT-VALOR TO WRK-NFE-BRUTO
               WRITE NFCE-REG
           ELSE
               PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
                   ADD 1 TO WRK-NFE-LINHA
                   PERFORM 3684-NFCE-NOVA-LINHA
                   MOVE 'I' TO NFE-IT-TIPO
                   MOVE WRK-ITEM-CODFILME (WRK-IDX-ITEM)
                       TO NFE-IT-CODIGO
                   MOVE WRK-ITEM-TITULO (WRK-IDX-ITEM)
                       TO NFE-IT-DESCRICAO
                   MOVE 1 TO NFE-IT-QTD
                   COMPUTE NFE-IT-VALOR =
                       WRK-ITEM-BRL (WRK-IDX-ITEM)
                       + WRK-ITEM-PACOTE (WRK-IDX-ITEM)
                   MOVE WRK-ITEM-IMPOSTO-BRL (WRK-IDX-ITEM)
                       TO NFE-IT-IMPOSTO
                   ADD NFE-IT-VALOR TO WRK-NFE-BRUTO
                   WRITE NFCE-REG
      *            Protecao contra dano do item em linha propria
                   IF WRK-ITEM-PROT-BRL (WRK-IDX-ITEM) > ZERO
                       ADD 1 TO WRK-NFE-LINHA
                       PERFORM 3684-NFCE-NOVA-LINHA
                       MOVE 'I' TO NFE-IT-TIPO
                       MOVE WRK-ITEM-CODFILME (WRK-IDX-ITEM)
                           TO NFE-IT-CODIGO
                       MOVE 'PROTECAO CONTRA DANO'
                           TO NFE-IT-DESCRICAO
                       MOVE 1 TO NFE-IT-QTD
                       MOVE WRK-ITEM-PROT-BRL (WRK-IDX-ITEM)
                           TO NFE-IT-VALOR
                       MOVE WRK-ITEM-PROT-IMP (WRK-IDX-ITEM)
                           TO NFE-IT-IMPOSTO
                       ADD NFE-IT-VALOR TO WRK-NFE-BRUTO
                       WRITE NFCE-REG
                   END-IF
               END-PERFORM
           END-IF

      *    Imposto do recibo aberto por componente vigente na data
           MOVE WRK-LOCAL-ATUAL TO WRK-ALIQ-LOCAL
           IF PAG-LOJA NOT EQUAL SPACES
               MOVE PAG-LOJA TO LOJA-CODIGO
               READ LOJAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LOJA-LOCAL-ALIQ NOT EQUAL SPACES
                           MOVE LOJA-LOCAL-ALIQ TO WRK-ALIQ-LOCAL
                       END-IF
               END-READ
           END-IF
           MOVE PAG-DATA TO WRK-ALIQ-DATA
           PERFORM 3181-ALIQUOTA-VIGENTE
           IF WRK-QTD-AC > 0
              AND WRK-PERCENTUAL-ACHOU > ZERO
              AND PAG-VALOR-IMPOSTO > ZERO
               PERFORM VARYING WRK-IDX-AC FROM 1 BY 1
                   UNTIL WRK-IDX-AC > WRK-QTD-AC
                   ADD 1 TO WRK-NFE-LINHA
                   PERFORM 3684-NFCE-NOVA-LINHA
                   MOVE 'T' TO NFE-IT-TIPO
                   MOVE WRK-AC-NOME (WRK-IDX-AC) TO NFE-IT-CODIGO
                   MOVE WRK-AC-PCT (WRK-IDX-AC) TO NFE-IT-ALIQ
                   COMPUTE NFE-IT-VALOR ROUNDED =
                       PAG-VALOR-IMPOSTO
                       * WRK-AC-PCT (WRK-IDX-AC)
                       / WRK-PERCENTUAL-ACHOU
                   WRITE NFCE-REG
               END-PERFORM
           END-IF

      *    Formas de pagamento: o que entrou pela forma do recibo
      *    e a parte coberta por vale-presente
           IF PAG-VALOR-BRL > PAG-VALE
               ADD 1 TO WRK-NFE-LINHA
               PERFORM 3684-NFCE-NOVA-LINHA
               MOVE 'P' TO NFE-IT-TIPO
               MOVE PAG-FORMA TO NFE-IT-CODIGO
               MOVE PAG-TEF-BANDEIRA TO NFE-IT-DESCRICAO
               COMPUTE NFE-IT-VALOR = PAG-VALOR-BRL - PAG-VALE
               MOVE PAG-TEF-AUTORIZACAO TO NFE-IT-AUTORIZ
               WRITE NFCE-REG
           END-IF
           IF PAG-VALE > ZERO
               ADD 1 TO WRK-NFE-LINHA
               PERFORM 3684-NFCE-NOVA-LINHA
               MOVE 'P' TO NFE-IT-TIPO
               MOVE 'V' TO NFE-IT-CODIGO
               MOVE PAG-VALE TO NFE-IT-VALOR
               WRITE NFCE-REG
           END-IF

           IF WRK-NFE-BRUTO > PAG-VALOR-BRL
               COMPUTE WRK-NFE-DESCONTO =
                   WRK-NFE-BRUTO - PAG-VALOR-BRL
           ELSE
               MOVE ZERO TO WRK-NFE-DESCONTO
           END-IF
           MOVE ZERO TO WRK-NFE-LINHA
           PERFORM 3684-NFCE-NOVA-LINHA
           MOVE PAG-VALOR-BRL TO NFE-VALOR
           MOVE WRK-NFE-DESCONTO TO NFE-DESCONTO
           MOVE PAG-VALOR-IMPOSTO TO NFE-IMPOSTO
           WRITE NFCE-REG

           IF WRK-NFE-ONLINE EQUAL 'S'
               PERFORM 3682-NFCE-ENFILEIRA
           END-IF.
       3680-EMITE-NFCE-FIM.
           CONTINUE.

      *Monta em NFCE-REG a linha WRK-NFE-LINHA do documento
      *corrente, com os dados do recibo repetidos em todas as
      *linhas e os demais campos zerados
       3684-NFCE-NOVA-LINHA  SECTION.
           MOVE WRK-NFE-SERIE TO NFE-SERIE
           MOVE WRK-NFE-NUMERO TO NFE-NUMERO
           MOVE WRK-NFE-LINHA TO NFE-LINHA
           MOVE NUM-PAGAMENTO TO NFE-RECIBO
           MOVE PAG-DATA TO NFE-DATA
           MOVE PAG-LOJA TO NFE-LOJA
           MOVE WRK-NFE-CPF TO NFE-CPF
           MOVE ZERO TO NFE-VALOR
           MOVE ZERO TO NFE-DESCONTO
           MOVE ZERO TO NFE-IMPOSTO
           MOVE WRK-NFE-EMISSAO TO NFE-EMISSAO
           MOVE 'G' TO NFE-SITUACAO
           MOVE ZERO TO NFE-DATA-ENVIO
           MOVE SPACES TO NFE-CHAVE-ACESSO
           MOVE SPACES TO NFE-PROTOCOLO
           MOVE SPACES TO NFE-MOTIVO
           MOVE SPACE TO NFE-IT-TIPO
           MOVE SPACES TO NFE-IT-CODIGO
           MOVE SPACES TO NFE-IT-DESCRICAO
           MOVE ZERO TO NFE-IT-QTD
           MOVE ZERO TO NFE-IT-ALIQ
           MOVE ZERO TO NFE-IT-VALOR
           MOVE ZERO TO NFE-IT-IMPOSTO
           MOVE SPACES TO NFE-IT-AUTORIZ.

      *Poe o documento corrente na fila do transmissor: uma linha
      *por registro do documento e a linha FIM, e marca o
      *cabecalho como na fila; sem acesso a fila o documento fica
      *guardado e o passo NFCE da cadeia noturna o reenvia
       3682-NFCE-ENFILEIRA  SECTION.
           OPEN EXTEND NFCEFILA
           IF NFCEFILA-STATUS EQUAL 35
               OPEN OUTPUT NFCEFILA
           END-IF
           IF NFCEFILA-STATUS NOT EQUAL 0
               GO TO 3682-NFCE-ENFILEIRA-FIM
           END-IF

           MOVE WRK-NFE-SERIE TO NFE-SERIE
           MOVE WRK-NFE-NUMERO TO NFE-NUMERO
           MOVE ZERO TO NFE-LINHA
           START NFCE KEY IS NOT LESS THAN NFE-CHAVE
               INVALID KEY
                   MOVE 10 TO NFCE-STATUS
           END-START
           IF NFCE-STATUS EQUAL 0
               READ NFCE NEXT RECORD
               PERFORM UNTIL NFCE-STATUS NOT EQUAL 0
                  OR NFE-SERIE NOT EQUAL WRK-NFE-SERIE
                  OR NFE-NUMERO NOT EQUAL WRK-NFE-NUMERO
                   PERFORM 3681-NFCE-LINHA-FILA
                   READ NFCE NEXT RECORD
               END-PERFORM
           END-IF
           MOVE SPACES TO WRK-LINHA-CSV
           STRING 'FIM;'           DELIMITED BY SIZE
                  WRK-NFE-SERIE    DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WRK-NFE-NUMERO   DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE NFCEFILA-REG FROM WRK-LINHA-CSV
           CLOSE NFCEFILA

           MOVE WRK-NFE-SERIE TO NFE-SERIE
           MOVE WRK-NFE-NUMERO TO NFE-NUMERO
           MOVE ZERO TO NFE-LINHA
           READ NFCE KEY IS NFE-CHAVE
               NOT INVALID KEY
                   MOVE 'F' TO NFE-SITUACAO
                   MOVE PAG-DATA TO NFE-DATA-ENVIO
                   REWRITE NFCE-REG
           END-READ.
       3682-NFCE-ENFILEIRA-FIM.
           CONTINUE.

      *Uma linha da fila do transmissor a partir do registro
      *corrente de NFCE (mesmo formato do passo NFCE do
      *LOTE-NOTURNO):
      *NFCE;serie;numero;emissao;data;loja;recibo;cpf;valor;
      *    desconto;imposto
      *ITEM;codigo;descricao;qtd;valor;imposto
      *IMPOSTO;componente;aliquota;valor
      *PAG;forma;valor;bandeira;autorizacao
       3681-NFCE-LINHA-FILA  SECTION.
           MOVE SPACES TO WRK-LINHA-CSV
           MOVE NFE-IT-VALOR TO WRK-NFE-VALOR-ED
           EVALUATE TRUE
               WHEN NFE-LINHA EQUAL ZERO
                   MOVE NFE-VALOR TO WRK-NFE-VALOR-ED
                   MOVE NFE-DESCONTO TO WRK-NFE-DESC-ED
                   MOVE NFE-IMPOSTO TO WRK-NFE-IMPOSTO-ED
                   STRING 'NFCE;'           DELIMITED BY SIZE
                          NFE-SERIE         DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          NFE-NUMERO        DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          NFE-EMISSAO       DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          NFE-DATA          DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          NFE-LOJA          DELIMITED BY SPACE
                          ';'               DELIMITED BY SIZE
                          NFE-RECIBO        DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          NFE-CPF           DELIMITED BY SPACE
                          ';'               DELIMITED BY SIZE
                          WRK-NFE-VALOR-ED  DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          WRK-NFE-DESC-ED   DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          WRK-NFE-IMPOSTO-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
               WHEN NFCE-LINHA-ITEM
                   MOVE NFE-IT-IMPOSTO TO WRK-NFE-IMPOSTO-ED
                   MOVE NFE-IT-DESCRICAO TO WRK-CSV-CAMPO-IN
                   PERFORM 5185-PROTEGE-CAMPO
                   STRING 'ITEM;'           DELIMITED BY SIZE
                          NFE-IT-CODIGO     DELIMITED BY SPACE
                          ';'               DELIMITED BY SIZE
                          WRK-CSV-CAMPO-OUT DELIMITED BY '  '
                          ';'               DELIMITED BY SIZE
                          NFE-IT-QTD        DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          WRK-NFE-VALOR-ED  DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          WRK-NFE-IMPOSTO-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
               WHEN NFCE-LINHA-IMPOSTO
                   MOVE NFE-IT-ALIQ TO WRK-NFE-ALIQ-ED
                   STRING 'IMPOSTO;'        DELIMITED BY SIZE
                          NFE-IT-CODIGO     DELIMITED BY SPACE
                          ';'               DELIMITED BY SIZE
                          WRK-NFE-ALIQ-ED   DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          WRK-NFE-VALOR-ED  DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
               WHEN OTHER
                   STRING 'PAG;'            DELIMITED BY SIZE
                          NFE-IT-CODIGO     DELIMITED BY SPACE
                          ';'               DELIMITED BY SIZE
                          WRK-NFE-VALOR-ED  DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          NFE-IT-DESCRICAO  DELIMITED BY SPACE
                          ';'               DELIMITED BY SIZE
                          NFE-IT-AUTORIZ    DELIMITED BY SPACE
                          INTO WRK-LINHA-CSV
                   END-STRING
           END-EVALUATE
           WRITE NFCEFILA-REG FROM WRK-LINHA-CSV.

      *Transmissor fiscal no ar: NFCEST.TXT existe e comeca com
      *ON (o transmissor apaga ou troca o arquivo ao sair)
       3683-NFCE-TRANSMISSOR  SECTION.
           MOVE 'N' TO WRK-NFE-ONLINE
           OPEN INPUT NFCEST
           IF NFCEST-STATUS EQUAL 0
               READ NFCEST
               IF NFCEST-STATUS EQUAL 0
                  AND NFCEST-REG (1:2) EQUAL 'ON'
                   MOVE 'S' TO WRK-NFE-ONLINE
               END-IF
               CLOSE NFCEST
           END-IF.

      *Linhas da NFC-e no cupom (CUPOM ja aberto pelo chamador)
       3685-NFCE-LINHA-CUPOM  SECTION.
           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING 'NFC-e serie ' DELIMITED BY SIZE
                  WRK-NFE-SERIE  DELIMITED BY SIZE
                  ' numero '     DELIMITED BY SIZE
                  WRK-NFE-NUMERO DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM
           IF WRK-NFE-EMISSAO EQUAL 'C'
               MOVE 'EMITIDA EM CONTINGENCIA' TO WRK-LINHA-CUPOM
               WRITE CUPOM-REG FROM WRK-LINHA-CUPOM
           END-IF.

      *Serie do filme em WRK-SER-FILME: numero e nome da serie, a
      *parte que ele ocupa na ordem de exibicao, o total de partes
      *e o filme seguinte (WRK-SER-PROXIMO, zero quando o filme e
      *o ultimo da serie ou nao esta em nenhuma)
       3690-BUSCA-SERIE  SECTION.
           MOVE 'N' TO WRK-SER-ACHOU
           MOVE ZERO TO WRK-SER-NUMERO
           MOVE ZERO TO WRK-SER-PARTE
           MOVE ZERO TO WRK-SER-TOTAL
           MOVE ZERO TO WRK-SER-PROXIMO
           MOVE SPACES TO WRK-SER-NOME

           MOVE WRK-SER-FILME TO SER-CODFILME
           READ SERIES KEY IS SER-CODFILME
               INVALID KEY
                   GO TO 3690-BUSCA-SERIE-FIM
           END-READ
           MOVE 'S' TO WRK-SER-ACHOU
           MOVE SER-NUMERO TO WRK-SER-NUMERO
           MOVE SER-NOME TO WRK-SER-NOME

           MOVE WRK-SER-NUMERO TO SER-NUMERO
           MOVE ZERO TO SER-ORDEM
           START SERIES KEY IS NOT LESS THAN SER-CHAVE
               INVALID KEY
                   MOVE 10 TO SERIES-STATUS
           END-START
           IF SERIES-STATUS EQUAL 0
               READ SERIES NEXT RECORD
               PERFORM UNTIL SERIES-STATUS NOT EQUAL 0
                  OR SER-NUMERO NOT EQUAL WRK-SER-NUMERO
                   ADD 1 TO WRK-SER-TOTAL
                   IF SER-CODFILME EQUAL WRK-SER-FILME
                      AND WRK-SER-PARTE EQUAL ZERO
                       MOVE WRK-SER-TOTAL TO WRK-SER-PARTE
                   ELSE
                       IF WRK-SER-PARTE > ZERO
                          AND WRK-SER-PROXIMO EQUAL ZERO
                           MOVE SER-CODFILME TO WRK-SER-PROXIMO
                       END-IF
                   END-IF
                   READ SERIES NEXT RECORD
               END-PERFORM
           END-IF.

       3690-BUSCA-SERIE-FIM.
           CONTINUE.

      *Depois do checkin: se o filme devolvido (WRK-SER-FILME) tem
      *continuacao, mostra o proximo titulo da serie com as copias
      *Disponiveis e oferece a reserva para o cliente que devolveu
      *(WRK-SER-CLIENTE)
       3692-SUGERE-PROXIMO-SERIE  SECTION.
           PERFORM 3690-BUSCA-SERIE
           IF WRK-SER-PROXIMO EQUAL ZERO
               GO TO 3692-SUGERE-PROXIMO-SERIE-FIM
           END-IF
           MOVE WRK-SER-PROXIMO TO CODFILME
           READ FILMES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT FILME-INATIVO
                       MOVE ZERO TO WRK-SER-DISP
                       MOVE ZERO TO WRK-EX-RES-ACHOU
                       MOVE WRK-SER-PROXIMO TO EX-CODFILME
                       MOVE ZERO TO EX-NUMERO
                       START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
                           INVALID KEY
                               MOVE 10 TO EXEMPLARES-STATUS
                       END-START
                       IF EXEMPLARES-STATUS EQUAL 0
                           READ EXEMPLARES NEXT RECORD
                           PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                              OR EX-CODFILME NOT EQUAL WRK-SER-PROXIMO
                               IF EXEMPLAR-DISPONIVEL
                                   ADD 1 TO WRK-SER-DISP
                               END-IF
                               READ EXEMPLARES NEXT RECORD
                           END-PERFORM
                       END-IF

                       DISPLAY TELA
                       DISPLAY "Serie: " AT LINE 5 COLUMN 20
                       DISPLAY WRK-SER-NOME AT LINE 5 COLUMN 27
                       DISPLAY "Devolvida a parte " AT LINE 6 COLUMN 20
                       DISPLAY WRK-SER-PARTE AT LINE 6 COLUMN 38
                       DISPLAY "de" AT LINE 6 COLUMN 41
                       DISPLAY WRK-SER-TOTAL AT LINE 6 COLUMN 44
                       DISPLAY "Proximo da serie: " AT LINE 8 COLUMN 20
                       DISPLAY CODFILME AT LINE 8 COLUMN 38
                       DISPLAY TITULO AT LINE 8 COLUMN 45
                       DISPLAY "Copias disponiveis agora: "
                       AT LINE 9 COLUMN 20
                       DISPLAY WRK-SER-DISP AT LINE 9 COLUMN 47

      *                Cliente que ja esta na fila (ou com copia
      *                separada) do proximo titulo nao ganha uma segunda
      *                reserva
                       MOVE 'N' TO WRK-SER-JA-RESERVOU
                       MOVE ZERO TO NUM-RESERVA
                       START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
                           INVALID KEY
                               MOVE 10 TO RESERVAS-STATUS
                       END-START
                       IF RESERVAS-STATUS EQUAL 0
                           READ RESERVAS NEXT RECORD
                           PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                              OR WRK-SER-JA-RESERVOU EQUAL 'S'
                               IF RES-CLIENTE EQUAL WRK-SER-CLIENTE
                                  AND RES-CODFILME EQUAL WRK-SER-PROXIMO
                                  AND (RESERVA-AGUARDANDO
                                   OR RESERVA-ATENDIDA)
                                   MOVE 'S' TO WRK-SER-JA-RESERVOU
                               ELSE
                                   READ RESERVAS NEXT RECORD
                               END-IF
                           END-PERFORM
                       END-IF

                       IF WRK-SER-JA-RESERVOU EQUAL 'S'
                           DISPLAY "Cliente ja tem reserva deste titulo"
                           AT LINE 11 COLUMN 20
                       ELSE
                           MOVE SPACE TO WRK-SER-ESCOLHA
                           DISPLAY "Reservar para o cliente? (S/N): "
                           AT LINE 11 COLUMN 20
                           ACCEPT WRK-SER-ESCOLHA AT LINE 11 COLUMN 53
                           IF WRK-SER-ESCOLHA EQUAL 'S'
                              OR WRK-SER-ESCOLHA EQUAL 's'
                               PERFORM 3694-RESERVA-PROXIMO-SERIE
                           END-IF
                       END-IF

                       DISPLAY "Tecle enter para voltar ao menu"
                       AT LINE 14 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 52
                   END-IF
           END-READ.

       3692-SUGERE-PROXIMO-SERIE-FIM.
           CONTINUE.

      *Reserva o proximo titulo da serie para o cliente, como a
      *reserva de um pedido de titulo (4970): havendo copia
      *Disponivel ela ja fica separada (reserva Atendida e copia
      *Reservada), senao o cliente entra na fila do titulo
       3694-RESERVA-PROXIMO-SERIE  SECTION.
           MOVE ZERO TO WRK-EX-RES-ACHOU
           MOVE WRK-SER-PROXIMO TO EX-CODFILME
           MOVE ZERO TO EX-NUMERO
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                  OR EX-CODFILME NOT EQUAL WRK-SER-PROXIMO
                  OR WRK-EX-RES-ACHOU NOT EQUAL ZERO
                   IF EXEMPLAR-DISPONIVEL
      *                Copia de prensagem em recall nao vai para
      *                a reserva, como na locacao (3175)
                       MOVE EX-CODFILME TO WRK-RCL-CODFILME
                       MOVE EX-NUMERO TO WRK-RCL-EXEMPLAR
                       PERFORM 9596-CONFERE-RECALL
                       IF WRK-RCL-PENDENTE EQUAL 'N'
                           MOVE EX-NUMERO TO WRK-EX-RES-ACHOU
                       ELSE
                           READ EXEMPLARES NEXT RECORD
                       END-IF
                   ELSE
                       READ EXEMPLARES NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE '1' TO CTLRES-CHAVE
           READ CTLRES KEY IS CTLRES-CHAVE
           COMPUTE WRK-PROX-RESERVA = CTLRES-ULT-NUMERO + 1
           MOVE WRK-PROX-RESERVA TO NUM-RESERVA
           MOVE WRK-SER-PROXIMO TO RES-CODFILME
           MOVE WRK-SER-CLIENTE TO RES-CLIENTE
           MOVE WRK-DATA-HOJE TO RES-DATA
           IF WRK-EX-RES-ACHOU NOT EQUAL ZERO
               MOVE 'T' TO RES-STATUS
               MOVE WRK-DATA-HOJE TO RES-DATA-ATENDIDA
           ELSE
               MOVE 'A' TO RES-STATUS
               MOVE ZERO TO RES-DATA-ATENDIDA
           END-IF
           WRITE RESERVAS-REG
               INVALID KEY
                   MOVE 'Erro ao gravar reserva' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE '3694-RESERVA-PROXIMO-SERIE'
                       TO WRK-ERL-PARAGRAFO
                   MOVE 'RESERVAS' TO WRK-ERL-ARQUIVO
                   MOVE 'WRITE' TO WRK-ERL-OPERACAO
                   MOVE RESERVAS-STATUS TO WRK-ERL-STATUS
                   MOVE NUM-RESERVA TO WRK-ERL-CHAVE
                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
                   GO TO 3694-RESERVA-PROXIMO-SERIE-FIM
           END-WRITE
           MOVE NUM-RESERVA TO CTLRES-ULT-NUMERO
           REWRITE CTLRES-REG
           MOVE 'I' TO WRK-JRN-OPER
           PERFORM 5206-JORNAL-RESERVAS

           IF WRK-EX-RES-ACHOU NOT EQUAL ZERO
               MOVE 'R' TO EX-STATUS
               REWRITE EXEMPLARES-REG
               MOVE 'A' TO WRK-JRN-OPER
               PERFORM 5205-JORNAL-EXEMPLARES
               DISPLAY "Separar o exemplar " AT LINE 13 COLUMN 20
               DISPLAY EX-NUMERO AT LINE 13 COLUMN 40
           ELSE
               DISPLAY "Cliente na fila do titulo"
               AT LINE 13 COLUMN 20
           END-IF
           DISPLAY "Reserva numero " AT LINE 12 COLUMN 20
           DISPLAY WRK-PROX-RESERVA AT LINE 12 COLUMN 36.

       3694-RESERVA-PROXIMO-SERIE-FIM.
           CONTINUE.

      *Le o cadastro de equipamento da unidade do emprestimo
      *corrente (EMP-CODFILME/EMP-EXEMPLAR): WRK-EQP-ACHOU = S
      *quando a unidade e um equipamento locavel
       3695-LE-EQUIPAMENTO  SECTION.
           MOVE EMP-CODFILME TO EQP-CODFILME
           MOVE EMP-EXEMPLAR TO EQP-EXEMPLAR
           READ EQUIPAMENTOS
               INVALID KEY
                   MOVE 'N' TO WRK-EQP-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-EQP-ACHOU
           END-READ.

      *Caucao do equipamento no checkout: a unidade achada pelo
      *3175 exige a caucao do cadastro; o deposito Retido do
      *cliente (DEPOSITOS) ou a caucao ja tomada para outro item
      *do mesmo carrinho cobre a exigencia. Faltando, o cliente
      *deixa a caucao (gravada no 3697 com o carrinho) ou o item
      *nao entra (WRK-EQP-OK = N)
       3696-CAUCAO-EQUIPAMENTO  SECTION.
           MOVE 'S' TO WRK-EQP-OK
           MOVE ZERO TO WRK-EQP-CAUCAO-ITEM
           MOVE EMP-CODFILME-DIG TO EQP-CODFILME
           MOVE WRK-EX-ACHOU TO EQP-EXEMPLAR
           READ EQUIPAMENTOS
               INVALID KEY
                   GO TO 3696-CAUCAO-EQUIPAMENTO-FIM
           END-READ
           IF EQP-CAUCAO NOT EQUAL ZERO
               MOVE ZERO TO WRK-EQP-RETIDO
               MOVE EMP-CLIENTE-DIG TO DEP-CLIENTE
               READ DEPOSITOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEPOSITO-RETIDO
                           MOVE DEP-VALOR TO WRK-EQP-RETIDO
                       END-IF
               END-READ
               PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
                   IF WRK-ITEM-CAUCAO (WRK-IDX-ITEM) > WRK-EQP-RETIDO
                       MOVE WRK-ITEM-CAUCAO (WRK-IDX-ITEM)
                           TO WRK-EQP-RETIDO
                   END-IF
               END-PERFORM
               IF WRK-EQP-RETIDO LESS THAN EQP-CAUCAO
                   DISPLAY "Equipamento - caucao: " AT LINE 20 COLUMN 35
                   DISPLAY EQP-CAUCAO AT LINE 20 COLUMN 58
                   DISPLAY "Retido: " AT LINE 20 COLUMN 68
                   DISPLAY WRK-EQP-RETIDO AT LINE 20 COLUMN 76
                   MOVE SPACE TO WRK-EQP-RESPOSTA
                   DISPLAY "Cliente deixa a caucao? (S/N): "
                   AT LINE 21 COLUMN 35
                   ACCEPT WRK-EQP-RESPOSTA AT LINE 21 COLUMN 67
                   IF WRK-EQP-RESPOSTA = 'S' OR WRK-EQP-RESPOSTA = 's'
                       MOVE EQP-CAUCAO TO WRK-EQP-CAUCAO-ITEM
                   ELSE
                       MOVE 'N' TO WRK-EQP-OK
                       MOVE 'Equipamento exige caucao' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   END-IF
                   DISPLAY " " AT LINE 20 COLUMN 35 ERASE EOL
                   DISPLAY " " AT LINE 21 COLUMN 35 ERASE EOL
               END-IF
           END-IF.

       3696-CAUCAO-EQUIPAMENTO-FIM.
           CONTINUE.

      *Grava a caucao de equipamento do item confirmado no
      *deposito do cliente: sem registro grava um Retido novo;
      *deposito ja devolvido, abatido ou menor que a caucao passa
      *a Retido pelo valor exigido (o cliente completou a
      *diferenca no balcao, como na tomada do 4050)
       3697-GRAVA-CAUCAO-EQUIP  SECTION.
           MOVE EMP-CLIENTE-DIG TO DEP-CLIENTE
           READ DEPOSITOS
               INVALID KEY
                   MOVE EMP-CLIENTE-DIG TO DEP-CLIENTE
                   MOVE WRK-ITEM-CAUCAO (WRK-IDX-ITEM) TO DEP-VALOR
                   MOVE WRK-DATA-HOJE TO DEP-DATA
                   MOVE WRK-OPERADOR TO DEP-OPERADOR
                   MOVE 'R' TO DEP-STATUS
                   MOVE ZERO TO DEP-DATA-BAIXA
                   WRITE DEPOSITOS-REG
                       INVALID KEY
                           MOVE 'Erro ao gravar caucao' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE '3697-GRAVA-CAUCAO-EQUIP'
                               TO WRK-ERL-PARAGRAFO
                           MOVE 'DEPOSITOS' TO WRK-ERL-ARQUIVO
                           MOVE 'WRITE' TO WRK-ERL-OPERACAO
                           MOVE DEPOSITOS-STATUS TO WRK-ERL-STATUS
                           MOVE DEP-CLIENTE TO WRK-ERL-CHAVE
                           PERFORM 5196-GRAVA-ERRO-ARQUIVO
                   END-WRITE
               NOT INVALID KEY
                   IF NOT DEPOSITO-RETIDO
                      OR DEP-VALOR < WRK-ITEM-CAUCAO (WRK-IDX-ITEM)
                       MOVE WRK-ITEM-CAUCAO (WRK-IDX-ITEM)
                           TO DEP-VALOR
                       MOVE WRK-DATA-HOJE TO DEP-DATA
                       MOVE WRK-OPERADOR TO DEP-OPERADOR
                       MOVE 'R' TO DEP-STATUS
                       MOVE ZERO TO DEP-DATA-BAIXA
                       REWRITE DEPOSITOS-REG
                   END-IF
           END-READ

           MOVE WRK-ITEM-CODFILME (WRK-IDX-ITEM) TO CODFILME
           MOVE 'CAUCAO' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'VALOR=' DELIMITED BY SIZE
                  WRK-ITEM-CAUCAO (WRK-IDX-ITEM) DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA.

      *Conferencia do kit no checkin de equipamento: mostra o
      *numero de serie e pergunta acessorio por acessorio se
      *voltou; a soma dos que faltaram vai como sugestao da taxa
      *de dano (3215) e a falta fica na trilha de auditoria
       3698-CONFERE-ACESSORIOS  SECTION.
           MOVE ZERO TO WRK-EQP-FALTA
           MOVE ZERO TO WRK-EQP-QTD-FALTA
           PERFORM 3695-LE-EQUIPAMENTO
           IF WRK-EQP-ACHOU EQUAL 'N'
               GO TO 3698-CONFERE-ACESSORIOS-FIM
           END-IF

           DISPLAY "Equipamento - serie: " AT LINE 7 COLUMN 20
           DISPLAY EQP-SERIE AT LINE 7 COLUMN 42
           MOVE 8 TO WRK-EQP-LINHA
           PERFORM VARYING WRK-EQP-IDX FROM 1 BY 1
               UNTIL WRK-EQP-IDX > 6
               IF EQP-ACES-DESCR (WRK-EQP-IDX) NOT EQUAL SPACES
                   DISPLAY EQP-ACES-DESCR (WRK-EQP-IDX)
                   AT LINE WRK-EQP-LINHA COLUMN 20
                   DISPLAY "voltou? (S/N): "
                   AT LINE WRK-EQP-LINHA COLUMN 42
                   MOVE SPACE TO WRK-EQP-RESPOSTA
                   ACCEPT WRK-EQP-RESPOSTA
                   AT LINE WRK-EQP-LINHA COLUMN 58
                   IF WRK-EQP-RESPOSTA NOT EQUAL 'S'
                      AND WRK-EQP-RESPOSTA NOT EQUAL 's'
                       ADD EQP-ACES-VALOR (WRK-EQP-IDX)
                           TO WRK-EQP-FALTA
                       ADD 1 TO WRK-EQP-QTD-FALTA
                   END-IF
                   ADD 1 TO WRK-EQP-LINHA
               END-IF
           END-PERFORM

           IF WRK-EQP-QTD-FALTA > ZERO
               MOVE EMP-CODFILME TO CODFILME
               MOVE 'ACESSFAL' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'ITENS=' DELIMITED BY SIZE
                      WRK-EQP-QTD-FALTA DELIMITED BY SIZE
                      ' SERIE=' DELIMITED BY SIZE
                      EQP-SERIE DELIMITED BY SPACE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA
               IF WRK-EQP-FALTA > ZERO
                   MOVE EMP-CODFILME TO CODFILME
                   READ FILMES
                       INVALID KEY
                           MOVE ZERO TO PRECO-COMPRA
                   END-READ
                   PERFORM 3215-COBRA-DANO
               END-IF
           END-IF
           MOVE ZERO TO WRK-EQP-FALTA.

       3698-CONFERE-ACESSORIOS-FIM.
           CONTINUE.

      *Fechamento do dia de negocio: grava o corte do dia (data,
      *operador, locacoes e receita do dia) e bloqueia checkout,
      *checkin e pagamentos dessa data ate um supervisor reabrir;
      *os numeros do dia passam a ter um instante de corte
       3800-FECHA-DIA  SECTION.
           MOVE "Fechar o dia" TO WRK-MODULO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY TELA
           MOVE WRK-DATA-HOJE TO FD-DATA
           READ FECHADIA
               NOT INVALID KEY
                   IF DIA-FECHADO
                       MOVE 'Dia ja esta fechado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       DISPLAY "Tecle enter para voltar ao menu"
                       AT LINE 20 COLUMN 35
                       ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 70
                       GO TO 3800-FECHA-DIA-FIM
                   END-IF
           END-READ

           DISPLAY "Confirma o fechamento de hoje? (S/N): "
           AT LINE 5 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 5 COLUMN 59
           IF WRK-ESCOLHA NOT EQUAL 'S' AND WRK-ESCOLHA NOT EQUAL 's'
               DISPLAY "Fechamento cancelado" AT LINE 7 COLUMN 20
               GO TO 3800-FECHA-DIA-FIM
           END-IF

      *    Seguras do dia nao retiradas voltam para a prateleira
           PERFORM 3645-LIBERA-SEGURAS

      *    Totais do dia: locacoes feitas e dinheiro recebido
           MOVE 0 TO WRK-FD-LOCACOES
           PERFORM 3478-REINICIA-ABERTOS
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   IF NOT EMPRESTIMO-ESTORNADO
                      AND EMP-DATA-RETIRADA EQUAL WRK-DATA-HOJE
                       ADD 1 TO WRK-FD-LOCACOES
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF

           MOVE 0 TO WRK-FD-RECEITA
           MOVE 0 TO WRK-FD-DINHEIRO
           MOVE 0 TO WRK-FD-CARTAO
           MOVE 0 TO WRK-FD-PIX
      *    Caminho direto pela chave alternada por data
           MOVE WRK-DATA-HOJE TO PAG-DATA
           START PAGAMENTOS KEY IS NOT LESS THAN PAG-DATA
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START
           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
               PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                   OR PAG-DATA NOT EQUAL WRK-DATA-HOJE
                   IF PAG-DATA EQUAL WRK-DATA-HOJE
                       IF PAGAMENTO-ESTORNO
                          OR PAGAMENTO-NOTA-CRED
      *                    So a parte em dinheiro saiu da gaveta;
      *                    a fatia do vale voltou para o cartao
      *                    (mesma conta do fechamento de sessao)
                           COMPUTE WRK-SES-LIQ =
                               PAG-VALE - PAG-VALOR-BRL
                       ELSE
                           COMPUTE WRK-SES-LIQ =
                               PAG-VALOR-BRL - PAG-VALE
                       END-IF
                       ADD WRK-SES-LIQ TO WRK-FD-RECEITA
                       EVALUATE TRUE
                           WHEN FORMA-CARTAO
                               ADD WRK-SES-LIQ TO WRK-FD-CARTAO
                           WHEN FORMA-PIX
                               ADD WRK-SES-LIQ TO WRK-FD-PIX
                           WHEN OTHER
                               ADD WRK-SES-LIQ TO WRK-FD-DINHEIRO
                       END-EVALUATE
                   END-IF
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM
           END-IF

           MOVE WRK-DATA-HOJE TO FD-DATA
           MOVE WRK-OPERADOR TO FD-OPERADOR
           MOVE WRK-FD-LOCACOES TO FD-QTD-LOCACOES
           MOVE WRK-FD-RECEITA TO FD-RECEITA
           MOVE 'F' TO FD-STATUS
           WRITE FECHADIA-REG
               INVALID KEY
                   REWRITE FECHADIA-REG
           END-WRITE

           MOVE ZERO TO CODFILME
           MOVE 'FECHADIA' TO WRK-AUD-OPERACAO
           PERFORM 5190-GRAVA-AUDITORIA

      *    Relatorio Z completo do dia, guardado como arquivo
      *    datado para reimpressao (3850)
           MOVE WRK-DATA-HOJE TO WRK-ZREP-DATA
           PERFORM 3840-GERA-RELATORIO-Z

           DISPLAY "Dia fechado" AT LINE 7 COLUMN 20
           DISPLAY "Locacoes do dia: " AT LINE 9 COLUMN 20
           DISPLAY WRK-FD-LOCACOES AT LINE 9 COLUMN 38
           DISPLAY "Receita do dia : " AT LINE 10 COLUMN 20
           DISPLAY WRK-FD-RECEITA AT LINE 10 COLUMN 38
           MOVE WRK-FD-DINHEIRO TO WRK-SES-FORMA-ED
           DISPLAY "Dinheiro: " AT LINE 11 COLUMN 20
           DISPLAY WRK-SES-FORMA-ED AT LINE 11 COLUMN 31
           MOVE WRK-FD-CARTAO TO WRK-SES-FORMA-ED
           DISPLAY "Cartao: " AT LINE 11 COLUMN 45
           DISPLAY WRK-SES-FORMA-ED AT LINE 11 COLUMN 53
           MOVE WRK-FD-PIX TO WRK-SES-FORMA-ED
           DISPLAY "Pix: " AT LINE 11 COLUMN 67
           DISPLAY WRK-SES-FORMA-ED AT LINE 11 COLUMN 72
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

       3800-FECHA-DIA-FIM.
           CONTINUE.

      *Relatorio Z completo do dia em WRK-ZREP-DATA: receitas por
      *natureza de pagamento, imposto recolhido, descontos dados,
      *vales vendidos e resgatados, depositos tomados e devolvidos
      *e o total por sessao de caixa, impresso no espirito do 9400
      *e gravado como ZAAAAMMDD.PRN, um arquivo por dia
       3840-GERA-RELATORIO-Z  SECTION.
           MOVE 0 TO WRK-Z-LOC
           MOVE 0 TO WRK-Z-MUL
           MOVE 0 TO WRK-Z-VALE
           MOVE 0 TO WRK-Z-EST
           MOVE 0 TO WRK-Z-VEN
           MOVE 0 TO WRK-Z-CON
           MOVE 0 TO WRK-Z-ASS
           MOVE 0 TO WRK-Z-NC
           MOVE 0 TO WRK-Z-PRE
           MOVE 0 TO WRK-Z-IMP
           MOVE 0 TO WRK-Z-DESC
           MOVE 0 TO WRK-Z-VALE-VEND
           MOVE 0 TO WRK-Z-VALE-RESG
           MOVE 0 TO WRK-Z-DEP-TOM
           MOVE 0 TO WRK-Z-DEP-DEV
           MOVE 0 TO WRK-QTD-Z-CX

      *    Pagamentos do dia, pela chave alternada por data
           MOVE WRK-ZREP-DATA TO PAG-DATA
           START PAGAMENTOS KEY IS NOT LESS THAN PAG-DATA
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START
           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
               PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                   OR PAG-DATA NOT EQUAL WRK-ZREP-DATA
                   PERFORM 3842-SOMA-PAGAMENTO-Z
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM
           END-IF

      *    Vales do dia (vendidos e resgatados)
           MOVE LOW-VALUES TO VC-CHAVE
           START VALECRED KEY IS NOT LESS THAN VC-CHAVE
               INVALID KEY
                   MOVE 10 TO VALECRED-STATUS
           END-START
           IF VALECRED-STATUS EQUAL 0
               READ VALECRED NEXT RECORD
               PERFORM UNTIL VALECRED-STATUS NOT EQUAL 0
      *            Credito de indicacao nao passa pela gaveta
                   IF VC-DATA EQUAL WRK-ZREP-DATA
                       IF VALE-VENDA
                           ADD VC-VALOR TO WRK-Z-VALE-VEND
                       END-IF
                       IF VALE-RESGATE
                           ADD VC-VALOR TO WRK-Z-VALE-RESG
                       END-IF
                   END-IF
                   READ VALECRED NEXT RECORD
               END-PERFORM
           END-IF

      *    Depositos caucao do dia
           MOVE LOW-VALUES TO DEP-CLIENTE
           START DEPOSITOS KEY IS NOT LESS THAN DEP-CLIENTE
               INVALID KEY
                   MOVE 10 TO DEPOSITOS-STATUS
           END-START
           IF DEPOSITOS-STATUS EQUAL 0
               READ DEPOSITOS NEXT RECORD
               PERFORM UNTIL DEPOSITOS-STATUS NOT EQUAL 0
                   IF DEP-DATA EQUAL WRK-ZREP-DATA
                       ADD DEP-VALOR TO WRK-Z-DEP-TOM
                   END-IF
                   IF DEPOSITO-DEVOLVIDO
                      AND DEP-DATA-BAIXA EQUAL WRK-ZREP-DATA
                       ADD DEP-VALOR TO WRK-Z-DEP-DEV
                   END-IF
                   READ DEPOSITOS NEXT RECORD
               END-PERFORM
           END-IF

      *    Impressao do relatorio no arquivo datado
           MOVE SPACES TO WRK-ZREP-PATH
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'Z'          DELIMITED BY SIZE
                  WRK-ZREP-DATA DELIMITED BY SIZE
                  '.PRN'       DELIMITED BY SIZE
                  INTO WRK-ZREP-PATH
           END-STRING
           OPEN OUTPUT ZREPORT

           MOVE ALL '=' TO WRK-LINHA-IMP
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'RELATORIO Z - DIA ' DELIMITED BY SIZE
                  WRK-ZREP-DATA DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           MOVE ALL '=' TO WRK-LINHA-IMP
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP

           MOVE WRK-Z-LOC TO WRK-Z-VALOR-ED
           PERFORM 3844-LINHA-Z-VALOR
           MOVE 'Locacoes              ' TO WRK-LINHA-IMP (1:22)
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           MOVE WRK-Z-MUL TO WRK-Z-VALOR-ED
           PERFORM 3844-LINHA-Z-VALOR
           MOVE 'Multas                ' TO WRK-LINHA-IMP (1:22)
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           MOVE WRK-Z-VALE TO WRK-Z-VALOR-ED
           PERFORM 3844-LINHA-Z-VALOR
           MOVE 'Vales vendidos (cx)   ' TO WRK-LINHA-IMP (1:22)
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           MOVE WRK-Z-VEN TO WRK-Z-VALOR-ED
           PERFORM 3844-LINHA-Z-VALOR
           MOVE 'Vendas de exemplar    ' TO WRK-LINHA-IMP (1:22)
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           MOVE WRK-Z-CON TO WRK-Z-VALOR-ED
           PERFORM 3844-LINHA-Z-VALOR
           MOVE 'Faturas conta casa    ' TO WRK-LINHA-IMP (1:22)
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           MOVE WRK-Z-ASS TO WRK-Z-VALOR-ED
           PERFORM 3844-LINHA-Z-VALOR
           MOVE 'Mensalidades de plano ' TO WRK-LINHA-IMP (1:22)
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           MOVE WRK-Z-PRE TO WRK-Z-VALOR-ED
           PERFORM 3844-LINHA-Z-VALOR
           MOVE 'Pacotes pre-pagos     ' TO WRK-LINHA-IMP (1:22)
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           MOVE WRK-Z-EST TO WRK-Z-VALOR-ED
           PERFORM 3844-LINHA-Z-VALOR
           MOVE 'Estornos              ' TO WRK-LINHA-IMP (1:22)
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           MOVE WRK-Z-NC TO WRK-Z-VALOR-ED
           PERFORM 3844-LINHA-Z-VALOR
           MOVE 'Notas de credito      ' TO WRK-LINHA-IMP (1:22)
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           MOVE WRK-Z-IMP TO WRK-Z-VALOR-ED
           PERFORM 3844-LINHA-Z-VALOR
           MOVE 'Imposto embutido      ' TO WRK-LINHA-IMP (1:22)
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           MOVE WRK-Z-DESC TO WRK-Z-VALOR-ED
           PERFORM 3844-LINHA-Z-VALOR
           MOVE 'Descontos dados       ' TO WRK-LINHA-IMP (1:22)
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           MOVE WRK-Z-VALE-VEND TO WRK-Z-VALOR-ED
           PERFORM 3844-LINHA-Z-VALOR
           MOVE 'Vales carregados      ' TO WRK-LINHA-IMP (1:22)
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           MOVE WRK-Z-VALE-RESG TO WRK-Z-VALOR-ED
           PERFORM 3844-LINHA-Z-VALOR
           MOVE 'Vales resgatados      ' TO WRK-LINHA-IMP (1:22)
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           MOVE WRK-Z-DEP-TOM TO WRK-Z-VALOR-ED
           PERFORM 3844-LINHA-Z-VALOR
           MOVE 'Depositos tomados     ' TO WRK-LINHA-IMP (1:22)
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           MOVE WRK-Z-DEP-DEV TO WRK-Z-VALOR-ED
           PERFORM 3844-LINHA-Z-VALOR
           MOVE 'Depositos devolvidos  ' TO WRK-LINHA-IMP (1:22)
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP

           MOVE ALL '-' TO WRK-LINHA-IMP
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           MOVE 'Por sessao de caixa:' TO WRK-LINHA-IMP
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           PERFORM VARYING WRK-IDX-Z-CX FROM 1 BY 1
               UNTIL WRK-IDX-Z-CX > WRK-QTD-Z-CX
               MOVE WRK-Z-CX-TOT (WRK-IDX-Z-CX) TO WRK-Z-VALOR-ED
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Sessao ' DELIMITED BY SIZE
                      WRK-Z-CX-NUM (WRK-IDX-Z-CX) DELIMITED BY SIZE
                      '   ' DELIMITED BY SIZE
                      WRK-Z-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           END-PERFORM

           MOVE ALL '=' TO WRK-LINHA-IMP
           WRITE ZREPORT-REG FROM WRK-LINHA-IMP
           CLOSE ZREPORT
           MOVE 'ZREPORT' TO WRK-SPL-RELATORIO
           MOVE SPACES TO WRK-SPL-PARAMETROS
           STRING 'DATA=' DELIMITED BY SIZE
                  WRK-ZREP-DATA DELIMITED BY SIZE
                  INTO WRK-SPL-PARAMETROS
           END-STRING
           MOVE WRK-ZREP-PATH TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO.

      *Prepara a linha padrao valor-a-direita do relatorio Z (o
      *rotulo e colocado pelo chamador na frente)
       3844-LINHA-Z-VALOR  SECTION.
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE WRK-Z-VALOR-ED TO WRK-LINHA-IMP (30:13).

      *Soma o pagamento corrente nos totais do relatorio Z
       3842-SOMA-PAGAMENTO-Z  SECTION.
           EVALUATE TRUE
               WHEN PAGAMENTO-LOCACAO
                   ADD PAG-VALOR-BRL TO WRK-Z-LOC
               WHEN PAGAMENTO-MULTA
                   ADD PAG-VALOR-BRL TO WRK-Z-MUL
               WHEN PAGAMENTO-VALE
                   ADD PAG-VALOR-BRL TO WRK-Z-VALE
               WHEN PAGAMENTO-ESTORNO
                   ADD PAG-VALOR-BRL TO WRK-Z-EST
               WHEN PAGAMENTO-VENDA-EX
                   ADD PAG-VALOR-BRL TO WRK-Z-VEN
               WHEN PAGAMENTO-CONTA
                   ADD PAG-VALOR-BRL TO WRK-Z-CON
               WHEN PAGAMENTO-ASSINATURA
                   ADD PAG-VALOR-BRL TO WRK-Z-ASS
               WHEN PAGAMENTO-NOTA-CRED
                   ADD PAG-VALOR-BRL TO WRK-Z-NC
               WHEN PAGAMENTO-PREPAGO
                   ADD PAG-VALOR-BRL TO WRK-Z-PRE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF PAGAMENTO-ESTORNO OR PAGAMENTO-NOTA-CRED
               SUBTRACT PAG-VALOR-IMPOSTO FROM WRK-Z-IMP
           ELSE
               ADD PAG-VALOR-IMPOSTO TO WRK-Z-IMP
               ADD PAG-DESCONTO TO WRK-Z-DESC
           END-IF

      *    Balde da sessao de caixa do pagamento
           MOVE 'N' TO WRK-Z-CX-ACHOU
           PERFORM VARYING WRK-IDX-Z-CX FROM 1 BY 1
               UNTIL WRK-IDX-Z-CX > WRK-QTD-Z-CX
               IF WRK-Z-CX-NUM (WRK-IDX-Z-CX) EQUAL PAG-CAIXA
                   MOVE 'S' TO WRK-Z-CX-ACHOU
      *            O balde da sessao confere com a gaveta: a fatia
      *            paga com vale nao passa pelo dinheiro
                   IF PAGAMENTO-ESTORNO OR PAGAMENTO-NOTA-CRED
                       COMPUTE WRK-Z-CX-TOT (WRK-IDX-Z-CX) =
                           WRK-Z-CX-TOT (WRK-IDX-Z-CX)
                           + PAG-VALE - PAG-VALOR-BRL
                   ELSE
                       COMPUTE WRK-Z-CX-TOT (WRK-IDX-Z-CX) =
                           WRK-Z-CX-TOT (WRK-IDX-Z-CX)
                           + PAG-VALOR-BRL - PAG-VALE
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-Z-CX-ACHOU EQUAL 'N'
              AND WRK-QTD-Z-CX < 10
               ADD 1 TO WRK-QTD-Z-CX
               MOVE PAG-CAIXA TO WRK-Z-CX-NUM (WRK-QTD-Z-CX)
               IF PAGAMENTO-ESTORNO OR PAGAMENTO-NOTA-CRED
                   COMPUTE WRK-Z-CX-TOT (WRK-QTD-Z-CX) =
                       PAG-VALE - PAG-VALOR-BRL
               ELSE
                   COMPUTE WRK-Z-CX-TOT (WRK-QTD-Z-CX) =
                       PAG-VALOR-BRL - PAG-VALE
               END-IF
           END-IF.

      *Reimpressao do relatorio Z de qualquer dia passado, direto
      *dos arquivos de movimento
       3850-REIMPRIME-Z  SECTION.
           MOVE "Reimprimir Z" TO WRK-MODULO.
           MOVE ZERO TO WRK-ZREP-DATA

           DISPLAY TELA
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               DISPLAY "Dia do relatorio (AAAAMMDD): "
               AT LINE 5 COLUMN 20
               ACCEPT WRK-ZREP-DATA AT LINE 5 COLUMN 50
               MOVE WRK-ZREP-DATA TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM

           PERFORM 3840-GERA-RELATORIO-Z

           DISPLAY "Relatorio Z regravado no arquivo do dia"
           AT LINE 8 COLUMN 20
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 10 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 52.

      *Reabertura do dia fechado (so o supervisor chega aqui, ver
      *o despacho do menu), deixando rastro na auditoria
       3805-REABRE-DIA  SECTION.
           MOVE "Reabrir o dia" TO WRK-MODULO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY TELA
           MOVE WRK-DATA-HOJE TO FD-DATA
           READ FECHADIA
               INVALID KEY
                   MOVE 'O dia nao esta fechado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   IF DIA-FECHADO
                       MOVE 'R' TO FD-STATUS
                       REWRITE FECHADIA-REG
                       MOVE ZERO TO CODFILME
                       MOVE 'REABRDIA' TO WRK-AUD-OPERACAO
                       PERFORM 5190-GRAVA-AUDITORIA
                       DISPLAY "Dia reaberto" AT LINE 7 COLUMN 20
                   ELSE
                       MOVE 'O dia nao esta fechado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   END-IF
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 10 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 52.

      *Confere se o dia de negocio de hoje ja foi fechado (e nao
      *reaberto); com WRK-DIA-ENCERRADO = S o balcao nao
      *transaciona. O mes contabil fechado tranca do mesmo jeito:
      *depois que os livros foram entregues ao contador, nada mais
      *posta dentro do mes
       3810-VERIFICA-DIA-FECHADO  SECTION.
           MOVE 'N' TO WRK-DIA-ENCERRADO
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-DATA-HOJE TO FD-DATA
           READ FECHADIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DIA-FECHADO
                       MOVE 'S' TO WRK-DIA-ENCERRADO
                   END-IF
           END-READ

           MOVE WRK-DATA-HOJE (1:6) TO WRK-FM-MES-DIG
           PERFORM 3815-VERIFICA-MES-FECHADO
           IF WRK-MES-FECHADO EQUAL 'S'
               MOVE 'S' TO WRK-DIA-ENCERRADO
           END-IF.

      *Confere se o mes em WRK-FM-MES-DIG esta contabilmente
      *fechado (FECHAMES com situacao F)
       3815-VERIFICA-MES-FECHADO  SECTION.
           MOVE 'N' TO WRK-MES-FECHADO
           MOVE WRK-FM-MES-DIG TO FM-MES
           READ FECHAMES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MES-FECHADO
                       MOVE 'S' TO WRK-MES-FECHADO
                   END-IF
           END-READ.

      *Fechamento do mes contabil pelo supervisor: grava o corte,
      *gera a exportacao fiscal do mes como parte do fechamento e
      *deixa o rastro na auditoria; a partir daqui o 3810 trava
      *qualquer lancamento com data dentro do mes
       3860-FECHA-MES  SECTION.
           MOVE "Fechar o mes" TO WRK-MODULO.
           MOVE ZERO TO WRK-FM-MES-DIG

           DISPLAY TELA
           DISPLAY "Mes a fechar (AAAAMM): " AT LINE 5 COLUMN 20
           ACCEPT WRK-FM-MES-DIG AT LINE 5 COLUMN 44

           IF WRK-FM-MES-DIG EQUAL ZERO
               MOVE 'Informe o mes' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               PERFORM 3815-VERIFICA-MES-FECHADO
               IF WRK-MES-FECHADO EQUAL 'S'
                   MOVE 'Mes ja esta fechado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
                   DISPLAY "Confirma o fechamento? (S/N): "
                   AT LINE 7 COLUMN 20
                   ACCEPT WRK-ESCOLHA AT LINE 7 COLUMN 51
                   IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       MOVE WRK-FM-MES-DIG TO FM-MES
                       MOVE WRK-OPERADOR TO FM-OPERADOR
                       MOVE WRK-DATA-HOJE TO FM-DATA-FECH
                       MOVE 'F' TO FM-STATUS
                       WRITE FECHAMES-REG
                           INVALID KEY
                               REWRITE FECHAMES-REG
                       END-WRITE

      *                A exportacao fiscal do mes sai junto com o
      *                fechamento, nunca mais atrasada
                       MOVE WRK-FM-MES-DIG TO WRK-FIS-MES
                       PERFORM 9820-GERA-FISCAL-MES

                       MOVE ZERO TO CODFILME
                       MOVE 'FECHAMES' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'MES=' DELIMITED BY SIZE
                              WRK-FM-MES-DIG DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA

                       DISPLAY "Mes fechado e fiscal gerado"
                       AT LINE 9 COLUMN 20
                   ELSE
                       DISPLAY "Fechamento cancelado"
                       AT LINE 9 COLUMN 20
                   END-IF
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Reabertura de um mes contabil, so pelo administrador e com
      *rastro na auditoria
       3865-REABRE-MES  SECTION.
           MOVE "Reabrir o mes" TO WRK-MODULO.
           MOVE ZERO TO WRK-FM-MES-DIG

           DISPLAY TELA
           DISPLAY "Mes a reabrir (AAAAMM): " AT LINE 5 COLUMN 20
           ACCEPT WRK-FM-MES-DIG AT LINE 5 COLUMN 45

           MOVE WRK-FM-MES-DIG TO FM-MES
           READ FECHAMES
               INVALID KEY
                   MOVE 'O mes nao esta fechado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   IF MES-FECHADO
                       MOVE 'R' TO FM-STATUS
                       REWRITE FECHAMES-REG
                       MOVE ZERO TO CODFILME
                       MOVE 'REABRMES' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'MES=' DELIMITED BY SIZE
                              WRK-FM-MES-DIG DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA
                       DISPLAY "Mes reaberto" AT LINE 7 COLUMN 20
                   ELSE
                       MOVE 'O mes nao esta fechado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   END-IF
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 10 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 52.

      *Fecha a sessao de caixa do turno: soma em BRL os pagamentos
      *gravados com o numero da sessao, pede o valor contado na
      *gaveta e apura a sobra/falta, gravando o resultado no
      *registro da sessao e uma linha de historico em FECHCAIXA.CSV
       3900-FECHA-CAIXA  SECTION.
           IF WRK-CAIXA-ATUAL EQUAL ZERO
               CONTINUE
           ELSE
               MOVE 0 TO WRK-TOTAL-SESSAO
               MOVE 0 TO WRK-SES-DINHEIRO
               MOVE 0 TO WRK-SES-CARTAO
               MOVE 0 TO WRK-SES-PIX
      *        Caminho direto pela chave alternada da sessao, sem
      *        varrer o arquivo inteiro de pagamentos
               MOVE WRK-CAIXA-ATUAL TO PAG-CAIXA
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-CAIXA
                   INVALID KEY
                       MOVE 10 TO PAGAMENTOS-STATUS
               END-START
               IF PAGAMENTOS-STATUS EQUAL 0
                   READ PAGAMENTOS NEXT RECORD
               END-IF
               PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                   OR PAG-CAIXA NOT EQUAL WRK-CAIXA-ATUAL
                   IF PAG-CAIXA EQUAL WRK-CAIXA-ATUAL
                       IF PAGAMENTO-ESTORNO
                          OR PAGAMENTO-NOTA-CRED
      *                    So a parte em dinheiro saiu da gaveta;
      *                    a fatia do vale voltou para o cartao
                           COMPUTE WRK-SES-LIQ =
                               PAG-VALE - PAG-VALOR-BRL
                       ELSE
                           COMPUTE WRK-SES-LIQ =
                               PAG-VALOR-BRL - PAG-VALE
                       END-IF
                       ADD WRK-SES-LIQ TO WRK-TOTAL-SESSAO
                       EVALUATE TRUE
                           WHEN FORMA-CARTAO
                               ADD WRK-SES-LIQ TO WRK-SES-CARTAO
                           WHEN FORMA-PIX
                               ADD WRK-SES-LIQ TO WRK-SES-PIX
                           WHEN OTHER
                               ADD WRK-SES-LIQ TO WRK-SES-DINHEIRO
                       END-EVALUATE
                   END-IF
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM

               DISPLAY TELA
               DISPLAY "Fechamento da sessao de caixa "
               AT LINE 5 COLUMN 20
               DISPLAY WRK-CAIXA-ATUAL AT LINE 5 COLUMN 51

               MOVE WRK-TOTAL-SESSAO TO WRK-TOTAL-SESSAO-ED
               DISPLAY "Total registrado no sistema (BRL): "
               AT LINE 7 COLUMN 20
               DISPLAY WRK-TOTAL-SESSAO-ED AT LINE 7 COLUMN 56

               MOVE WRK-SES-DINHEIRO TO WRK-SES-FORMA-ED
               DISPLAY "Dinheiro: " AT LINE 8 COLUMN 20
               DISPLAY WRK-SES-FORMA-ED AT LINE 8 COLUMN 31
               MOVE WRK-SES-CARTAO TO WRK-SES-FORMA-ED
               DISPLAY "Cartao: " AT LINE 8 COLUMN 45
               DISPLAY WRK-SES-FORMA-ED AT LINE 8 COLUMN 53
               MOVE WRK-SES-PIX TO WRK-SES-FORMA-ED
               DISPLAY "Pix: " AT LINE 8 COLUMN 67
               DISPLAY WRK-SES-FORMA-ED AT LINE 8 COLUMN 72

      *        Sangrias e suprimentos da sessao mudam o que deve
      *        estar fisicamente na gaveta na hora da contagem
               MOVE 0 TO WRK-MC-SANGRIA
               MOVE 0 TO WRK-MC-SUPRI
               MOVE WRK-CAIXA-ATUAL TO MC-CAIXA
               MOVE ZERO TO MC-SEQ
               START MOVCAIXA KEY IS NOT LESS THAN MC-CHAVE
                   INVALID KEY
                       MOVE 10 TO MOVCAIXA-STATUS
               END-START
               IF MOVCAIXA-STATUS EQUAL 0
                   READ MOVCAIXA NEXT RECORD
                   PERFORM UNTIL MOVCAIXA-STATUS NOT EQUAL 0
                      OR MC-CAIXA NOT EQUAL WRK-CAIXA-ATUAL
                       IF MOV-SANGRIA
                           ADD MC-VALOR TO WRK-MC-SANGRIA
                       ELSE
                           ADD MC-VALOR TO WRK-MC-SUPRI
                       END-IF
                       READ MOVCAIXA NEXT RECORD
                   END-PERFORM
               END-IF
               IF WRK-MC-SANGRIA > 0 OR WRK-MC-SUPRI > 0
                   DISPLAY "Sangrias: " AT LINE 10 COLUMN 20
                   DISPLAY WRK-MC-SANGRIA AT LINE 10 COLUMN 31
                   DISPLAY "Suprimentos: " AT LINE 10 COLUMN 48
                   DISPLAY WRK-MC-SUPRI AT LINE 10 COLUMN 62
               END-IF

               MOVE 0 TO WRK-VALOR-CONTADO
               DISPLAY "Valor contado na gaveta: "
               AT LINE 9 COLUMN 20
               ACCEPT WRK-VALOR-CONTADO AT LINE 9 COLUMN 46

      *        A gaveta so guarda o dinheiro vivo (cartao e pix
      *        ficam na maquininha), ja descontadas as sangrias e
      *        somados os suprimentos do turno
               COMPUTE WRK-DIF-CAIXA =
                   WRK-VALOR-CONTADO -
                   (WRK-SES-DINHEIRO - WRK-MC-SANGRIA
                    + WRK-MC-SUPRI)
               MOVE WRK-DIF-CAIXA TO WRK-DIF-CAIXA-ED

               DISPLAY "Diferenca (contado - sistema): "
               AT LINE 11 COLUMN 20
               DISPLAY WRK-DIF-CAIXA-ED AT LINE 11 COLUMN 52

               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-CAIXA-ATUAL TO NUM-CAIXA
               READ CAIXA KEY IS NUM-CAIXA
                   NOT INVALID KEY
                       MOVE WRK-DATA-HOJE TO CX-DATA-FECHAMENTO
                       MOVE WRK-TOTAL-SESSAO TO CX-VALOR-SISTEMA
                       MOVE WRK-VALOR-CONTADO TO CX-VALOR-CONTADO
                       MOVE 'F' TO CX-STATUS
                       REWRITE CAIXA-REG
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5208-JORNAL-CAIXA
               END-READ

               OPEN EXTEND CAIXAREL
               IF CAIXAREL-STATUS EQUAL 35
                   OPEN OUTPUT CAIXAREL
               END-IF
               MOVE SPACES TO WRK-LINHA-CSV
               STRING WRK-DATA-HOJE      DELIMITED BY SIZE
                      ";"                DELIMITED BY SIZE
                      WRK-CAIXA-ATUAL    DELIMITED BY SIZE
                      ";"                DELIMITED BY SIZE
                      WRK-OPERADOR       DELIMITED BY SIZE
                      ";Sistema="        DELIMITED BY SIZE
                      WRK-TOTAL-SESSAO-ED DELIMITED BY SIZE
                      ";Contado="        DELIMITED BY SIZE
                      WRK-VALOR-CONTADO  DELIMITED BY SIZE
                      ";Diferenca="      DELIMITED BY SIZE
                      WRK-DIF-CAIXA-ED   DELIMITED BY SIZE
                      ";Dinheiro="       DELIMITED BY SIZE
                      WRK-SES-DINHEIRO   DELIMITED BY SIZE
                      ";Cartao="         DELIMITED BY SIZE
                      WRK-SES-CARTAO     DELIMITED BY SIZE
                      ";Pix="            DELIMITED BY SIZE
                      WRK-SES-PIX        DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE CAIXAREL-REG FROM WRK-LINHA-CSV
               CLOSE CAIXAREL

      *        O CAIXAREL acumula os fechamentos: o spool leva so a
      *        linha deste
               MOVE 'CAIXAREL' TO WRK-SPL-RELATORIO
               MOVE SPACES TO WRK-SPL-PARAMETROS
               STRING 'CAIXA=' DELIMITED BY SIZE
                      WRK-CAIXA-ATUAL DELIMITED BY SIZE
                      INTO WRK-SPL-PARAMETROS
               END-STRING
               PERFORM 9666-ABRE-SPOOL
               MOVE WRK-LINHA-CSV TO WRK-SPL-LINHA
               PERFORM 9665-LINHA-SPOOL
               PERFORM 9664-FECHA-SPOOL

               PERFORM 3905-PONTO-SAIDA

               DISPLAY "Tecle enter para encerrar"
               AT LINE 13 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 48
           END-IF.

      *Saida do ponto no fechamento do turno: fecha a entrada
      *aberta mais recente do operador quando ela e de hoje ou de
      *ontem (turno que virou a noite); entrada mais velha que
      *isso fica para a correcao do supervisor (9770)
       3905-PONTO-SAIDA  SECTION.
           MOVE WRK-LOGIN-COD TO WRK-HP-OPERADOR
           PERFORM 3906-ACHA-PONTO-ABERTO
           IF WRK-HP-QTD-ABERTOS EQUAL ZERO
               GO TO 3905-PONTO-SAIDA-FIM
           END-IF
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           PERFORM 3151-RECUA-UM-DIA
           MOVE WRK-DATA-CALC TO WRK-HP-ONTEM
           IF WRK-HP-ULT-DATA EQUAL WRK-DATA-HOJE
              OR WRK-HP-ULT-DATA EQUAL WRK-HP-ONTEM
               MOVE SPACE TO WRK-HP-RESP
               DISPLAY "Registrar saida do ponto (S/N)? "
               AT LINE 12 COLUMN 20
               ACCEPT WRK-HP-RESP AT LINE 12 COLUMN 53
               IF WRK-HP-RESP EQUAL 'S' OR WRK-HP-RESP EQUAL 's'
                   ACCEPT WRK-HP-HORA-SIS FROM TIME
                   MOVE WRK-LOGIN-COD TO PTO-OPERADOR
                   MOVE WRK-HP-ULT-DATA TO PTO-DATA
                   MOVE WRK-HP-ULT-HORA TO PTO-ENTRADA
                   READ PONTO KEY IS PTO-CHAVE
                       NOT INVALID KEY
                           MOVE WRK-DATA-HOJE TO PTO-SAIDA-DATA
                           MOVE WRK-HP-HORA-SIS (1:4) TO PTO-SAIDA
                           MOVE 'F' TO PTO-STATUS
                           REWRITE PONTO-REG
                   END-READ
               END-IF
           END-IF.

       3905-PONTO-SAIDA-FIM.
           CONTINUE.

      *Percorre as marcacoes do operador em WRK-HP-OPERADOR e
      *guarda a entrada aberta mais antiga e a mais recente
       3906-ACHA-PONTO-ABERTO  SECTION.
           MOVE 0 TO WRK-HP-QTD-ABERTOS
           MOVE 0 TO WRK-HP-PRI-DATA
           MOVE 0 TO WRK-HP-PRI-HORA
           MOVE 0 TO WRK-HP-ULT-DATA
           MOVE 0 TO WRK-HP-ULT-HORA
           MOVE WRK-HP-OPERADOR TO PTO-OPERADOR
           MOVE ZERO TO PTO-DATA
           MOVE ZERO TO PTO-ENTRADA
           START PONTO KEY IS NOT LESS THAN PTO-CHAVE
               INVALID KEY
                   MOVE 10 TO PONTO-STATUS
           END-START
           IF PONTO-STATUS EQUAL 0
               READ PONTO NEXT RECORD
               PERFORM UNTIL PONTO-STATUS NOT EQUAL 0
                   OR PTO-OPERADOR NOT EQUAL WRK-HP-OPERADOR
                   IF PONTO-ABERTO
                       ADD 1 TO WRK-HP-QTD-ABERTOS
                       IF WRK-HP-QTD-ABERTOS EQUAL 1
                           MOVE PTO-DATA TO WRK-HP-PRI-DATA
                           MOVE PTO-ENTRADA TO WRK-HP-PRI-HORA
                       END-IF
                       MOVE PTO-DATA TO WRK-HP-ULT-DATA
                       MOVE PTO-ENTRADA TO WRK-HP-ULT-HORA
                   END-IF
                   READ PONTO NEXT RECORD
               END-PERFORM
           END-IF.

      *Movimento de gaveta no meio do turno: Sangria tira o
      *excesso de dinheiro para o cofre, sUprimento poe troco;
      *cada movimento leva operador, aprovacao de supervisor e
      *motivo, entra no que a gaveta deve ter no fechamento e
      *deixa rastro na auditoria
       3920-MOVIMENTO-GAVETA  SECTION.
           MOVE "Movimento gaveta" TO WRK-MODULO.
           MOVE SPACE TO WRK-MC-TIPO-DIG
           MOVE ZERO TO WRK-MC-VALOR-DIG
           MOVE SPACES TO WRK-MC-MOTIVO-DIG

           IF WRK-CAIXA-ATUAL EQUAL ZERO
               DISPLAY TELA
               MOVE 'Sem sessao de caixa aberta' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               DISPLAY TELA
               DISPLAY "S-angria ou sU-primento? " AT LINE 5 COLUMN 20
               ACCEPT WRK-MC-TIPO-DIG AT LINE 5 COLUMN 46
               IF WRK-MC-TIPO-DIG EQUAL 's'
                   MOVE 'S' TO WRK-MC-TIPO-DIG
               END-IF
               IF WRK-MC-TIPO-DIG EQUAL 'u'
                   MOVE 'U' TO WRK-MC-TIPO-DIG
               END-IF

               DISPLAY "Valor: " AT LINE 6 COLUMN 20
               ACCEPT WRK-MC-VALOR-DIG AT LINE 6 COLUMN 28
               PERFORM UNTIL WRK-MC-MOTIVO-DIG NOT EQUAL SPACES
                   DISPLAY "Motivo: " AT LINE 7 COLUMN 20
                   ACCEPT WRK-MC-MOTIVO-DIG AT LINE 7 COLUMN 29
               END-PERFORM

               IF (WRK-MC-TIPO-DIG NOT EQUAL 'S' AND
                   WRK-MC-TIPO-DIG NOT EQUAL 'U')
                  OR WRK-MC-VALOR-DIG EQUAL ZERO
                   MOVE 'Tipo ou valor invalido' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
               PERFORM 3925-APROVA-SUPERVISOR
               IF WRK-MC-APROV-OK EQUAL 'N'
                   CONTINUE
               ELSE
      *            Proxima sequencia da sessao
                   MOVE 0 TO WRK-MC-ULT-SEQ
                   MOVE WRK-CAIXA-ATUAL TO MC-CAIXA
                   MOVE ZERO TO MC-SEQ
                   START MOVCAIXA KEY IS NOT LESS THAN MC-CHAVE
                       INVALID KEY
                           MOVE 10 TO MOVCAIXA-STATUS
                   END-START
                   IF MOVCAIXA-STATUS EQUAL 0
                       READ MOVCAIXA NEXT RECORD
                       PERFORM UNTIL MOVCAIXA-STATUS NOT EQUAL 0
                          OR MC-CAIXA NOT EQUAL WRK-CAIXA-ATUAL
                           MOVE MC-SEQ TO WRK-MC-ULT-SEQ
                           READ MOVCAIXA NEXT RECORD
                       END-PERFORM
                   END-IF

                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-CAIXA-ATUAL TO MC-CAIXA
                   COMPUTE MC-SEQ = WRK-MC-ULT-SEQ + 1
                   MOVE WRK-MC-TIPO-DIG TO MC-TIPO
                   MOVE WRK-MC-VALOR-DIG TO MC-VALOR
                   MOVE WRK-DATA-HOJE TO MC-DATA
                   MOVE WRK-OPERADOR TO MC-OPERADOR
                   MOVE WRK-MC-SUP-DIG TO MC-SUPERVISOR
                   MOVE WRK-MC-MOTIVO-DIG TO MC-MOTIVO

                   WRITE MOVCAIXA-REG
                       INVALID KEY
                           MOVE 'Erro ao gravar movimento'
                               TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE '3920-MOVIMENTO-GAVETA'
                               TO WRK-ERL-PARAGRAFO
                           MOVE 'MOVCAIXA' TO WRK-ERL-ARQUIVO
                           MOVE 'WRITE' TO WRK-ERL-OPERACAO
                           MOVE MOVCAIXA-STATUS TO WRK-ERL-STATUS
                           MOVE MC-CHAVE TO WRK-ERL-CHAVE
                           PERFORM 5196-GRAVA-ERRO-ARQUIVO
                       NOT INVALID KEY
                           MOVE ZERO TO CODFILME
                           MOVE 'GAVETA' TO WRK-AUD-OPERACAO
                           MOVE SPACES TO WRK-AUD-DETALHE
                           STRING 'TIPO=' DELIMITED BY SIZE
                                  WRK-MC-TIPO-DIG DELIMITED BY SIZE
                                  ' VALOR=' DELIMITED BY SIZE
                                  WRK-MC-VALOR-DIG
                                  DELIMITED BY SIZE
                                  INTO WRK-AUD-DETALHE
                           END-STRING
                           PERFORM 5190-GRAVA-AUDITORIA
                           DISPLAY "Movimento registrado"
                           AT LINE 9 COLUMN 20
                   END-WRITE
               END-IF
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Pergunta quem e o supervisor que aprova o movimento da
      *gaveta e confere codigo e perfil em OPERADORES: o aprovador
      *fica em MC-SUPERVISOR separado do operador da sessao, para
      *a conferencia da gaveta saber quem autorizou o que
       3925-APROVA-SUPERVISOR  SECTION.
           MOVE 'N' TO WRK-MC-APROV-OK
           MOVE SPACES TO WRK-MC-SUP-DIG
           DISPLAY "Supervisor que aprova: " AT LINE 8 COLUMN 20
           ACCEPT WRK-MC-SUP-DIG AT LINE 8 COLUMN 44
           MOVE WRK-MC-SUP-DIG TO OP-CODIGO
           READ OPERADORES
               INVALID KEY
                   MOVE 'Supervisor nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   IF OPERADOR-SUPERVISOR OR OPERADOR-ADMIN
                       MOVE 'S' TO WRK-MC-APROV-OK
                   ELSE
                       MOVE 'Perfil sem alcada de supervisor'
                           TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   END-IF
           END-READ.

      *Zera valores dos inputs de cliente
       3700-ZERA-CLIENTE  SECTION.
           MOVE ZERO TO COD-CLIENTE.
           MOVE SPACES TO NOME-CLIENTE.
           MOVE SPACES TO TELEFONE-CLIENTE.
           MOVE SPACES TO ENDERECO-CLIENTE.
           MOVE 'A' TO STATUS-CLIENTE.
           MOVE SPACES TO CLI-PLANO.
           MOVE ZERO TO CLI-PAGO-ATE.
           MOVE ZERO TO CLI-DATA-CADASTRO.
           MOVE 'N' TO CLI-CONTA-CASA.
           MOVE ZERO TO CLI-LIMITE-CONTA.
           MOVE ZERO TO CLI-PIN.
           MOVE ZERO TO CLI-DATA-NASC.
           MOVE ZERO TO CLI-RESPONSAVEL.
           MOVE ZERO TO CLI-DATA-ALTERACAO.
           MOVE SPACES TO CLI-LOJA-ORIGEM.
           MOVE SPACES TO CLI-EMAIL.
           MOVE SPACES TO CLI-OPT-SMS.
           MOVE SPACES TO CLI-OPT-EMAIL.
           MOVE SPACES TO CLI-OPT-CARTA.
           MOVE ZERO TO CLI-CONSENT-DATA.
           MOVE SPACES TO CLI-CONSENT-OPERADOR.
           MOVE ZERO TO CLI-CPF.
           MOVE ZERO TO CLI-INDICADO-POR.
           MOVE SPACE TO CLI-IND-SITUACAO.
           MOVE ZERO TO CLI-IND-CUPOM.
           MOVE ZERO TO CLI-IND-VALOR.
           MOVE ZERO TO CLI-IND-DATA.
           MOVE ZERO TO CLI-IND-DATA-EST.
           MOVE SPACES TO WRK-ERRO.
           MOVE 1 TO WRK-TECLA.

      *Captura o plano de assinatura do cliente e a data paga,
      *validando o codigo contra a tabela de planos (branco = sem
      *plano); usada na inclusao e na alteracao de clientes
       3750-CAPTURA-PLANO  SECTION.
           DISPLAY "Plano (branco = nenhum): " AT LINE 12 COLUMN 35
           ACCEPT CLI-PLANO AT LINE 12 COLUMN 61
           IF CLI-PLANO NOT EQUAL SPACES
               MOVE CLI-PLANO TO PLN-CODIGO
               READ PLANOS
                   INVALID KEY
                       MOVE 'Plano inexistente' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE SPACES TO CLI-PLANO
                       MOVE ZERO TO CLI-PAGO-ATE
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-DATA-OK
                       PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
                           DISPLAY "Pago ate (AAAAMMDD): "
                           AT LINE 13 COLUMN 35
                           ACCEPT CLI-PAGO-ATE AT LINE 13 COLUMN 57
                           MOVE CLI-PAGO-ATE TO WRK-DATA-VALIDAR
                           PERFORM 3155-VALIDA-DATA
                           IF WRK-DATA-OK EQUAL 'N'
                               MOVE 'Data invalida' TO WRK-ERRO
                               DISPLAY TELA-ERRO ERASE EOL
                           END-IF
                       END-PERFORM
               END-READ
           ELSE
               MOVE ZERO TO CLI-PAGO-ATE
           END-IF.

      *Captura a marcacao de conta da casa do cliente e o limite
      *de credito dela; usada na inclusao e na alteracao
       3760-CAPTURA-CONTA  SECTION.
           DISPLAY "Conta da casa? (S/N): " AT LINE 14 COLUMN 35
           ACCEPT CLI-CONTA-CASA AT LINE 14 COLUMN 58
           IF CLIENTE-CONTA-CASA
               DISPLAY "Limite de credito: " AT LINE 14 COLUMN 62
               ACCEPT CLI-LIMITE-CONTA AT LINE 14 COLUMN 82
           ELSE
               MOVE 'N' TO CLI-CONTA-CASA
               MOVE ZERO TO CLI-LIMITE-CONTA
           END-IF

      *    PIN do autoatendimento (zero desliga o kiosque para
      *    este cliente)
           DISPLAY "PIN do kiosque (0 = sem): " AT LINE 15 COLUMN 35
           ACCEPT CLI-PIN AT LINE 15 COLUMN 62

      *    Nascimento para a classificacao indicativa no checkout
      *    (zero = nao informado, qualquer outra coisa precisa ser
      *    um dia de calendario real)
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               DISPLAY "Nascimento (AAAAMMDD): "
               AT LINE 16 COLUMN 35
               ACCEPT CLI-DATA-NASC AT LINE 16 COLUMN 59
               IF CLI-DATA-NASC EQUAL ZERO
                   MOVE 'S' TO WRK-DATA-OK
               ELSE
                   MOVE CLI-DATA-NASC TO WRK-DATA-VALIDAR
                   PERFORM 3155-VALIDA-DATA
                   IF WRK-DATA-OK EQUAL 'N'
                       MOVE 'Data invalida' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   END-IF
               END-IF
           END-PERFORM

      *    Responsavel da familia (dependente aponta o titular);
      *    nao da para validar aqui sem perder o registro que esta
      *    sendo digitado no buffer, entao um codigo inexistente e
      *    simplesmente tratado como titular na hora do uso (3140)
           DISPLAY "Responsavel (0 = titular): "
           AT LINE 17 COLUMN 35
           ACCEPT CLI-RESPONSAVEL AT LINE 17 COLUMN 63.

      *Captura o e-mail e o consentimento de contato por canal
      *(SMS, e-mail, carta), exigindo S ou N em cada um; quando
      *alguma marcacao muda, grava a data e o operador que a
      *colheu; usada na inclusao e na alteracao
       3770-CAPTURA-CONTATO  SECTION.
           MOVE CLI-OPT-SMS TO WRK-OPT-ANT-SMS
           MOVE CLI-OPT-EMAIL TO WRK-OPT-ANT-EMAIL
           MOVE CLI-OPT-CARTA TO WRK-OPT-ANT-CARTA

           DISPLAY "E-mail: " AT LINE 18 COLUMN 35
           ACCEPT CLI-EMAIL AT LINE 18 COLUMN 43

           MOVE 'N' TO WRK-OPT-OK
           PERFORM UNTIL WRK-OPT-OK EQUAL 'S'
               DISPLAY "Aceita SMS: " AT LINE 19 COLUMN 35
               ACCEPT CLI-OPT-SMS AT LINE 19 COLUMN 47
               DISPLAY "E-mail: " AT LINE 19 COLUMN 50
               ACCEPT CLI-OPT-EMAIL AT LINE 19 COLUMN 58
               DISPLAY "Carta: " AT LINE 19 COLUMN 61
               ACCEPT CLI-OPT-CARTA AT LINE 19 COLUMN 68
               INSPECT CLI-OPT-SMS CONVERTING 'sn' TO 'SN'
               INSPECT CLI-OPT-EMAIL CONVERTING 'sn' TO 'SN'
               INSPECT CLI-OPT-CARTA CONVERTING 'sn' TO 'SN'
               IF (CLI-OPT-SMS EQUAL 'S' OR CLI-OPT-SMS EQUAL 'N')
                  AND (CLI-OPT-EMAIL EQUAL 'S'
                       OR CLI-OPT-EMAIL EQUAL 'N')
                  AND (CLI-OPT-CARTA EQUAL 'S'
                       OR CLI-OPT-CARTA EQUAL 'N')
                   MOVE 'S' TO WRK-OPT-OK
               ELSE
                   MOVE 'Responda S ou N' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM

           IF CLI-OPT-SMS NOT EQUAL WRK-OPT-ANT-SMS
              OR CLI-OPT-EMAIL NOT EQUAL WRK-OPT-ANT-EMAIL
              OR CLI-OPT-CARTA NOT EQUAL WRK-OPT-ANT-CARTA
              OR CLI-CONSENT-DATA EQUAL ZERO
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-DATA-HOJE TO CLI-CONSENT-DATA
               MOVE WRK-OPERADOR TO CLI-CONSENT-OPERADOR
           END-IF.

      *Captura o CPF do cliente (zero = nao informado), exigindo
      *digitos verificadores certos e que nenhum outro cliente ja
      *tenha o mesmo numero; usada na inclusao e na alteracao
       3780-CAPTURA-CPF  SECTION.
           MOVE 'N' TO WRK-CPF-OK
           PERFORM UNTIL WRK-CPF-OK EQUAL 'S'
               DISPLAY "CPF (0 = nao informado): "
               AT LINE 20 COLUMN 35
               ACCEPT CLI-CPF AT LINE 20 COLUMN 61
               IF CLI-CPF EQUAL ZERO
                   MOVE 'S' TO WRK-CPF-OK
               ELSE
                   MOVE CLI-CPF TO WRK-CPF-VERIF-X
                   PERFORM 3173-VALIDA-CPF
                   IF WRK-CPF-OK EQUAL 'N'
                       MOVE 'CPF invalido' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       MOVE CLI-CPF TO WRK-CPF-BUSCA
                       MOVE COD-CLIENTE TO WRK-CPF-DONO
                       PERFORM 3174-CPF-EM-USO
                       IF WRK-CPF-OUTRO NOT EQUAL ZERO
                           MOVE 'N' TO WRK-CPF-OK
                           MOVE SPACES TO WRK-ERRO
                           STRING 'CPF ja e do cliente '
                                  DELIMITED BY SIZE
                                  WRK-CPF-OUTRO DELIMITED BY SIZE
                                  INTO WRK-ERRO
                           END-STRING
                           DISPLAY TELA-ERRO ERASE EOL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *Captura o cliente que indicou o novo cadastro (programa de
      *indicacao): zero = ninguem; senao precisa ser um cliente
      *ativo ja cadastrado e diferente do proprio. O registro em
      *digitacao e guardado em WRK-CLI-SALVO enquanto o indicador
      *e lido, como no 3174; usada so na inclusao
       3790-CAPTURA-INDICACAO  SECTION.
           MOVE 'N' TO WRK-IND-OK
           PERFORM UNTIL WRK-IND-OK EQUAL 'S'
               MOVE ZERO TO WRK-IND-CODIGO
               DISPLAY "Indicado por (0 = ninguem): "
               AT LINE 21 COLUMN 35
               ACCEPT WRK-IND-CODIGO AT LINE 21 COLUMN 64
               IF WRK-IND-CODIGO EQUAL ZERO
                   MOVE 'S' TO WRK-IND-OK
               ELSE
                   IF WRK-IND-CODIGO EQUAL COD-CLIENTE
                       MOVE 'Cliente nao indica a si mesmo'
                           TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       MOVE CLIENTES-REG TO WRK-CLI-SALVO
                       MOVE WRK-IND-CODIGO TO COD-CLIENTE
                       READ CLIENTES
                           INVALID KEY
                               MOVE 'Indicador nao cadastrado'
                                   TO WRK-ERRO
                           NOT INVALID KEY
                               IF CLIENTE-ATIVO
                                   MOVE 'S' TO WRK-IND-OK
                               ELSE
                                   MOVE 'Indicador inativo'
                                       TO WRK-ERRO
                               END-IF
                       END-READ
                       MOVE WRK-CLI-SALVO TO CLIENTES-REG
                       IF WRK-IND-OK EQUAL 'N'
                           DISPLAY TELA-ERRO ERASE EOL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WRK-IND-CODIGO TO CLI-INDICADO-POR.

      *Abre um pedido de entrega em domicilio: cliente (com as
      *mesmas regras de bloqueio do checkout), endereco (o do
      *cadastro quando o campo fica em branco), data e janela de
      *horario, taxa e data de coleta; as copias lidas ficam
      *separadas para a entrega (G) ate a confirmacao (3965)
       3950-NOVA-ENTREGA  SECTION.
           MOVE "Nova entrega" TO WRK-MODULO.
           MOVE ZERO TO EMP-CLIENTE-DIG
           MOVE ZERO TO WRK-QTD-ITENS
           MOVE 'N' TO WRK-FIM-CARRINHO
           MOVE 'N' TO WRK-PT-RESGATE
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE 'S' TO WRK-ENT-OK

           DISPLAY TELA
           DISPLAY "Cliente (0 = buscar por nome): "
           AT LINE 5 COLUMN 20
           ACCEPT EMP-CLIENTE-DIG AT LINE 5 COLUMN 52

           IF EMP-CLIENTE-DIG EQUAL ZERO
               PERFORM 4600-BUSCAR-CLIENTE
               MOVE WRK-CLI-ESCOLHIDO TO EMP-CLIENTE-DIG
               DISPLAY TELA
               DISPLAY "Cliente: " AT LINE 5 COLUMN 20
               DISPLAY EMP-CLIENTE-DIG AT LINE 5 COLUMN 52
           END-IF

           PERFORM 4150-VALIDA-CLIENTE
           IF NOT WRK-CLIENTE-VALIDO
               MOVE 'Cliente nao cadastrado' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 3950-NOVA-ENTREGA-FIM
           END-IF
           PERFORM 3140-VERIFICA-BLOQUEIO
           IF WRK-BLOQUEADO EQUAL 'S'
               MOVE 'N' TO WRK-ENT-OK
           END-IF

           IF WRK-ENT-OK EQUAL 'S'
      *        3140 deixou o cliente do pedido no buffer de CLIENTES
               DISPLAY "Endereco: " AT LINE 6 COLUMN 20
               DISPLAY ENDERECO-CLIENTE AT LINE 6 COLUMN 36
               MOVE SPACES TO WRK-ENT-ENDERECO
               DISPLAY "Outro endereco: " AT LINE 7 COLUMN 20
               ACCEPT WRK-ENT-ENDERECO AT LINE 7 COLUMN 36
               IF WRK-ENT-ENDERECO EQUAL SPACES
                   MOVE ENDERECO-CLIENTE TO WRK-ENT-ENDERECO
               END-IF
               IF WRK-ENT-ENDERECO EQUAL SPACES
                   MOVE 'Informe o endereco da entrega' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-ENT-OK
               END-IF
           END-IF

           IF WRK-ENT-OK EQUAL 'S'
               MOVE 'N' TO WRK-DATA-OK
               PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
                   MOVE ZERO TO WRK-ENT-DATA
                   DISPLAY "Data da entrega (AAAAMMDD): "
                   AT LINE 8 COLUMN 20
                   ACCEPT WRK-ENT-DATA AT LINE 8 COLUMN 49
                   MOVE WRK-ENT-DATA TO WRK-DATA-VALIDAR
                   PERFORM 3155-VALIDA-DATA
                   IF WRK-DATA-OK EQUAL 'N'
                      OR WRK-ENT-DATA < WRK-DATA-HOJE
                       MOVE 'N' TO WRK-DATA-OK
                       MOVE 'Data invalida' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   END-IF
               END-PERFORM

      *        Janela de horario em HHMM; o fim tem de vir depois do
      *        inicio, dentro do mesmo dia
               MOVE 'N' TO WRK-DATA-OK
               PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
                   MOVE ZERO TO WRK-ENT-HORA-INI
                   MOVE ZERO TO WRK-ENT-HORA-FIM
                   DISPLAY "Janela - inicio (HHMM): "
                   AT LINE 9 COLUMN 20
                   ACCEPT WRK-ENT-HORA-INI AT LINE 9 COLUMN 49
                   DISPLAY "Janela - fim    (HHMM): "
                   AT LINE 10 COLUMN 20
                   ACCEPT WRK-ENT-HORA-FIM AT LINE 10 COLUMN 49
                   IF WRK-ENT-HORA-FIM > 2359
                      OR WRK-ENT-HORA-FIM NOT > WRK-ENT-HORA-INI
                      OR WRK-ENT-HORA-INI (3:2) > '59'
                      OR WRK-ENT-HORA-FIM (3:2) > '59'
                       MOVE 'Janela de horario invalida' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       MOVE 'S' TO WRK-DATA-OK
                   END-IF
               END-PERFORM

               MOVE ZERO TO WRK-ENT-TAXA
               DISPLAY "Taxa de entrega (BRL): " AT LINE 11 COLUMN 20
               ACCEPT WRK-ENT-TAXA AT LINE 11 COLUMN 49

               MOVE 'N' TO WRK-DATA-OK
               PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
                   MOVE ZERO TO WRK-ENT-COLETA
                   DISPLAY "Data da coleta (AAAAMMDD): "
                   AT LINE 12 COLUMN 20
                   ACCEPT WRK-ENT-COLETA AT LINE 12 COLUMN 49
                   MOVE WRK-ENT-COLETA TO WRK-DATA-VALIDAR
                   PERFORM 3155-VALIDA-DATA
                   IF WRK-DATA-OK EQUAL 'N'
                      OR WRK-ENT-COLETA NOT GREATER THAN WRK-ENT-DATA
                       MOVE 'N' TO WRK-DATA-OK
                       MOVE 'Coleta deve ser apos a entrega' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   END-IF
               END-PERFORM

               DISPLAY "Leia os codigos de barras; zero encerra"
               AT LINE 13 COLUMN 20
               PERFORM 3951-ADICIONA-ITEM-ENTREGA
                   UNTIL WRK-FIM-CARRINHO EQUAL 'S'
                   OR WRK-QTD-ITENS NOT LESS THAN 10

               IF WRK-QTD-ITENS EQUAL ZERO
                   MOVE 'Nenhum item no pedido' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-ENT-OK
               END-IF
           END-IF

           IF WRK-ENT-OK EQUAL 'S'
               DISPLAY "Confirma o pedido? (S/N): " AT LINE 17 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 17 COLUMN 47
               IF WRK-ESCOLHA NOT EQUAL 'S' AND NOT EQUAL 's'
                   DISPLAY 'Pedido descartado' AT LINE 18 COLUMN 20
                   MOVE 'N' TO WRK-ENT-OK
               END-IF
           END-IF

           IF WRK-ENT-OK EQUAL 'S'
               MOVE '1' TO CTLENT-CHAVE
               READ CTLENT KEY IS CTLENT-CHAVE
               COMPUTE WRK-ENT-NUMERO = CTLENT-ULT-NUMERO + 1

               MOVE WRK-ENT-NUMERO TO ENT-NUMERO
               MOVE ZERO TO ENT-LINHA
               MOVE EMP-CLIENTE-DIG TO ENT-CLIENTE
               MOVE WRK-ENT-ENDERECO TO ENT-ENDERECO
               MOVE WRK-ENT-DATA TO ENT-DATA
               MOVE WRK-ENT-HORA-INI TO ENT-HORA-INI
               MOVE WRK-ENT-HORA-FIM TO ENT-HORA-FIM
               MOVE WRK-ENT-TAXA TO ENT-TAXA
               MOVE WRK-ENT-COLETA TO ENT-DATA-COLETA
               MOVE SPACES TO ENT-MOTORISTA
               MOVE 'A' TO ENT-STATUS
               MOVE SPACES TO ENT-MOTIVO
               MOVE ZERO TO ENT-CUPOM
               MOVE WRK-OPERADOR TO ENT-OPERADOR
               MOVE WRK-LOJA-ATUAL TO ENT-LOJA
               MOVE ZERO TO ENT-CODFILME
               MOVE ZERO TO ENT-EXEMPLAR
               MOVE ZERO TO ENT-NUM-EMP

               WRITE ENTREGAS-REG
                   INVALID KEY
                       MOVE 'Erro ao gravar pedido' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE '3950-NOVA-ENTREGA' TO WRK-ERL-PARAGRAFO
                       MOVE 'ENTREGAS' TO WRK-ERL-ARQUIVO
                       MOVE 'WRITE' TO WRK-ERL-OPERACAO
                       MOVE ENTREGAS-STATUS TO WRK-ERL-STATUS
                       MOVE ENT-CHAVE TO WRK-ERL-CHAVE
                       PERFORM 5196-GRAVA-ERRO-ARQUIVO
                       MOVE 'N' TO WRK-ENT-OK
               END-WRITE
           END-IF

           IF WRK-ENT-OK EQUAL 'S'
               MOVE WRK-ENT-NUMERO TO CTLENT-ULT-NUMERO
               REWRITE CTLENT-REG

      *        Uma linha por copia separada, que sai da prateleira
               PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
                   MOVE WRK-IDX-ITEM TO ENT-LINHA
                   MOVE WRK-ITEM-CODFILME (WRK-IDX-ITEM) TO ENT-CODFILME
                   MOVE WRK-ITEM-EXEMPLAR (WRK-IDX-ITEM) TO ENT-EXEMPLAR
                   WRITE ENTREGAS-REG
                       INVALID KEY
                           MOVE 'Erro ao gravar item do pedido'
                               TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE '3950-NOVA-ENTREGA' TO WRK-ERL-PARAGRAFO
                           MOVE 'ENTREGAS' TO WRK-ERL-ARQUIVO
                           MOVE 'WRITE' TO WRK-ERL-OPERACAO
                           MOVE ENTREGAS-STATUS TO WRK-ERL-STATUS
                           MOVE ENT-CHAVE TO WRK-ERL-CHAVE
                           PERFORM 5196-GRAVA-ERRO-ARQUIVO
                       NOT INVALID KEY
                           MOVE ENT-CODFILME TO EX-CODFILME
                           MOVE ENT-EXEMPLAR TO EX-NUMERO
                           READ EXEMPLARES
                               NOT INVALID KEY
                                   MOVE 'G' TO EX-STATUS
                                   REWRITE EXEMPLARES-REG
                                   MOVE 'A' TO WRK-JRN-OPER
                                   PERFORM 5205-JORNAL-EXEMPLARES
                           END-READ
                   END-WRITE
               END-PERFORM

               MOVE ZERO TO CODFILME
               MOVE 'ENTPEDID' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'PEDIDO=' DELIMITED BY SIZE
                      WRK-ENT-NUMERO DELIMITED BY SIZE
                      ' CLIENTE=' DELIMITED BY SIZE
                      EMP-CLIENTE-DIG DELIMITED BY SIZE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA
               PERFORM 3198-ATUALIZA-DISPONIBILIDADE

               DISPLAY "Pedido de entrega numero: " AT LINE 18 COLUMN 20
               DISPLAY WRK-ENT-NUMERO AT LINE 18 COLUMN 47
           END-IF.

       3950-NOVA-ENTREGA-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Le o proximo codigo do pedido de entrega (zero encerra) e
      *separa uma copia disponivel do titulo, com as mesmas
      *conferencias do carrinho do balcao (3110)
       3951-ADICIONA-ITEM-ENTREGA  SECTION.
           MOVE ZERO TO EMP-CODFILME-DIG
           MOVE SPACES TO WRK-COD-BARRAS
           DISPLAY "Codigo: " AT LINE 14 COLUMN 20 ERASE EOL
           ACCEPT WRK-COD-BARRAS AT LINE 14 COLUMN 36

           IF WRK-COD-BARRAS EQUAL SPACES
              OR WRK-COD-BARRAS EQUAL '0'
              OR WRK-COD-BARRAS EQUAL '00000'
               MOVE 'S' TO WRK-FIM-CARRINHO
           ELSE
               PERFORM 3172-VALIDA-COD-BARRAS
               IF WRK-COD-OK EQUAL 'N'
                   CONTINUE
               ELSE
               MOVE WRK-COD-VALIDADO TO EMP-CODFILME-DIG
               MOVE EMP-CODFILME-DIG TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE 'Filme nao cadastrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
      *                Fora da janela de direitos o titulo nao sai
                       MOVE CODFILME TO WRK-JAN-CODFILME
                       PERFORM 9614-SITUACAO-JANELA
                       IF FILME-INATIVO
                           MOVE 'Filme esta inativo' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       ELSE
                       IF NOT WRK-JAN-LIBERADO
                           MOVE WRK-JAN-MENSAGEM TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       ELSE
                       PERFORM 3118-VERIFICA-CLASSIFICACAO
                       IF WRK-CLAS-OK EQUAL 'N'
                           CONTINUE
                       ELSE
                           PERFORM 3175-LOCALIZA-EXEMPLAR-DISPONIVEL
                           IF WRK-EX-ACHOU = ZERO
                               MOVE 'Nenhum exemplar disponivel'
                                   TO WRK-ERRO
                               DISPLAY TELA-ERRO ERASE EOL
                           ELSE
                               ADD 1 TO WRK-QTD-ITENS
                               MOVE EMP-CODFILME-DIG TO
                                   WRK-ITEM-CODFILME (WRK-QTD-ITENS)
                               MOVE WRK-EX-ACHOU TO
                                   WRK-ITEM-EXEMPLAR (WRK-QTD-ITENS)
                               MOVE TITULO TO
                                   WRK-ITEM-TITULO (WRK-QTD-ITENS)
                               DISPLAY TITULO AT LINE 15 COLUMN 20
                               ERASE EOL
                               DISPLAY "Itens: " AT LINE 14 COLUMN 55
                               DISPLAY WRK-QTD-ITENS
                               AT LINE 14 COLUMN 62
                           END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ
               END-IF
           END-IF.

      *Pede o numero de um pedido de entrega e mostra o cabecalho;
      *WRK-ENT-ACHOU indica se o pedido existe (a linha 00 fica no
      *buffer de ENTREGAS)
       3952-LE-PEDIDO-ENTREGA  SECTION.
           MOVE 'N' TO WRK-ENT-ACHOU
           MOVE ZERO TO WRK-ENT-NUMERO

           DISPLAY TELA
           DISPLAY "Numero do pedido: " AT LINE 5 COLUMN 20
           ACCEPT WRK-ENT-NUMERO AT LINE 5 COLUMN 39

           MOVE WRK-ENT-NUMERO TO ENT-NUMERO
           MOVE ZERO TO ENT-LINHA
           READ ENTREGAS
               INVALID KEY
                   MOVE 'Pedido nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ENT-ACHOU
                   DISPLAY "Cliente: " AT LINE 6 COLUMN 20
                   DISPLAY ENT-CLIENTE AT LINE 6 COLUMN 39
                   DISPLAY "Endereco: " AT LINE 7 COLUMN 20
                   DISPLAY ENT-ENDERECO AT LINE 7 COLUMN 39
                   DISPLAY "Entrega: " AT LINE 8 COLUMN 20
                   DISPLAY ENT-DATA AT LINE 8 COLUMN 39
                   DISPLAY "Coleta: " AT LINE 8 COLUMN 50
                   DISPLAY ENT-DATA-COLETA AT LINE 8 COLUMN 59
                   DISPLAY "Motorista: " AT LINE 9 COLUMN 20
                   DISPLAY ENT-MOTORISTA AT LINE 9 COLUMN 39
                   DISPLAY "Situacao: " AT LINE 10 COLUMN 20
                   DISPLAY ENT-STATUS AT LINE 10 COLUMN 39
           END-READ.

      *Designa (ou troca) o motorista de um pedido ainda por
      *entregar ou por coletar
       3955-DESIGNA-MOTORISTA  SECTION.
           MOVE "Motorista" TO WRK-MODULO.
           PERFORM 3952-LE-PEDIDO-ENTREGA
           IF WRK-ENT-ACHOU EQUAL 'N'
               GO TO 3955-DESIGNA-MOTORISTA-FIM
           END-IF
           IF NOT ENTREGA-ABERTA AND NOT ENTREGA-ENTREGUE
               MOVE 'Pedido ja encerrado' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE SPACES TO WRK-ENT-MOTORISTA
               PERFORM UNTIL WRK-ENT-MOTORISTA NOT EQUAL SPACES
                   DISPLAY "Novo motorista: " AT LINE 12 COLUMN 20
                   ACCEPT WRK-ENT-MOTORISTA AT LINE 12 COLUMN 39
               END-PERFORM

               MOVE WRK-ENT-MOTORISTA TO ENT-MOTORISTA
               REWRITE ENTREGAS-REG
                   INVALID KEY
                       MOVE 'Erro ao gravar pedido' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE '3955-DESIGNA-MOTORISTA'
                           TO WRK-ERL-PARAGRAFO
                       MOVE 'ENTREGAS' TO WRK-ERL-ARQUIVO
                       MOVE 'REWRITE' TO WRK-ERL-OPERACAO
                       MOVE ENTREGAS-STATUS TO WRK-ERL-STATUS
                       MOVE ENT-CHAVE TO WRK-ERL-CHAVE
                       PERFORM 5196-GRAVA-ERRO-ARQUIVO
                   NOT INVALID KEY
                       MOVE ZERO TO CODFILME
                       MOVE 'ENTMOTOR' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'PEDIDO=' DELIMITED BY SIZE
                              WRK-ENT-NUMERO DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WRK-ENT-MOTORISTA DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA
                       DISPLAY "Motorista designado"
                       AT LINE 14 COLUMN 20
               END-REWRITE
           END-IF.

       3955-DESIGNA-MOTORISTA-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Folha de rota do motorista para um dia, em ROTA.PRN: as
      *entregas marcadas para a data (pedidos Abertos) e as coletas
      *vencendo na data (pedidos Entregues), na ordem dos pedidos,
      *cada parada com o cliente, o telefone, o endereco, a janela
      *de horario e as copias a levar ou a recolher
       3960-FOLHA-ROTA  SECTION.
           MOVE "Folha de rota" TO WRK-MODULO.
           MOVE 0 TO WRK-ENT-PARADAS
           MOVE 'N' TO WRK-ENT-PARADA-OK

           DISPLAY TELA
           MOVE SPACES TO WRK-ENT-MOTORISTA
           PERFORM UNTIL WRK-ENT-MOTORISTA NOT EQUAL SPACES
               DISPLAY "Motorista: " AT LINE 5 COLUMN 20
               ACCEPT WRK-ENT-MOTORISTA AT LINE 5 COLUMN 46
           END-PERFORM
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               MOVE ZERO TO WRK-ENT-DATA
               DISPLAY "Data da rota (AAAAMMDD): " AT LINE 6 COLUMN 20
               ACCEPT WRK-ENT-DATA AT LINE 6 COLUMN 46
               MOVE WRK-ENT-DATA TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM

           OPEN OUTPUT ROTA
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Folha de rota - ' DELIMITED BY SIZE
                  WRK-ENT-MOTORISTA DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WRK-ENT-DATA DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE ROTA-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'Par' TO WRK-LINHA-IMP (1:3)
           MOVE 'Tipo' TO WRK-LINHA-IMP (7:4)
           MOVE 'Pedido' TO WRK-LINHA-IMP (15:6)
           MOVE 'Janela' TO WRK-LINHA-IMP (22:6)
           MOVE 'Cliente' TO WRK-LINHA-IMP (32:7)
           MOVE 'Telefone' TO WRK-LINHA-IMP (69:8)
           MOVE 'Endereco' TO WRK-LINHA-IMP (85:8)
           WRITE ROTA-REG FROM WRK-LINHA-IMP

           MOVE LOW-VALUES TO ENT-CHAVE
           START ENTREGAS KEY IS NOT LESS THAN ENT-CHAVE
               INVALID KEY
                   MOVE 10 TO ENTREGAS-STATUS
           END-START
           IF ENTREGAS-STATUS EQUAL 0
               READ ENTREGAS NEXT RECORD
           END-IF

           PERFORM UNTIL ENTREGAS-STATUS NOT EQUAL 0
               IF ENT-CABECALHO
                   MOVE 'N' TO WRK-ENT-PARADA-OK
                   IF ENT-MOTORISTA EQUAL WRK-ENT-MOTORISTA
                       IF (ENTREGA-ABERTA
                           AND ENT-DATA EQUAL WRK-ENT-DATA)
                          OR (ENTREGA-ENTREGUE
                           AND ENT-DATA-COLETA EQUAL WRK-ENT-DATA)
                           MOVE 'S' TO WRK-ENT-PARADA-OK
                           PERFORM 3961-IMPRIME-PARADA
                       END-IF
                   END-IF
               ELSE
                   IF WRK-ENT-PARADA-OK EQUAL 'S'
                       MOVE ENT-CODFILME TO CODFILME
                       READ FILMES
                           INVALID KEY
                               MOVE SPACES TO TITULO
                       END-READ
                       MOVE SPACES TO WRK-LINHA-IMP
                       MOVE ENT-CODFILME TO WRK-LINHA-IMP (7:5)
                       MOVE ENT-EXEMPLAR TO WRK-LINHA-IMP (13:2)
                       MOVE TITULO TO WRK-LINHA-IMP (16:30)
                       WRITE ROTA-REG FROM WRK-LINHA-IMP
                   END-IF
               END-IF
               READ ENTREGAS NEXT RECORD
           END-PERFORM

           MOVE SPACES TO WRK-LINHA-IMP
           WRITE ROTA-REG FROM WRK-LINHA-IMP
           MOVE WRK-ENT-PARADAS TO WRK-ENT-QTD-ED
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Total de paradas: ' DELIMITED BY SIZE
                  WRK-ENT-QTD-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE ROTA-REG FROM WRK-LINHA-IMP
           CLOSE ROTA
           MOVE 'ROTA' TO WRK-SPL-RELATORIO
           MOVE SPACES TO WRK-SPL-PARAMETROS
           STRING 'DATA=' DELIMITED BY SIZE
                  WRK-ENT-DATA DELIMITED BY SIZE
                  ' MOTORISTA=' DELIMITED BY SIZE
                  WRK-ENT-MOTORISTA DELIMITED BY SIZE
                  INTO WRK-SPL-PARAMETROS
           END-STRING
           MOVE WRK-PATH-ROTA TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO

           DISPLAY "Folha de rota gerada em ROTA.PRN"
           AT LINE 8 COLUMN 20
           DISPLAY "Paradas: " AT LINE 10 COLUMN 20
           DISPLAY WRK-ENT-PARADAS AT LINE 10 COLUMN 46

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 52.

      *Imprime o cabecalho de uma parada da folha de rota (pedido
      *corrente no buffer de ENTREGAS); na entrega vai tambem a
      *taxa a receber do cliente
       3961-IMPRIME-PARADA  SECTION.
           ADD 1 TO WRK-ENT-PARADAS
           MOVE ENT-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO NOME-CLIENTE
                   MOVE SPACES TO TELEFONE-CLIENTE
           END-READ

           MOVE SPACES TO WRK-LINHA-IMP
           WRITE ROTA-REG FROM WRK-LINHA-IMP
           MOVE WRK-ENT-PARADAS TO WRK-ENT-QTD-ED
           MOVE WRK-ENT-QTD-ED TO WRK-LINHA-IMP (1:5)
           IF ENTREGA-ABERTA
               MOVE 'ENTREGA' TO WRK-LINHA-IMP (7:7)
           ELSE
               MOVE 'COLETA' TO WRK-LINHA-IMP (7:6)
           END-IF
           MOVE ENT-NUMERO TO WRK-LINHA-IMP (15:6)
           MOVE ENT-HORA-INI TO WRK-LINHA-IMP (22:4)
           MOVE '-' TO WRK-LINHA-IMP (26:1)
           MOVE ENT-HORA-FIM TO WRK-LINHA-IMP (27:4)
           MOVE ENT-CLIENTE TO WRK-LINHA-IMP (32:5)
           MOVE NOME-CLIENTE TO WRK-LINHA-IMP (38:30)
           MOVE TELEFONE-CLIENTE TO WRK-LINHA-IMP (69:15)
           MOVE ENT-ENDERECO TO WRK-LINHA-IMP (85:40)
           WRITE ROTA-REG FROM WRK-LINHA-IMP

           IF ENTREGA-ABERTA AND ENT-TAXA > ZERO
               MOVE ENT-TAXA TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Taxa a receber (BRL): ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP (7:40)
               END-STRING
               WRITE ROTA-REG FROM WRK-LINHA-IMP
           END-IF.

      *Confirma o resultado de um pedido Aberto: E-ntregue faz o
      *checkout das copias para o cliente (3966) e F-alhou devolve
      *as copias a prateleira com o motivo (3969)
       3965-CONFIRMA-ENTREGA  SECTION.
           MOVE "Confirmar entrega" TO WRK-MODULO.

      *    Com o dia de negocio fechado o balcao nao transaciona
           PERFORM 3810-VERIFICA-DIA-FECHADO
           IF WRK-DIA-ENCERRADO EQUAL 'S'
               DISPLAY TELA
               MOVE 'Dia encerrado - reabra p/ usar' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 3965-CONFIRMA-ENTREGA-FIM
           END-IF

           PERFORM 3952-LE-PEDIDO-ENTREGA
           IF WRK-ENT-ACHOU NOT EQUAL 'N'
               IF NOT ENTREGA-ABERTA
                   MOVE 'Pedido nao aguarda entrega' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
                   MOVE SPACE TO WRK-ENT-RESULTADO
                   DISPLAY "Resultado (E-ntregue F-alhou): "
                   AT LINE 12 COLUMN 20
                   ACCEPT WRK-ENT-RESULTADO AT LINE 12 COLUMN 52

                   EVALUATE WRK-ENT-RESULTADO
                       WHEN 'E'
                       WHEN 'e'
                           PERFORM 3966-ENTREGA-REALIZADA
                       WHEN 'F'
                       WHEN 'f'
                           PERFORM 3969-ENTREGA-FALHOU
                       WHEN OTHER
                           MOVE 'Resultado invalido' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                   END-EVALUATE
               END-IF
           END-IF.

       3965-CONFIRMA-ENTREGA-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 23 COLUMN 35
           ACCEPT WRK-ESCOLHA AT LINE 23 COLUMN 70.

      *Entrega realizada: o pedido vira um carrinho do cliente e
      *passa pelo mesmo fechamento do balcao (3120: emprestimos,
      *recibo ou conta da casa, cupom), com o prazo de cada copia
      *indo ate a data de coleta; a taxa de entrega entra como um
      *recebimento a parte (3968)
       3966-ENTREGA-REALIZADA  SECTION.
           MOVE ENT-CLIENTE TO EMP-CLIENTE-DIG
           MOVE ENT-TAXA TO WRK-ENT-TAXA
           MOVE ENT-DATA-COLETA TO WRK-ENT-COLETA

      *    As regras de bloqueio valem de novo na porta do cliente
           PERFORM 4150-VALIDA-CLIENTE
           IF NOT WRK-CLIENTE-VALIDO
               MOVE 'Cliente nao cadastrado' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 3966-ENTREGA-REALIZADA-FIM
           END-IF
           PERFORM 3140-VERIFICA-BLOQUEIO
           IF WRK-BLOQUEADO NOT EQUAL 'S'
               MOVE ZERO TO WRK-QTD-ITENS
               MOVE ZERO TO WRK-TOTAL-BRL
               MOVE ZERO TO WRK-TOTAL-IMPOSTO
               MOVE ZERO TO WRK-TOTAL-DESCONTO
               MOVE 'N' TO WRK-PT-RESGATE
               MOVE ZERO TO WRK-PT-USADOS
               MOVE ZERO TO WRK-PT-GANHOS
               MOVE ZERO TO WRK-VALE-CARTAO
               MOVE ZERO TO WRK-VALE-USADO
      *        Cupom de desconto so no balcao (3119)
               MOVE 'S' TO WRK-CPN-PEDIDO
               MOVE 'N' TO WRK-CPN-ATIVO
               MOVE ZERO TO WRK-CPN-TOTAL-BRL
      *        e o pacote pre-pago tambem (3127)
               MOVE 'N' TO WRK-PP-ATIVO
               MOVE ZERO TO WRK-PP-USADOS

      *        Dias corridos de hoje ate a coleta: e o prazo (e a
      *        tarifa, ver 3113) de cada copia do pedido
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE ZERO TO WRK-ENT-DIAS
               MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
               PERFORM UNTIL WRK-DATA-CALC NOT LESS THAN WRK-ENT-COLETA
                  OR WRK-ENT-DIAS NOT LESS THAN 999
                   PERFORM 3150-AVANCA-UM-DIA
                   ADD 1 TO WRK-ENT-DIAS
               END-PERFORM
               IF WRK-ENT-DIAS EQUAL ZERO
                   MOVE 1 TO WRK-ENT-DIAS
               END-IF

               MOVE WRK-ENT-NUMERO TO ENT-NUMERO
               MOVE 1 TO ENT-LINHA
               START ENTREGAS KEY IS NOT LESS THAN ENT-CHAVE
                   INVALID KEY
                       MOVE 10 TO ENTREGAS-STATUS
               END-START
               IF ENTREGAS-STATUS EQUAL 0
                   READ ENTREGAS NEXT RECORD
                   PERFORM UNTIL ENTREGAS-STATUS NOT EQUAL 0
                      OR ENT-NUMERO NOT EQUAL WRK-ENT-NUMERO
                      OR WRK-QTD-ITENS NOT LESS THAN 10
                       PERFORM 3967-ITEM-DA-ENTREGA
                       READ ENTREGAS NEXT RECORD
                   END-PERFORM
               END-IF
               MOVE ZERO TO WRK-ENT-DIAS

               IF WRK-QTD-ITENS EQUAL ZERO
                   MOVE 'Pedido sem copias separadas' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
                   DISPLAY "Total c/ imposto (BRL): " AT 1935
                   DISPLAY WRK-TOTAL-BRL AT 1960
                   DISPLAY "Taxa de entrega (BRL): " AT 2035
                   DISPLAY WRK-ENT-TAXA AT 2060

                   DISPLAY "Confirma a entrega? (S/N): " AT 2235
                   ACCEPT WRK-ESCOLHA AT 2264
                   IF WRK-ESCOLHA NOT EQUAL 'S' AND NOT EQUAL 's'
                       DISPLAY 'Entrega nao confirmada'
                       AT 2235 ERASE EOL
                   ELSE
                       PERFORM 3120-CONFIRMA-CARRINHO
                       MOVE WRK-PROX-PAGAMENTO TO WRK-ENT-CUPOM
                       PERFORM 3968-GRAVA-TAXA-ENTREGA

      *                Pedido Entregue, com o cupom e o emprestimo de
      *                cada copia, que a coleta (3975) vai devolver
                       PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                           UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
                           MOVE WRK-ENT-NUMERO TO ENT-NUMERO
                           MOVE WRK-ENT-LIN (WRK-IDX-ITEM) TO ENT-LINHA
                           READ ENTREGAS
                               NOT INVALID KEY
                                   MOVE WRK-ITEM-NUMEMP (WRK-IDX-ITEM)
                                       TO ENT-NUM-EMP
                                   MOVE 'E' TO ENT-STATUS
                                   REWRITE ENTREGAS-REG
                           END-READ
                       END-PERFORM

                       MOVE WRK-ENT-NUMERO TO ENT-NUMERO
                       MOVE ZERO TO ENT-LINHA
                       READ ENTREGAS
                           NOT INVALID KEY
                               MOVE 'E' TO ENT-STATUS
                               MOVE WRK-ENT-CUPOM TO ENT-CUPOM
                               REWRITE ENTREGAS-REG
                       END-READ

                       MOVE ZERO TO CODFILME
                       MOVE 'ENTREGUE' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'PEDIDO=' DELIMITED BY SIZE
                              WRK-ENT-NUMERO DELIMITED BY SIZE
                              ' CUPOM=' DELIMITED BY SIZE
                              WRK-ENT-CUPOM DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA
                   END-IF
               END-IF
           END-IF.

       3966-ENTREGA-REALIZADA-FIM.
           CONTINUE.

      *Monta no carrinho a copia da linha corrente do pedido, com
      *o preco calculado como no balcao (3110); a copia tem de
      *continuar separada para a entrega
       3967-ITEM-DA-ENTREGA  SECTION.
           MOVE ENT-CODFILME TO EX-CODFILME
           MOVE ENT-EXEMPLAR TO EX-NUMERO
           READ EXEMPLARES
               INVALID KEY
                   MOVE SPACE TO EX-STATUS
           END-READ

           IF NOT EXEMPLAR-P-ENTREGA
               MOVE 'Copia nao esta separada' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE ENT-CODFILME TO EMP-CODFILME-DIG
               MOVE ENT-CODFILME TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE 'Filme nao cadastrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
                       PERFORM 3180-CALCULA-PRECO-FINAL
                       PERFORM 3113-DIAS-E-TARIFA
                       ADD 1 TO WRK-QTD-ITENS
                       MOVE ENT-LINHA TO WRK-ENT-LIN (WRK-QTD-ITENS)
                       MOVE WRK-DIAS-ESCOLHIDOS TO
                           WRK-ITEM-DIAS (WRK-QTD-ITENS)
                       MOVE CATEGORIA-LANCAMENTO TO
                           WRK-ITEM-CATLANC (WRK-QTD-ITENS)
                       MOVE ZERO TO WRK-ITEM-NUMEMP (WRK-QTD-ITENS)
                       MOVE ENT-CODFILME TO
                           WRK-ITEM-CODFILME (WRK-QTD-ITENS)
                       MOVE ENT-EXEMPLAR TO
                           WRK-ITEM-EXEMPLAR (WRK-QTD-ITENS)
                       MOVE TITULO TO WRK-ITEM-TITULO (WRK-QTD-ITENS)
                       MOVE MOEDA TO WRK-ITEM-MOEDA (WRK-QTD-ITENS)
                       MOVE FORMATO-MIDIA TO
                           WRK-ITEM-FORMATO (WRK-QTD-ITENS)
                       MOVE GENERO TO WRK-ITEM-GENERO (WRK-QTD-ITENS)
                       MOVE ZERO TO WRK-ITEM-PREPAGO (WRK-QTD-ITENS)
                       MOVE ZERO TO WRK-ITEM-CAUCAO (WRK-QTD-ITENS)
                       MOVE ZERO TO WRK-ITEM-PROT-BRL (WRK-QTD-ITENS)
                       MOVE ZERO TO WRK-ITEM-PROT-IMP (WRK-QTD-ITENS)
                       MOVE ZERO TO WRK-ITEM-PROT-TETO (WRK-QTD-ITENS)
                       MOVE WRK-PRECO-FINAL TO
                           WRK-ITEM-PRECO (WRK-QTD-ITENS)
                       MOVE WRK-PRECO-BASE TO
                           WRK-ITEM-BRL (WRK-QTD-ITENS)
                       MOVE WRK-PT-ITEM TO
                           WRK-ITEM-PONTOS (WRK-QTD-ITENS)
                       COMPUTE WRK-ITEM-IMPOSTO-BRL
                           (WRK-QTD-ITENS) ROUNDED =
                           WRK-PRECO-IMPOSTO * WRK-TAXA-ACHOU
                       ADD WRK-ITEM-BRL (WRK-QTD-ITENS)
                           TO WRK-TOTAL-BRL
                       ADD WRK-ITEM-IMPOSTO-BRL (WRK-QTD-ITENS)
                           TO WRK-TOTAL-IMPOSTO
                       COMPUTE WRK-DESCONTO-BRL ROUNDED =
                           (WRK-DESCONTO + WRK-DESCONTO-PLANO)
                           * WRK-TAXA-ACHOU
                       ADD WRK-DESCONTO-BRL TO WRK-TOTAL-DESCONTO
               END-READ
           END-IF.

      *Lanca a taxa de entrega do pedido confirmado: no razao da
      *conta da casa, quando o carrinho foi para a conta, ou como
      *um recibo de locacao a parte, na mesma forma de pagamento
      *do carrinho e com o numero do pedido em PAG-REF-DOC
       3968-GRAVA-TAXA-ENTREGA  SECTION.
           IF WRK-ENT-TAXA EQUAL ZERO
               CONTINUE
           ELSE
               IF WRK-CONTA-ESCOLHA = 'S' OR WRK-CONTA-ESCOLHA = 's'
                   MOVE EMP-CLIENTE-DIG TO WRK-FAT-CLIENTE
                   MOVE 'D' TO WRK-CC-TIPO
                   MOVE WRK-ENT-TAXA TO WRK-CC-VALOR
                   MOVE WRK-ENT-CUPOM TO WRK-CC-DOC
                   PERFORM 3145-LANCA-CONTA
               ELSE
                   PERFORM 2050-RESERVA-NUM-PAGAMENTO
                   MOVE WRK-PROX-PAGAMENTO TO NUM-PAGAMENTO

                   MOVE WRK-PRIMEIRO-EMP TO PAG-NUM-EMPRESTIMO
                   MOVE EMP-CLIENTE-DIG  TO PAG-CLIENTE
                   MOVE WRK-ENT-TAXA     TO PAG-VALOR
                   MOVE 'BRL'            TO PAG-MOEDA
                   MOVE ZERO             TO PAG-VALOR-IMPOSTO
                   MOVE WRK-OPERADOR     TO PAG-OPERADOR
                   MOVE WRK-DATA-HOJE    TO PAG-DATA
                   MOVE 'L'              TO PAG-TIPO
                   MOVE WRK-ENT-TAXA     TO PAG-VALOR-BRL
                   MOVE WRK-CAIXA-ATUAL  TO PAG-CAIXA
                   MOVE ZERO             TO PAG-DESCONTO
                   MOVE ZERO             TO PAG-VALE
                   MOVE ZERO             TO PAG-VALE-CARTAO
                   MOVE WRK-LOJA-ATUAL   TO PAG-LOJA
                   MOVE WRK-FORMA-PAGTO  TO PAG-FORMA
                   MOVE WRK-ENT-NUMERO   TO PAG-REF-DOC
                   MOVE ZERO             TO PAG-CODFILME

                   PERFORM 3187-ESCREVE-PAGAMENTO
                   IF WRK-PAG-GRAVOU EQUAL 'N'
                       MOVE 'Erro ao gravar pagamento' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       DISPLAY "Recibo da taxa: " AT 2035 ERASE EOL
                       DISPLAY WRK-PROX-PAGAMENTO AT 2052
                   END-IF
               END-IF
           END-IF.

      *Entrega que nao aconteceu: pede o motivo, devolve as copias
      *do pedido a prateleira e marca o pedido como Falhou, que
      *entra no relatorio de excecoes (3980)
       3969-ENTREGA-FALHOU  SECTION.
           MOVE SPACES TO WRK-ENT-MOTIVO
           PERFORM UNTIL WRK-ENT-MOTIVO NOT EQUAL SPACES
               DISPLAY "Motivo da falha: " AT LINE 13 COLUMN 20
               ACCEPT WRK-ENT-MOTIVO AT LINE 13 COLUMN 52
           END-PERFORM

           PERFORM 3972-LIBERA-EXEMPLARES-ENT

           MOVE WRK-ENT-NUMERO TO ENT-NUMERO
           MOVE ZERO TO ENT-LINHA
           READ ENTREGAS
               NOT INVALID KEY
                   MOVE 'F' TO ENT-STATUS
                   MOVE WRK-ENT-MOTIVO TO ENT-MOTIVO
                   REWRITE ENTREGAS-REG
           END-READ

           MOVE ZERO TO CODFILME
           MOVE 'ENTFALHA' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'PEDIDO=' DELIMITED BY SIZE
                  WRK-ENT-NUMERO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-ENT-MOTIVO DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA
           PERFORM 3198-ATUALIZA-DISPONIBILIDADE

           DISPLAY "Copias devolvidas a prateleira"
           AT LINE 14 COLUMN 20.

      *Cancela um pedido ainda nao entregue, com as copias de
      *volta a prateleira
       3970-CANCELA-ENTREGA  SECTION.
           MOVE "Cancelar entrega" TO WRK-MODULO.
           PERFORM 3952-LE-PEDIDO-ENTREGA
           IF WRK-ENT-ACHOU EQUAL 'N'
               GO TO 3970-CANCELA-ENTREGA-FIM
           END-IF
           IF NOT ENTREGA-ABERTA
               MOVE 'Pedido nao aguarda entrega' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               DISPLAY "Cancelar o pedido? (S/N): " AT LINE 12 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 47
               IF WRK-ESCOLHA EQUAL 'S' OR WRK-ESCOLHA EQUAL 's'
                   PERFORM 3972-LIBERA-EXEMPLARES-ENT
                   MOVE WRK-ENT-NUMERO TO ENT-NUMERO
                   MOVE ZERO TO ENT-LINHA
                   READ ENTREGAS
                       NOT INVALID KEY
                           MOVE 'X' TO ENT-STATUS
                           REWRITE ENTREGAS-REG
                   END-READ

                   MOVE ZERO TO CODFILME
                   MOVE 'ENTCANC' TO WRK-AUD-OPERACAO
                   MOVE SPACES TO WRK-AUD-DETALHE
                   STRING 'PEDIDO=' DELIMITED BY SIZE
                          WRK-ENT-NUMERO DELIMITED BY SIZE
                          INTO WRK-AUD-DETALHE
                   END-STRING
                   PERFORM 5190-GRAVA-AUDITORIA
                   PERFORM 3198-ATUALIZA-DISPONIBILIDADE
                   DISPLAY "Pedido cancelado" AT LINE 14 COLUMN 20
               END-IF
           END-IF.

       3970-CANCELA-ENTREGA-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Devolve a prateleira (Disponivel) as copias do pedido em
      *WRK-ENT-NUMERO que ainda estao separadas para a entrega
       3972-LIBERA-EXEMPLARES-ENT  SECTION.
           MOVE WRK-ENT-NUMERO TO ENT-NUMERO
           MOVE 1 TO ENT-LINHA
           START ENTREGAS KEY IS NOT LESS THAN ENT-CHAVE
               INVALID KEY
                   MOVE 10 TO ENTREGAS-STATUS
           END-START
           IF ENTREGAS-STATUS EQUAL 0
               READ ENTREGAS NEXT RECORD
               PERFORM UNTIL ENTREGAS-STATUS NOT EQUAL 0
                  OR ENT-NUMERO NOT EQUAL WRK-ENT-NUMERO
                   MOVE ENT-CODFILME TO EX-CODFILME
                   MOVE ENT-EXEMPLAR TO EX-NUMERO
                   READ EXEMPLARES
                       NOT INVALID KEY
                           IF EXEMPLAR-P-ENTREGA
                               MOVE 'D' TO EX-STATUS
                               REWRITE EXEMPLARES-REG
                               MOVE 'A' TO WRK-JRN-OPER
                               PERFORM 5205-JORNAL-EXEMPLARES
                           END-IF
                   END-READ
                   READ ENTREGAS NEXT RECORD
               END-PERFORM
           END-IF.

      *Confirma a coleta de um pedido Entregue: cada emprestimo
      *aberto pela entrega passa pelo checkin normal (3200), com
      *multa, estado da copia, inspecao e reservas, sem precisar
      *ler o codigo de cada copia
       3975-CONFIRMA-COLETA  SECTION.
           MOVE "Confirmar coleta" TO WRK-MODULO.
           MOVE 0 TO WRK-ENT-QTD-EMP

           PERFORM 3810-VERIFICA-DIA-FECHADO
           IF WRK-DIA-ENCERRADO EQUAL 'S'
               DISPLAY TELA
               MOVE 'Dia encerrado - reabra p/ usar' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 3975-CONFIRMA-COLETA-FIM
           END-IF

           PERFORM 3952-LE-PEDIDO-ENTREGA
           IF WRK-ENT-ACHOU NOT EQUAL 'N'
               IF NOT ENTREGA-ENTREGUE
                   MOVE 'Pedido nao aguarda coleta' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
                   DISPLAY "Confirma a coleta? (S/N): "
                   AT LINE 12 COLUMN 20
                   ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 47
                   IF WRK-ESCOLHA EQUAL 'S' OR WRK-ESCOLHA EQUAL 's'
                       MOVE WRK-ENT-NUMERO TO ENT-NUMERO
                       MOVE 1 TO ENT-LINHA
                       START ENTREGAS KEY IS NOT LESS THAN ENT-CHAVE
                           INVALID KEY
                               MOVE 10 TO ENTREGAS-STATUS
                       END-START
                       IF ENTREGAS-STATUS EQUAL 0
                           READ ENTREGAS NEXT RECORD
                           PERFORM UNTIL ENTREGAS-STATUS NOT EQUAL 0
                              OR ENT-NUMERO NOT EQUAL WRK-ENT-NUMERO
                               IF ENT-NUM-EMP > ZERO
                                  AND WRK-ENT-QTD-EMP < 10
                                   ADD 1 TO WRK-ENT-QTD-EMP
                                   MOVE ENT-NUM-EMP
                                       TO WRK-ENT-EMP (WRK-ENT-QTD-EMP)
                               END-IF
                               READ ENTREGAS NEXT RECORD
                           END-PERFORM
                       END-IF

                       PERFORM VARYING WRK-ENT-IDX FROM 1 BY 1
                           UNTIL WRK-ENT-IDX > WRK-ENT-QTD-EMP
                           MOVE WRK-ENT-EMP (WRK-ENT-IDX)
                               TO WRK-ENT-EMP-CHECKIN
                           PERFORM 3200-CHECKIN
                       END-PERFORM
                       MOVE ZERO TO WRK-ENT-EMP-CHECKIN
                       MOVE "Confirmar coleta" TO WRK-MODULO

                       MOVE WRK-ENT-NUMERO TO ENT-NUMERO
                       MOVE ZERO TO ENT-LINHA
                       READ ENTREGAS
                           NOT INVALID KEY
                               MOVE 'C' TO ENT-STATUS
                               REWRITE ENTREGAS-REG
                       END-READ

                       MOVE ZERO TO CODFILME
                       MOVE 'ENTCOLET' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'PEDIDO=' DELIMITED BY SIZE
                              WRK-ENT-NUMERO DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA

                       DISPLAY TELA
                       DISPLAY "Coleta registrada - pedido "
                       AT LINE 10 COLUMN 20
                       DISPLAY WRK-ENT-NUMERO AT LINE 10 COLUMN 47
                   END-IF
               END-IF
           END-IF.

       3975-CONFIRMA-COLETA-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Relatorio de excecoes das entregas do periodo, em
      *ENTEXC.PRN: entregas que falharam (com o motivo) e coletas
      *vencidas ainda nao feitas, seguidas da contagem de cada
      *caso por motorista
       3980-EXCECOES-ENTREGA  SECTION.
           MOVE "Excecoes entrega" TO WRK-MODULO.
           MOVE 0 TO WRK-ENT-QTD-FALHAS
           MOVE 0 TO WRK-ENT-QTD-VENCIDAS
           MOVE 0 TO WRK-ENT-QTD-MOT
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY TELA
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               MOVE ZERO TO WRK-ENT-INICIO
               DISPLAY "Data inicial (AAAAMMDD): " AT LINE 5 COLUMN 20
               ACCEPT WRK-ENT-INICIO AT LINE 5 COLUMN 46
               MOVE WRK-ENT-INICIO TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               MOVE ZERO TO WRK-ENT-FIM
               DISPLAY "Data final   (AAAAMMDD): " AT LINE 6 COLUMN 20
               ACCEPT WRK-ENT-FIM AT LINE 6 COLUMN 46
               MOVE WRK-ENT-FIM TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM

           IF WRK-ENT-FIM < WRK-ENT-INICIO
               MOVE 'Data final antes da inicial' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 3980-EXCECOES-ENTREGA-FIM
           END-IF

           OPEN OUTPUT ENTEXC
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Excecoes de entrega - ' DELIMITED BY SIZE
                  WRK-ENT-INICIO DELIMITED BY SIZE
                  ' a ' DELIMITED BY SIZE
                  WRK-ENT-FIM DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE ENTEXC-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'Pedido' TO WRK-LINHA-IMP (1:6)
           MOVE 'Caso' TO WRK-LINHA-IMP (8:4)
           MOVE 'Data' TO WRK-LINHA-IMP (24:4)
           MOVE 'Cliente' TO WRK-LINHA-IMP (33:7)
           MOVE 'Motorista' TO WRK-LINHA-IMP (70:9)
           MOVE 'Motivo' TO WRK-LINHA-IMP (91:6)
           WRITE ENTEXC-REG FROM WRK-LINHA-IMP

      *    Falha conta pela data marcada da entrega; coleta vencida
      *    pela data de coleta, que ja passou sem o pedido voltar
           MOVE LOW-VALUES TO ENT-CHAVE
           START ENTREGAS KEY IS NOT LESS THAN ENT-CHAVE
               INVALID KEY
                   MOVE 10 TO ENTREGAS-STATUS
           END-START
           IF ENTREGAS-STATUS EQUAL 0
               READ ENTREGAS NEXT RECORD
           END-IF

           PERFORM UNTIL ENTREGAS-STATUS NOT EQUAL 0
               IF ENT-CABECALHO
                   IF ENTREGA-FALHOU
                      AND ENT-DATA NOT LESS THAN WRK-ENT-INICIO
                      AND ENT-DATA NOT GREATER THAN WRK-ENT-FIM
                       ADD 1 TO WRK-ENT-QTD-FALHAS
                       MOVE 'F' TO WRK-ENT-RESULTADO
                       PERFORM 3981-LINHA-EXCECAO-ENT
                   END-IF
                   IF ENTREGA-ENTREGUE
                      AND ENT-DATA-COLETA < WRK-DATA-HOJE
                      AND ENT-DATA-COLETA NOT LESS THAN WRK-ENT-INICIO
                      AND ENT-DATA-COLETA NOT GREATER THAN WRK-ENT-FIM
                       ADD 1 TO WRK-ENT-QTD-VENCIDAS
                       MOVE 'V' TO WRK-ENT-RESULTADO
                       PERFORM 3981-LINHA-EXCECAO-ENT
                   END-IF
               END-IF
               READ ENTREGAS NEXT RECORD
           END-PERFORM

           MOVE SPACES TO WRK-LINHA-IMP
           WRITE ENTEXC-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'Motorista' TO WRK-LINHA-IMP (1:9)
           MOVE 'Falhas' TO WRK-LINHA-IMP (24:6)
           MOVE 'Coletas vencidas' TO WRK-LINHA-IMP (33:16)
           WRITE ENTEXC-REG FROM WRK-LINHA-IMP
           PERFORM VARYING WRK-ENT-IDX-MOT FROM 1 BY 1
               UNTIL WRK-ENT-IDX-MOT > WRK-ENT-QTD-MOT
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE WRK-ENT-MOT-NOME (WRK-ENT-IDX-MOT)
                   TO WRK-LINHA-IMP (1:20)
               MOVE WRK-ENT-MOT-FALHAS (WRK-ENT-IDX-MOT)
                   TO WRK-ENT-QTD-ED
               MOVE WRK-ENT-QTD-ED TO WRK-LINHA-IMP (25:5)
               MOVE WRK-ENT-MOT-VENCIDAS (WRK-ENT-IDX-MOT)
                   TO WRK-ENT-QTD-ED
               MOVE WRK-ENT-QTD-ED TO WRK-LINHA-IMP (44:5)
               WRITE ENTEXC-REG FROM WRK-LINHA-IMP
           END-PERFORM

           MOVE SPACES TO WRK-LINHA-IMP
           WRITE ENTEXC-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'TOTAL' TO WRK-LINHA-IMP (1:5)
           MOVE WRK-ENT-QTD-FALHAS TO WRK-ENT-QTD-ED
           MOVE WRK-ENT-QTD-ED TO WRK-LINHA-IMP (25:5)
           MOVE WRK-ENT-QTD-VENCIDAS TO WRK-ENT-QTD-ED
           MOVE WRK-ENT-QTD-ED TO WRK-LINHA-IMP (44:5)
           WRITE ENTEXC-REG FROM WRK-LINHA-IMP
           CLOSE ENTEXC
           MOVE 'ENTEXC' TO WRK-SPL-RELATORIO
           MOVE SPACES TO WRK-SPL-PARAMETROS
           STRING 'DE=' DELIMITED BY SIZE
                  WRK-ENT-INICIO DELIMITED BY SIZE
                  ' ATE=' DELIMITED BY SIZE
                  WRK-ENT-FIM DELIMITED BY SIZE
                  INTO WRK-SPL-PARAMETROS
           END-STRING
           MOVE WRK-PATH-ENTEXC TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO

           DISPLAY "Relatorio gerado em ENTEXC.PRN"
           AT LINE 8 COLUMN 20
           DISPLAY "Entregas que falharam: " AT LINE 10 COLUMN 20
           DISPLAY WRK-ENT-QTD-FALHAS AT LINE 10 COLUMN 45
           DISPLAY "Coletas vencidas     : " AT LINE 11 COLUMN 20
           DISPLAY WRK-ENT-QTD-VENCIDAS AT LINE 11 COLUMN 45.

       3980-EXCECOES-ENTREGA-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 52.

      *Imprime a linha de excecao do pedido corrente (F = falha,
      *V = coleta vencida em WRK-ENT-RESULTADO) e soma o caso no
      *motorista do pedido
       3981-LINHA-EXCECAO-ENT  SECTION.
           MOVE ENT-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO NOME-CLIENTE
           END-READ

           MOVE SPACES TO WRK-LINHA-IMP
           MOVE ENT-NUMERO TO WRK-LINHA-IMP (1:6)
           IF WRK-ENT-RESULTADO EQUAL 'F'
               MOVE 'FALHA NA ENTREGA' TO WRK-LINHA-IMP (8:16)
               MOVE ENT-DATA TO WRK-LINHA-IMP (24:8)
               MOVE ENT-MOTIVO TO WRK-LINHA-IMP (91:20)
           ELSE
               MOVE 'COLETA VENCIDA' TO WRK-LINHA-IMP (8:14)
               MOVE ENT-DATA-COLETA TO WRK-LINHA-IMP (24:8)
           END-IF
           MOVE ENT-CLIENTE TO WRK-LINHA-IMP (33:5)
           MOVE NOME-CLIENTE TO WRK-LINHA-IMP (39:30)
           IF ENT-MOTORISTA EQUAL SPACES
               MOVE '(sem motorista)' TO WRK-LINHA-IMP (70:15)
           ELSE
               MOVE ENT-MOTORISTA TO WRK-LINHA-IMP (70:20)
           END-IF
           WRITE ENTEXC-REG FROM WRK-LINHA-IMP

           MOVE 0 TO WRK-ENT-IDX
           PERFORM VARYING WRK-ENT-IDX-MOT FROM 1 BY 1
               UNTIL WRK-ENT-IDX-MOT > WRK-ENT-QTD-MOT
               IF WRK-ENT-MOT-NOME (WRK-ENT-IDX-MOT)
                  EQUAL ENT-MOTORISTA
                   MOVE WRK-ENT-IDX-MOT TO WRK-ENT-IDX
               END-IF
           END-PERFORM
           IF WRK-ENT-IDX EQUAL ZERO AND WRK-ENT-QTD-MOT < 30
               ADD 1 TO WRK-ENT-QTD-MOT
               MOVE WRK-ENT-QTD-MOT TO WRK-ENT-IDX
               MOVE ENT-MOTORISTA TO WRK-ENT-MOT-NOME (WRK-ENT-IDX)
               MOVE 0 TO WRK-ENT-MOT-FALHAS (WRK-ENT-IDX)
               MOVE 0 TO WRK-ENT-MOT-VENCIDAS (WRK-ENT-IDX)
           END-IF
           IF WRK-ENT-IDX > ZERO
               IF WRK-ENT-RESULTADO EQUAL 'F'
                   ADD 1 TO WRK-ENT-MOT-FALHAS (WRK-ENT-IDX)
               ELSE
                   ADD 1 TO WRK-ENT-MOT-VENCIDAS (WRK-ENT-IDX)
               END-IF
           END-IF.

      *Relatorio mensal do programa de indicacao: por indicador,
      *os clientes que ele trouxe (cadastrados, creditados ou com
      *movimento no mes), a situacao e o valor do credito pago ou
      *estornado e a receita de locacao liquida que cada indicado
      *deixou no mes; no fim, o custo do programa contra essa
      *receita, para a loja ver se a indicacao se paga. Grava
      *INDREL.PRN
       3985-RELATORIO-INDICACOES  SECTION.
           MOVE "Indicacoes" TO WRK-MODULO.
           MOVE ZERO TO WRK-IND-MES
           MOVE 0 TO WRK-IND-QTD-INDIC
           MOVE 0 TO WRK-IND-QTD-NOVOS
           MOVE 0 TO WRK-IND-QTD-PAGOS
           MOVE 0 TO WRK-IND-T-PAGO
           MOVE 0 TO WRK-IND-T-ESTORNO
           MOVE 0 TO WRK-IND-T-RECEITA
           MOVE ZERO TO WRK-IND-ANTERIOR

           DISPLAY TELA
           DISPLAY "Mes do relatorio (AAAAMM): " AT LINE 5 COLUMN 20
           ACCEPT WRK-IND-MES AT LINE 5 COLUMN 48
           IF WRK-IND-MES (5:2) < '01' OR WRK-IND-MES (5:2) > '12'
               MOVE 'Mes invalido' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 3985-RELATORIO-INDICACOES-FIM
           END-IF
           COMPUTE WRK-IND-INICIO = WRK-IND-MES * 100 + 1
           COMPUTE WRK-IND-FIM = WRK-IND-MES * 100 + 31

           OPEN OUTPUT INDMOV
           PERFORM 3986-GRAVA-MOV-INDICACAO
           CLOSE INDMOV

           SORT INDORD
               ON ASCENDING KEY IM-INDICADOR-ORD
               ON ASCENDING KEY IM-CADASTRO-ORD
               ON ASCENDING KEY IM-CLIENTE-ORD
               USING INDMOV
               GIVING INDSEQ

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT INDSEQ
           OPEN OUTPUT INDREL
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Programa de indicacao do mes ' DELIMITED BY SIZE
                  WRK-IND-MES DELIMITED BY SIZE
                  ' - emitido em ' DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE INDREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'Cliente'      TO WRK-LINHA-IMP (5:7)
           MOVE 'Nome'         TO WRK-LINHA-IMP (13:4)
           MOVE 'Cadastro'     TO WRK-LINHA-IMP (44:8)
           MOVE 'Situacao'     TO WRK-LINHA-IMP (54:8)
           MOVE 'Credito'      TO WRK-LINHA-IMP (67:7)
           MOVE '  Pago' TO WRK-LINHA-IMP (83:6)
           MOVE 'Estornado' TO WRK-LINHA-IMP (93:9)
           MOVE 'Receita mes' TO WRK-LINHA-IMP (104:11)
           WRITE INDREL-REG FROM WRK-LINHA-IMP

           READ INDSEQ
           PERFORM UNTIL INDSEQ-STATUS NOT EQUAL 0
               IF IM-INDICADOR-SEQ NOT EQUAL WRK-IND-ANTERIOR
                   PERFORM 3988-FECHA-INDICADOR
                   PERFORM 3989-ABRE-INDICADOR
               END-IF

               MOVE SPACES TO WRK-LINHA-IMP
               MOVE IM-CLIENTE-SEQ TO WRK-LINHA-IMP (5:5)
               MOVE IM-NOME-SEQ TO WRK-LINHA-IMP (13:30)
               MOVE IM-CADASTRO-SEQ TO WRK-LINHA-IMP (44:8)
               EVALUATE IM-SITUACAO-SEQ
                   WHEN 'P'
                       MOVE 'PAGA' TO WRK-LINHA-IMP (54:4)
                   WHEN 'E'
                       MOVE 'ESTORNADA' TO WRK-LINHA-IMP (54:9)
                   WHEN 'N'
                       MOVE 'SEM DIREITO' TO WRK-LINHA-IMP (54:11)
                   WHEN OTHER
                       MOVE 'PENDENTE' TO WRK-LINHA-IMP (54:8)
               END-EVALUATE
               IF IM-DATA-CRED-SEQ > ZERO
                   MOVE IM-DATA-CRED-SEQ TO WRK-LINHA-IMP (67:8)
               END-IF
               MOVE IM-PAGO-SEQ TO WRK-IND-VALOR-ED
               MOVE WRK-IND-VALOR-ED TO WRK-LINHA-IMP (77:12)
               MOVE IM-ESTORNADO-SEQ TO WRK-IND-VALOR-ED
               MOVE WRK-IND-VALOR-ED TO WRK-LINHA-IMP (90:12)
               MOVE IM-RECEITA-SEQ TO WRK-IND-VALOR-ED
               MOVE WRK-IND-VALOR-ED TO WRK-LINHA-IMP (103:12)
               WRITE INDREL-REG FROM WRK-LINHA-IMP

               ADD 1 TO WRK-IND-S-NOVOS
               ADD IM-PAGO-SEQ TO WRK-IND-S-PAGO
               ADD IM-ESTORNADO-SEQ TO WRK-IND-S-ESTORNO
               ADD IM-RECEITA-SEQ TO WRK-IND-S-RECEITA
               ADD 1 TO WRK-IND-QTD-NOVOS
               IF IM-PAGO-SEQ > ZERO
                   ADD 1 TO WRK-IND-QTD-PAGOS
               END-IF
               READ INDSEQ
           END-PERFORM
           PERFORM 3988-FECHA-INDICADOR
           CLOSE INDSEQ

      *    Totais do mes: o custo do programa e o credito pago
      *    menos o estornado; o retorno e a receita dos indicados
      *    menos esse custo
           COMPUTE WRK-IND-CUSTO = WRK-IND-T-PAGO - WRK-IND-T-ESTORNO
           MOVE SPACES TO WRK-LINHA-IMP
           WRITE INDREL-REG FROM WRK-LINHA-IMP
           MOVE 'Totais do mes' TO WRK-LINHA-IMP
           WRITE INDREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE WRK-IND-QTD-INDIC TO WRK-IND-QTD-ED
           STRING '  Indicadores: ' DELIMITED BY SIZE
                  WRK-IND-QTD-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE INDREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE WRK-IND-QTD-NOVOS TO WRK-IND-QTD-ED
           STRING '  Indicados  : ' DELIMITED BY SIZE
                  WRK-IND-QTD-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE INDREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE WRK-IND-QTD-PAGOS TO WRK-IND-QTD-ED
           STRING '  Creditados : ' DELIMITED BY SIZE
                  WRK-IND-QTD-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE INDREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE '  Credito pago        :' TO WRK-LINHA-IMP (1:23)
           MOVE WRK-IND-T-PAGO TO WRK-IND-VALOR-ED
           MOVE WRK-IND-VALOR-ED TO WRK-LINHA-IMP (25:12)
           WRITE INDREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE '  Credito estornado   :' TO WRK-LINHA-IMP (1:23)
           MOVE WRK-IND-T-ESTORNO TO WRK-IND-VALOR-ED
           MOVE WRK-IND-VALOR-ED TO WRK-LINHA-IMP (25:12)
           WRITE INDREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE '  Custo do programa   :' TO WRK-LINHA-IMP (1:23)
           MOVE WRK-IND-CUSTO TO WRK-IND-VALOR-ED
           MOVE WRK-IND-VALOR-ED TO WRK-LINHA-IMP (25:12)
           WRITE INDREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE '  Receita dos indicados:' TO WRK-LINHA-IMP (1:24)
           MOVE WRK-IND-T-RECEITA TO WRK-IND-VALOR-ED
           MOVE WRK-IND-VALOR-ED TO WRK-LINHA-IMP (25:12)
           WRITE INDREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           IF WRK-IND-T-RECEITA NOT LESS THAN WRK-IND-CUSTO
               MOVE '  O programa se pagou no mes'
                   TO WRK-LINHA-IMP
           ELSE
               MOVE '  O programa custou mais do que rendeu no mes'
                   TO WRK-LINHA-IMP
           END-IF
           WRITE INDREL-REG FROM WRK-LINHA-IMP
           CLOSE INDREL
           MOVE 'INDREL' TO WRK-SPL-RELATORIO
           MOVE SPACES TO WRK-SPL-PARAMETROS
           STRING 'MES=' DELIMITED BY SIZE
                  WRK-IND-MES DELIMITED BY SIZE
                  INTO WRK-SPL-PARAMETROS
           END-STRING
           MOVE WRK-PATH-INDREL TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO

           DISPLAY "Relatorio gerado em INDREL.PRN" AT LINE 7 COLUMN 20
           DISPLAY "Indicadores   : " AT LINE 9 COLUMN 20
           DISPLAY WRK-IND-QTD-INDIC AT LINE 9 COLUMN 37
           DISPLAY "Indicados     : " AT LINE 10 COLUMN 20
           DISPLAY WRK-IND-QTD-NOVOS AT LINE 10 COLUMN 37
           MOVE WRK-IND-CUSTO TO WRK-IND-VALOR-ED
           DISPLAY "Custo liquido : " AT LINE 11 COLUMN 20
           DISPLAY WRK-IND-VALOR-ED AT LINE 11 COLUMN 37
           MOVE WRK-IND-T-RECEITA TO WRK-IND-VALOR-ED
           DISPLAY "Receita       : " AT LINE 12 COLUMN 20
           DISPLAY WRK-IND-VALOR-ED AT LINE 12 COLUMN 37.

       3985-RELATORIO-INDICACOES-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 52.

      *Grava em INDMOV um registro por cliente indicado que teve
      *algo no mes: cadastro, credito pago, estorno do credito ou
      *receita de locacao
       3986-GRAVA-MOV-INDICACAO  SECTION.
           MOVE LOW-VALUES TO COD-CLIENTE
           START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
               INVALID KEY
                   MOVE 10 TO CLIENTES-STATUS
           END-START
           IF CLIENTES-STATUS EQUAL 0
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                   IF CLI-INDICADO-POR > ZERO
                       PERFORM 3987-RECEITA-INDICADO
                       MOVE ZERO TO IM-PAGO
                       MOVE ZERO TO IM-ESTORNADO
                       IF (INDICACAO-PAGA OR INDICACAO-ESTORNADA)
                          AND CLI-IND-DATA NOT LESS THAN WRK-IND-INICIO
                          AND CLI-IND-DATA NOT GREATER THAN WRK-IND-FIM
                           MOVE CLI-IND-VALOR TO IM-PAGO
                       END-IF
                       IF INDICACAO-ESTORNADA
                          AND CLI-IND-DATA-EST
                              NOT LESS THAN WRK-IND-INICIO
                          AND CLI-IND-DATA-EST
                              NOT GREATER THAN WRK-IND-FIM
                           MOVE CLI-IND-VALOR TO IM-ESTORNADO
                       END-IF
                       IF (CLI-DATA-CADASTRO
                               NOT LESS THAN WRK-IND-INICIO
                           AND CLI-DATA-CADASTRO
                               NOT GREATER THAN WRK-IND-FIM)
                          OR IM-PAGO > ZERO
                          OR IM-ESTORNADO > ZERO
                          OR WRK-IND-RECEITA > ZERO
                           MOVE CLI-INDICADO-POR TO IM-INDICADOR
                           MOVE COD-CLIENTE TO IM-CLIENTE
                           MOVE NOME-CLIENTE TO IM-NOME
                           MOVE CLI-DATA-CADASTRO TO IM-CADASTRO
                           MOVE CLI-IND-SITUACAO TO IM-SITUACAO
                           MOVE CLI-IND-DATA TO IM-DATA-CRED
                           IF WRK-IND-RECEITA > ZERO
                               MOVE WRK-IND-RECEITA TO IM-RECEITA
                           ELSE
                               MOVE ZERO TO IM-RECEITA
                           END-IF
                           WRITE INDMOV-REG
                       END-IF
                   END-IF
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-IF.

      *Receita de locacao liquida do cliente corrente no mes do
      *relatorio: recibos de locacao menos os estornos, pela chave
      *alternada de PAGAMENTOS por cliente
       3987-RECEITA-INDICADO  SECTION.
           MOVE 0 TO WRK-IND-RECEITA
           MOVE COD-CLIENTE TO PAG-CLIENTE
           START PAGAMENTOS KEY IS NOT LESS THAN PAG-CLIENTE
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START
           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
               PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                  OR PAG-CLIENTE NOT EQUAL COD-CLIENTE
                   IF PAG-DATA NOT LESS THAN WRK-IND-INICIO
                      AND PAG-DATA NOT GREATER THAN WRK-IND-FIM
                       IF PAGAMENTO-LOCACAO
                           ADD PAG-VALOR-BRL TO WRK-IND-RECEITA
                       END-IF
                       IF PAGAMENTO-ESTORNO
                           SUBTRACT PAG-VALOR-BRL FROM WRK-IND-RECEITA
                       END-IF
                   END-IF
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM
           END-IF.

      *Fecha o indicador anterior na quebra: linha de subtotal e
      *acumulo nos totais do mes
       3988-FECHA-INDICADOR  SECTION.
           IF WRK-IND-ANTERIOR > ZERO
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE WRK-IND-S-NOVOS TO WRK-IND-QTD-ED
               STRING '    Indicados: ' DELIMITED BY SIZE
                      WRK-IND-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               MOVE 'Total do indicador' TO WRK-LINHA-IMP (54:18)
               MOVE WRK-IND-S-PAGO TO WRK-IND-VALOR-ED
               MOVE WRK-IND-VALOR-ED TO WRK-LINHA-IMP (77:12)
               MOVE WRK-IND-S-ESTORNO TO WRK-IND-VALOR-ED
               MOVE WRK-IND-VALOR-ED TO WRK-LINHA-IMP (90:12)
               MOVE WRK-IND-S-RECEITA TO WRK-IND-VALOR-ED
               MOVE WRK-IND-VALOR-ED TO WRK-LINHA-IMP (103:12)
               WRITE INDREL-REG FROM WRK-LINHA-IMP
               ADD WRK-IND-S-PAGO TO WRK-IND-T-PAGO
               ADD WRK-IND-S-ESTORNO TO WRK-IND-T-ESTORNO
               ADD WRK-IND-S-RECEITA TO WRK-IND-T-RECEITA
           END-IF.

      *Abre um novo indicador na quebra: zera o subtotal e grava
      *a linha com o codigo e o nome de quem indicou
       3989-ABRE-INDICADOR  SECTION.
           MOVE IM-INDICADOR-SEQ TO WRK-IND-ANTERIOR
           MOVE 0 TO WRK-IND-S-NOVOS
           MOVE 0 TO WRK-IND-S-PAGO
           MOVE 0 TO WRK-IND-S-ESTORNO
           MOVE 0 TO WRK-IND-S-RECEITA
           ADD 1 TO WRK-IND-QTD-INDIC

           MOVE IM-INDICADOR-SEQ TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE '(cliente nao cadastrado)' TO NOME-CLIENTE
           END-READ
           MOVE SPACES TO WRK-LINHA-IMP
           WRITE INDREL-REG FROM WRK-LINHA-IMP
           STRING 'Indicador ' DELIMITED BY SIZE
                  IM-INDICADOR-SEQ DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NOME-CLIENTE DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE INDREL-REG FROM WRK-LINHA-IMP.

      *Acompanhamento da campanha de reconquista de um mes: para
      *cada cliente contatado pelo lote noturno no mes, a primeira
      *locacao nao estornada depois do contato e ate a data limite
      *(30 dias); quem ainda esta dentro da janela sai como em
      *aberto, com o segmento RFM corrente do cliente (9747). No
      *fim, contatados, retornos e a taxa de retorno.
      *Grava RECONQ.PRN
       3990-RELATORIO-RECONQUISTA  SECTION.
           MOVE "Reconquista" TO WRK-MODULO.
           MOVE ZERO TO WRK-RQ-MES
           MOVE 0 TO WRK-RQ-QTD-CONTATO
           MOVE 0 TO WRK-RQ-QTD-VOLTOU
           MOVE 0 TO WRK-RQ-QTD-ABERTO
           MOVE 0 TO WRK-RQ-PCT

           DISPLAY TELA
           DISPLAY "Mes da campanha (AAAAMM): " AT LINE 5 COLUMN 20
           ACCEPT WRK-RQ-MES AT LINE 5 COLUMN 47
           IF WRK-RQ-MES (5:2) < '01' OR WRK-RQ-MES (5:2) > '12'
               MOVE 'Mes invalido' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 3990-RELATORIO-RECONQUISTA-FIM
           END-IF
           COMPUTE WRK-RQ-INICIO = WRK-RQ-MES * 100 + 1
           COMPUTE WRK-RQ-FIM = WRK-RQ-MES * 100 + 31

           OPEN INPUT CAMPANHA
           IF CAMPANHA-STATUS NOT EQUAL 0
               MOVE 'Nenhuma campanha gerada' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE 'N' TO WRK-RFM-ABERTO
               OPEN INPUT RFMCLI
               IF RFMCLI-STATUS EQUAL 0
                   MOVE 'S' TO WRK-RFM-ABERTO
               END-IF

               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               OPEN OUTPUT RECONQREL
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Retorno da campanha de reconquista do mes '
                      DELIMITED BY SIZE
                      WRK-RQ-MES DELIMITED BY SIZE
                      ' - emitido em ' DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE RECONQREL-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE 'Cliente'      TO WRK-LINHA-IMP (5:7)
               MOVE 'Nome'         TO WRK-LINHA-IMP (13:4)
               MOVE 'Contato'      TO WRK-LINHA-IMP (44:7)
               MOVE 'Ult.loc.'     TO WRK-LINHA-IMP (54:8)
               MOVE 'Genero'       TO WRK-LINHA-IMP (64:6)
               MOVE 'Limite'       TO WRK-LINHA-IMP (74:6)
               MOVE 'Resultado'    TO WRK-LINHA-IMP (84:9)
               MOVE 'Segmento'     TO WRK-LINHA-IMP (104:8)
               WRITE RECONQREL-REG FROM WRK-LINHA-IMP

               MOVE LOW-VALUES TO CP-CHAVE
               START CAMPANHA KEY IS NOT LESS THAN CP-CHAVE
                   INVALID KEY
                       MOVE 10 TO CAMPANHA-STATUS
               END-START
               IF CAMPANHA-STATUS EQUAL 0
                   READ CAMPANHA NEXT RECORD
                   PERFORM UNTIL CAMPANHA-STATUS NOT EQUAL 0
                       IF CP-DATA NOT LESS THAN WRK-RQ-INICIO
                          AND CP-DATA NOT GREATER THAN WRK-RQ-FIM
                           PERFORM 3991-LINHA-RECONQUISTA
                       END-IF
                       READ CAMPANHA NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE CAMPANHA
               IF WRK-RFM-ABERTO EQUAL 'S'
                   CLOSE RFMCLI
               END-IF

               IF WRK-RQ-QTD-CONTATO > ZERO
                   COMPUTE WRK-RQ-PCT ROUNDED =
                       WRK-RQ-QTD-VOLTOU * 100 / WRK-RQ-QTD-CONTATO
               END-IF
               MOVE SPACES TO WRK-LINHA-IMP
               WRITE RECONQREL-REG FROM WRK-LINHA-IMP
               MOVE 'Totais do mes' TO WRK-LINHA-IMP
               WRITE RECONQREL-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE WRK-RQ-QTD-CONTATO TO WRK-IND-QTD-ED
               STRING '  Contatados      : ' DELIMITED BY SIZE
                      WRK-IND-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE RECONQREL-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE WRK-RQ-QTD-VOLTOU TO WRK-IND-QTD-ED
               STRING '  Voltaram        : ' DELIMITED BY SIZE
                      WRK-IND-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE RECONQREL-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE WRK-RQ-QTD-ABERTO TO WRK-IND-QTD-ED
               STRING '  Janela em aberto: ' DELIMITED BY SIZE
                      WRK-IND-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE RECONQREL-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE WRK-RQ-PCT TO WRK-RQ-PCT-ED
               STRING '  Taxa de retorno : ' DELIMITED BY SIZE
                      WRK-RQ-PCT-ED DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE RECONQREL-REG FROM WRK-LINHA-IMP
               CLOSE RECONQREL
               MOVE 'RECONQ' TO WRK-SPL-RELATORIO
               MOVE SPACES TO WRK-SPL-PARAMETROS
               STRING 'MES=' DELIMITED BY SIZE
                      WRK-RQ-MES DELIMITED BY SIZE
                      INTO WRK-SPL-PARAMETROS
               END-STRING
               MOVE WRK-PATH-RECONQREL TO WRK-PATH-SPLORIG
               PERFORM 9667-ARQUIVA-RELATORIO

               DISPLAY "Relatorio gerado em RECONQ.PRN"
               AT LINE 7 COLUMN 20
               DISPLAY "Contatados    : " AT LINE 9 COLUMN 20
               DISPLAY WRK-RQ-QTD-CONTATO AT LINE 9 COLUMN 37
               DISPLAY "Voltaram      : " AT LINE 10 COLUMN 20
               DISPLAY WRK-RQ-QTD-VOLTOU AT LINE 10 COLUMN 37
               DISPLAY "Em aberto     : " AT LINE 11 COLUMN 20
               DISPLAY WRK-RQ-QTD-ABERTO AT LINE 11 COLUMN 37
               DISPLAY "Retorno (%)   : " AT LINE 12 COLUMN 20
               DISPLAY WRK-RQ-PCT-ED AT LINE 12 COLUMN 37
           END-IF.

       3990-RELATORIO-RECONQUISTA-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 52.

      *Linha de um contato da campanha: procura, pela chave
      *alternada de EMPRESTIMOS por cliente, a primeira retirada
      *nao estornada depois do contato e ate a data limite
       3991-LINHA-RECONQUISTA  SECTION.
           ADD 1 TO WRK-RQ-QTD-CONTATO
           MOVE ZERO TO WRK-RQ-VOLTOU
           MOVE CP-CLIENTE TO WRK-EXT-CLIENTE
           PERFORM 3486-REINICIA-CLIENTE
           PERFORM 3485-LER-PROX-DO-CLIENTE
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               IF NOT EMPRESTIMO-ESTORNADO
                  AND EMP-DATA-RETIRADA > CP-DATA
                  AND EMP-DATA-RETIRADA NOT GREATER THAN CP-DATA-LIMITE
                   IF WRK-RQ-VOLTOU EQUAL ZERO
                      OR EMP-DATA-RETIRADA < WRK-RQ-VOLTOU
                       MOVE EMP-DATA-RETIRADA TO WRK-RQ-VOLTOU
                   END-IF
               END-IF
               PERFORM 3485-LER-PROX-DO-CLIENTE
           END-PERFORM

           MOVE CP-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE '(cliente nao cadastrado)' TO NOME-CLIENTE
           END-READ
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE CP-CLIENTE TO WRK-LINHA-IMP (5:5)
           MOVE NOME-CLIENTE TO WRK-LINHA-IMP (13:30)
           MOVE CP-DATA TO WRK-LINHA-IMP (44:8)
           MOVE CP-ULT-LOCACAO TO WRK-LINHA-IMP (54:8)
           MOVE CP-GENERO TO WRK-LINHA-IMP (64:8)
           MOVE CP-DATA-LIMITE TO WRK-LINHA-IMP (74:8)
           IF WRK-RQ-VOLTOU > ZERO
               MOVE 'VOLTOU EM' TO WRK-LINHA-IMP (84:9)
               MOVE WRK-RQ-VOLTOU TO WRK-LINHA-IMP (94:8)
               ADD 1 TO WRK-RQ-QTD-VOLTOU
           ELSE
               IF CP-DATA-LIMITE NOT LESS THAN WRK-DATA-HOJE
                   MOVE 'EM ABERTO' TO WRK-LINHA-IMP (84:9)
                   ADD 1 TO WRK-RQ-QTD-ABERTO
               ELSE
                   MOVE 'NAO VOLTOU' TO WRK-LINHA-IMP (84:10)
               END-IF
           END-IF
           IF WRK-RFM-ABERTO EQUAL 'S'
               MOVE CP-CLIENTE TO RFM-CLIENTE
               READ RFMCLI
                   INVALID KEY
                       MOVE SPACES TO RFM-SEGMENTO
               END-READ
               MOVE RFM-SEGMENTO TO WRK-RFM-COD
               PERFORM 9739-RFM-INDICE-SEGMENTO
               IF WRK-RFM-IDX > ZERO
                   MOVE WRK-RFM-SEG-NOME (WRK-RFM-IDX)
                       TO WRK-LINHA-IMP (104:10)
               END-IF
           END-IF
           WRITE RECONQREL-REG FROM WRK-LINHA-IMP.

      *Gera um lote de cupons de desconto de uso unico para uma
      *campanha: descricao, quantidade, tipo (P = percentual sobre
      *cada item, V = valor em BRL para o carrinho), valor,
      *validade e, opcionalmente, o cliente a que os cupons se
      *destinam. As series saem de CTLCPN e cada codigo leva o
      *digito verificador (3177); a lista vai para CUPONS.CSV
       3992-GERA-LOTE-CUPONS  SECTION.
           MOVE "Gera cupom" TO WRK-MODULO.
           MOVE SPACES TO WRK-CPN-CAMPANHA
           MOVE ZERO TO WRK-CPN-QTD
           MOVE SPACE TO WRK-CPN-TIPO
           MOVE ZERO TO WRK-CPN-VALOR
           MOVE ZERO TO WRK-CPN-VALIDADE
           MOVE ZERO TO WRK-CPN-CLIENTE
           MOVE 'S' TO WRK-CPN-GER-OK
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY TELA
           DISPLAY "Campanha: " AT LINE 5 COLUMN 20
           ACCEPT WRK-CPN-CAMPANHA AT LINE 5 COLUMN 45
           IF WRK-CPN-CAMPANHA EQUAL SPACES
               MOVE 'Informe a campanha' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               MOVE 'N' TO WRK-CPN-GER-OK
           END-IF

           IF WRK-CPN-GER-OK EQUAL 'S'
               DISPLAY "Quantidade de cupons: " AT LINE 6 COLUMN 20
               ACCEPT WRK-CPN-QTD AT LINE 6 COLUMN 45
               IF WRK-CPN-QTD EQUAL ZERO
                   MOVE 'Quantidade invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-CPN-GER-OK
               END-IF
           END-IF

           IF WRK-CPN-GER-OK EQUAL 'S'
               DISPLAY "Tipo (P=% V=valor BRL): " AT LINE 7 COLUMN 20
               ACCEPT WRK-CPN-TIPO AT LINE 7 COLUMN 45
               EVALUATE WRK-CPN-TIPO
                   WHEN 'p'
                       MOVE 'P' TO WRK-CPN-TIPO
                   WHEN 'v'
                       MOVE 'V' TO WRK-CPN-TIPO
               END-EVALUATE
               IF WRK-CPN-TIPO NOT EQUAL 'P'
                  AND WRK-CPN-TIPO NOT EQUAL 'V'
                   MOVE 'Tipo invalido' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-CPN-GER-OK
               END-IF
           END-IF

           IF WRK-CPN-GER-OK EQUAL 'S'
               DISPLAY "Valor do desconto: " AT LINE 8 COLUMN 20
               ACCEPT WRK-CPN-VALOR AT LINE 8 COLUMN 45
               IF WRK-CPN-VALOR EQUAL ZERO
                  OR (WRK-CPN-TIPO EQUAL 'P' AND WRK-CPN-VALOR > 100)
                   MOVE 'Valor invalido' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-CPN-GER-OK
               END-IF
           END-IF

           IF WRK-CPN-GER-OK EQUAL 'S'
               DISPLAY "Validade (AAAAMMDD): " AT LINE 9 COLUMN 20
               ACCEPT WRK-CPN-VALIDADE AT LINE 9 COLUMN 45
               MOVE WRK-CPN-VALIDADE TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                  OR WRK-CPN-VALIDADE < WRK-DATA-HOJE
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-CPN-GER-OK
               END-IF
           END-IF

           IF WRK-CPN-GER-OK EQUAL 'S'
               DISPLAY "Cliente (0 = qualquer): " AT LINE 10 COLUMN 20
               ACCEPT WRK-CPN-CLIENTE AT LINE 10 COLUMN 45
               IF WRK-CPN-CLIENTE > ZERO
                   MOVE WRK-CPN-CLIENTE TO COD-CLIENTE
                   READ CLIENTES
                       INVALID KEY
                           MOVE 'Cliente nao cadastrado' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE 'N' TO WRK-CPN-GER-OK
                   END-READ
               END-IF
           END-IF

           IF WRK-CPN-GER-OK EQUAL 'S'
               DISPLAY "Confirma a geracao? (S/N): "
               AT LINE 12 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 48
               IF WRK-ESCOLHA NOT EQUAL 'S' AND NOT EQUAL 's'
                   MOVE 'Geracao cancelada' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-CPN-GER-OK
               END-IF
           END-IF

           IF WRK-CPN-GER-OK EQUAL 'S'
               MOVE '1' TO CTLCPN-CHAVE
               READ CTLCPN KEY IS CTLCPN-CHAVE
                   INVALID KEY
                       MOVE 'Erro no controle de cupons' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-CPN-GER-OK
               END-READ
           END-IF

           IF WRK-CPN-GER-OK EQUAL 'S'
               COMPUTE WRK-CPN-LOTE = CTLCPN-ULT-LOTE + 1
               MOVE CTLCPN-ULT-SERIE TO WRK-CPN-SERIE
               MOVE ZERO TO WRK-CPN-GRAVADOS

               OPEN OUTPUT CPNGER
               MOVE 'Codigo;Lote;Campanha;Tipo;Valor;Validade;Cliente'
                   TO CPNGER-REG
               WRITE CPNGER-REG

      *        Serie ja usada (outro terminal gerando ao mesmo tempo)
      *        e pulada: o lote sai sempre com a quantidade pedida
               PERFORM UNTIL WRK-CPN-GRAVADOS NOT LESS THAN WRK-CPN-QTD
                  OR WRK-CPN-SERIE NOT LESS THAN 9999999
                   PERFORM 3993-GRAVA-CUPOM
               END-PERFORM
               CLOSE CPNGER

               MOVE WRK-CPN-LOTE TO CTLCPN-ULT-LOTE
               MOVE WRK-CPN-SERIE TO CTLCPN-ULT-SERIE
               REWRITE CTLCPN-REG

               MOVE ZERO TO CODFILME
               MOVE 'CUPGERA' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'LOTE=' DELIMITED BY SIZE
                      WRK-CPN-LOTE DELIMITED BY SIZE
                      ' QTD=' DELIMITED BY SIZE
                      WRK-CPN-GRAVADOS DELIMITED BY SIZE
                      ' TIPO=' DELIMITED BY SIZE
                      WRK-CPN-TIPO DELIMITED BY SIZE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA

               DISPLAY "Lote gerado     : " AT LINE 14 COLUMN 20
               DISPLAY WRK-CPN-LOTE AT LINE 14 COLUMN 39
               DISPLAY "Cupons gravados : " AT LINE 15 COLUMN 20
               DISPLAY WRK-CPN-GRAVADOS AT LINE 15 COLUMN 39
               DISPLAY "Lista gerada em CUPONS.CSV"
               AT LINE 16 COLUMN 20
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 18 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 18 COLUMN 52.

      *Grava o proximo cupom do lote: serie seguinte mais o
      *digito verificador, livre, e a linha dele em CUPONS.CSV
       3993-GRAVA-CUPOM  SECTION.
           ADD 1 TO WRK-CPN-SERIE
           MOVE WRK-CPN-SERIE TO WRK-CPN-VERIF-X (1:7)
           PERFORM 3177-DIGITO-CUPOM
           MOVE WRK-DIGITO-CALC-X TO WRK-CPN-VERIF-X (8:1)

           MOVE WRK-CPN-VERIF-N TO CPN-CODIGO
           MOVE WRK-CPN-LOTE TO CPN-LOTE
           MOVE WRK-CPN-CAMPANHA TO CPN-CAMPANHA
           MOVE WRK-CPN-TIPO TO CPN-TIPO
           MOVE WRK-CPN-VALOR TO CPN-VALOR
           MOVE WRK-CPN-VALIDADE TO CPN-VALIDADE
           MOVE WRK-CPN-CLIENTE TO CPN-CLIENTE
           MOVE WRK-DATA-HOJE TO CPN-DATA-EMISSAO
           MOVE 'L' TO CPN-SITUACAO
           MOVE ZERO TO CPN-NUM-PAGAMENTO
           MOVE ZERO TO CPN-DATA-RESGATE
           MOVE ZERO TO CPN-DESCONTO-BRL
           WRITE CUPONS-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-CPN-GRAVADOS
                   MOVE CPN-VALOR TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING CPN-CODIGO DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          CPN-LOTE DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          CPN-CAMPANHA DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          CPN-TIPO DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          CPN-VALIDADE DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          CPN-CLIENTE DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE CPNGER-REG FROM WRK-LINHA-CSV
           END-WRITE.

      *Resgates de cupons por lote: percorre CUPONS na ordem das
      *series (cada lote ocupa series seguidas) e, a cada quebra
      *de lote, imprime emitidos, usados, vencidos sem uso, ainda
      *livres, a taxa de resgate, o desconto concedido e a receita
      *dos recibos em que os cupons foram usados. Grava CUPONS.PRN
       3994-RELATORIO-CUPONS  SECTION.
           MOVE "Resg.cupom" TO WRK-MODULO.
           MOVE ZERO TO WRK-CPN-QTD-LOTES
           MOVE ZERO TO WRK-CPN-LOTE-ANT
           MOVE SPACES TO WRK-CPN-CAMP-ANT
           PERFORM 3996-ZERA-LOTE-CUPOM
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY TELA

           OPEN OUTPUT CPNREL
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Resgates de cupons de desconto por lote - emitido'
                  DELIMITED BY SIZE
                  ' em ' DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE CPNREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'Lote'         TO WRK-LINHA-IMP (1:4)
           MOVE 'Campanha'     TO WRK-LINHA-IMP (7:8)
           MOVE 'Emitidos'     TO WRK-LINHA-IMP (29:8)
           MOVE 'Usados'       TO WRK-LINHA-IMP (40:6)
           MOVE 'Vencidos'     TO WRK-LINHA-IMP (49:8)
           MOVE 'Livres'       TO WRK-LINHA-IMP (60:6)
           MOVE 'Resg.%'       TO WRK-LINHA-IMP (69:6)
           MOVE 'Desconto'     TO WRK-LINHA-IMP (81:8)
           MOVE 'Receita'      TO WRK-LINHA-IMP (96:7)
           WRITE CPNREL-REG FROM WRK-LINHA-IMP

           MOVE ZERO TO CPN-CODIGO
           START CUPONS KEY IS NOT LESS THAN CPN-CODIGO
               INVALID KEY
                   MOVE 10 TO CUPONS-STATUS
           END-START
           IF CUPONS-STATUS EQUAL 0
               READ CUPONS NEXT RECORD
               PERFORM UNTIL CUPONS-STATUS NOT EQUAL 0
                   IF CPN-LOTE NOT EQUAL WRK-CPN-LOTE-ANT
                       PERFORM 3995-FECHA-LOTE-CUPOM
                       MOVE CPN-LOTE TO WRK-CPN-LOTE-ANT
                       MOVE CPN-CAMPANHA TO WRK-CPN-CAMP-ANT
                   END-IF
                   ADD 1 TO WRK-CPN-Q-EMITIDO
                   EVALUATE TRUE
                       WHEN CUPOM-RESGATADO
                           ADD 1 TO WRK-CPN-Q-USADO
                           ADD CPN-DESCONTO-BRL TO WRK-CPN-T-DESCONTO
                           MOVE CPN-NUM-PAGAMENTO TO NUM-PAGAMENTO
                           READ PAGAMENTOS KEY IS NUM-PAGAMENTO
                               NOT INVALID KEY
                                   ADD PAG-VALOR-BRL
                                       TO WRK-CPN-T-RECEITA
                           END-READ
                       WHEN CPN-VALIDADE < WRK-DATA-HOJE
                           ADD 1 TO WRK-CPN-Q-VENCIDO
                       WHEN OTHER
                           ADD 1 TO WRK-CPN-Q-ABERTO
                   END-EVALUATE
                   READ CUPONS NEXT RECORD
               END-PERFORM
           END-IF
           PERFORM 3995-FECHA-LOTE-CUPOM

           MOVE SPACES TO WRK-LINHA-IMP
           WRITE CPNREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE WRK-CPN-QTD-LOTES TO WRK-IND-QTD-ED
           STRING 'Lotes listados: ' DELIMITED BY SIZE
                  WRK-IND-QTD-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE CPNREL-REG FROM WRK-LINHA-IMP
           CLOSE CPNREL
           MOVE 'CUPONS' TO WRK-SPL-RELATORIO
           MOVE WRK-PATH-CPNREL TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO

           IF WRK-CPN-QTD-LOTES EQUAL ZERO
               MOVE 'Nenhum cupom gerado' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           END-IF
           DISPLAY "Relatorio gerado em CUPONS.PRN" AT LINE 7 COLUMN 20
           DISPLAY "Lotes listados: " AT LINE 9 COLUMN 20
           DISPLAY WRK-CPN-QTD-LOTES AT LINE 9 COLUMN 37
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 52.

      *Fecha o lote anterior: imprime a linha dele e zera os
      *acumuladores; sem lote anterior (primeira leitura) nao
      *imprime nada
       3995-FECHA-LOTE-CUPOM  SECTION.
           IF WRK-CPN-Q-EMITIDO > ZERO
               ADD 1 TO WRK-CPN-QTD-LOTES
               MOVE ZERO TO WRK-CPN-PCT
               COMPUTE WRK-CPN-PCT ROUNDED =
                   WRK-CPN-Q-USADO * 100 / WRK-CPN-Q-EMITIDO
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE WRK-CPN-LOTE-ANT TO WRK-LINHA-IMP (1:4)
               MOVE WRK-CPN-CAMP-ANT TO WRK-LINHA-IMP (7:20)
               MOVE WRK-CPN-Q-EMITIDO TO WRK-IND-QTD-ED
               MOVE WRK-IND-QTD-ED TO WRK-LINHA-IMP (31:5)
               MOVE WRK-CPN-Q-USADO TO WRK-IND-QTD-ED
               MOVE WRK-IND-QTD-ED TO WRK-LINHA-IMP (41:5)
               MOVE WRK-CPN-Q-VENCIDO TO WRK-IND-QTD-ED
               MOVE WRK-IND-QTD-ED TO WRK-LINHA-IMP (52:5)
               MOVE WRK-CPN-Q-ABERTO TO WRK-IND-QTD-ED
               MOVE WRK-IND-QTD-ED TO WRK-LINHA-IMP (61:5)
               MOVE WRK-CPN-PCT TO WRK-CPN-PCT-ED
               MOVE WRK-CPN-PCT-ED TO WRK-LINHA-IMP (70:5)
               MOVE WRK-CPN-T-DESCONTO TO WRK-IND-VALOR-ED
               MOVE WRK-IND-VALOR-ED TO WRK-LINHA-IMP (77:12)
               MOVE WRK-CPN-T-RECEITA TO WRK-IND-VALOR-ED
               MOVE WRK-IND-VALOR-ED TO WRK-LINHA-IMP (91:12)
               WRITE CPNREL-REG FROM WRK-LINHA-IMP
           END-IF
           PERFORM 3996-ZERA-LOTE-CUPOM.

       3996-ZERA-LOTE-CUPOM  SECTION.
           MOVE ZERO TO WRK-CPN-Q-EMITIDO
           MOVE ZERO TO WRK-CPN-Q-USADO
           MOVE ZERO TO WRK-CPN-Q-VENCIDO
           MOVE ZERO TO WRK-CPN-Q-ABERTO
           MOVE ZERO TO WRK-CPN-T-DESCONTO
           MOVE ZERO TO WRK-CPN-T-RECEITA.

      *Pacotes pre-pagos vencidos com saldo: para cada pacote
      *vencido antes de hoje com locacoes nao usadas, o valor
      *unitario (preco / quantidade) e o valor nao usado (saldo x
      *unitario), que a contabilidade baixa do passivo de
      *pre-pagos (PASPREPG). Grava PREPAGO.PRN
       3997-PREPAGOS-VENCIDOS  SECTION.
           MOVE "Pre-pagos" TO WRK-MODULO.
           MOVE ZERO TO WRK-PP-T-PACOTES
           MOVE ZERO TO WRK-PP-T-LOCACOES
           MOVE ZERO TO WRK-PP-T-VALOR
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY TELA

           OPEN OUTPUT PPREL
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Pacotes pre-pagos vencidos com saldo - emitido'
                  DELIMITED BY SIZE
                  ' em ' DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE PPREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'Pacote'       TO WRK-LINHA-IMP (1:6)
           MOVE 'Cliente'      TO WRK-LINHA-IMP (9:7)
           MOVE 'Titular'      TO WRK-LINHA-IMP (17:7)
           MOVE 'Compra'       TO WRK-LINHA-IMP (25:6)
           MOVE 'Validade'     TO WRK-LINHA-IMP (35:8)
           MOVE 'Qtde'         TO WRK-LINHA-IMP (45:4)
           MOVE 'Saldo'        TO WRK-LINHA-IMP (51:5)
           MOVE 'Unitario'     TO WRK-LINHA-IMP (62:8)
           MOVE 'Nao usado'    TO WRK-LINHA-IMP (75:9)
           WRITE PPREL-REG FROM WRK-LINHA-IMP

           MOVE ZERO TO PP-NUMERO
           START PREPAGO KEY IS NOT LESS THAN PP-NUMERO
               INVALID KEY
                   MOVE 10 TO PREPAGO-STATUS
           END-START
           IF PREPAGO-STATUS EQUAL 0
               READ PREPAGO NEXT RECORD
               PERFORM UNTIL PREPAGO-STATUS NOT EQUAL 0
                   IF PP-VALIDADE < WRK-DATA-HOJE
                      AND PP-SALDO > ZERO
                      AND PP-QTD > ZERO
                       PERFORM 3998-LINHA-PREPAGO-VENCIDO
                   END-IF
                   READ PREPAGO NEXT RECORD
               END-PERFORM
           END-IF

           MOVE SPACES TO WRK-LINHA-IMP
           WRITE PPREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE WRK-PP-T-PACOTES TO WRK-IND-QTD-ED
           STRING 'Pacotes vencidos: ' DELIMITED BY SIZE
                  WRK-IND-QTD-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE PPREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE WRK-PP-T-LOCACOES TO WRK-IND-QTD-ED
           STRING 'Locacoes nao usadas: ' DELIMITED BY SIZE
                  WRK-IND-QTD-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE PPREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE WRK-PP-T-VALOR TO WRK-IND-VALOR-ED
           STRING 'Valor nao usado (BRL): ' DELIMITED BY SIZE
                  WRK-IND-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE PPREL-REG FROM WRK-LINHA-IMP
           CLOSE PPREL
           MOVE 'PREPAGO' TO WRK-SPL-RELATORIO
           MOVE WRK-PATH-PPREL TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO

           IF WRK-PP-T-PACOTES EQUAL ZERO
               MOVE 'Nenhum pacote vencido c/ saldo' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           END-IF
           DISPLAY "Relatorio gerado em PREPAGO.PRN"
           AT LINE 7 COLUMN 20
           DISPLAY "Pacotes vencidos: " AT LINE 9 COLUMN 20
           DISPLAY WRK-PP-T-PACOTES AT LINE 9 COLUMN 43
           DISPLAY "Valor nao usado (BRL): " AT LINE 10 COLUMN 20
           MOVE WRK-PP-T-VALOR TO WRK-IND-VALOR-ED
           DISPLAY WRK-IND-VALOR-ED AT LINE 10 COLUMN 43
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 52.

      *Linha de um pacote vencido com saldo e os totais
       3998-LINHA-PREPAGO-VENCIDO  SECTION.
           COMPUTE WRK-PP-UNITARIO ROUNDED = PP-VALOR / PP-QTD
           COMPUTE WRK-PP-NAO-USADO ROUNDED =
               PP-VALOR * PP-SALDO / PP-QTD
           ADD 1 TO WRK-PP-T-PACOTES
           ADD PP-SALDO TO WRK-PP-T-LOCACOES
           ADD WRK-PP-NAO-USADO TO WRK-PP-T-VALOR

           MOVE SPACES TO WRK-LINHA-IMP
           MOVE PP-NUMERO TO WRK-LINHA-IMP (1:6)
           MOVE PP-CLIENTE TO WRK-LINHA-IMP (9:5)
           MOVE PP-TITULAR TO WRK-LINHA-IMP (17:5)
           MOVE PP-DATA-COMPRA TO WRK-LINHA-IMP (25:8)
           MOVE PP-VALIDADE TO WRK-LINHA-IMP (35:8)
           MOVE PP-QTD TO WRK-IND-QTD-ED
           MOVE WRK-IND-QTD-ED TO WRK-LINHA-IMP (44:5)
           MOVE PP-SALDO TO WRK-IND-QTD-ED
           MOVE WRK-IND-QTD-ED TO WRK-LINHA-IMP (51:5)
           MOVE WRK-PP-UNITARIO TO WRK-IND-VALOR-ED
           MOVE WRK-IND-VALOR-ED TO WRK-LINHA-IMP (58:12)
           MOVE WRK-PP-NAO-USADO TO WRK-IND-VALOR-ED
           MOVE WRK-IND-VALOR-ED TO WRK-LINHA-IMP (72:12)
           WRITE PPREL-REG FROM WRK-LINHA-IMP.

      *Inclusao de um cliente, propondo o proximo codigo a partir
      *de CTLCLI, no mesmo padrao usado para CODFILME em 5000
       4000-CLIENTE-INCLUIR  SECTION.
           MOVE "Cli-Incluir" TO WRK-MODULO.

           PERFORM UNTIL WRK-TECLA NOT EQUAL 1
           PERFORM 3700-ZERA-CLIENTE

           MOVE '1' TO CTLCLI-CHAVE
           READ CTLCLI KEY IS CTLCLI-CHAVE
           COMPUTE WRK-PROX-CLIENTE = CTLCLI-ULT-CODIGO + 1
           MOVE WRK-PROX-CLIENTE TO COD-CLIENTE

           DISPLAY TELA
           ACCEPT TELA-CLIENTE
           PERFORM 3750-CAPTURA-PLANO
           PERFORM 3760-CAPTURA-CONTA
           PERFORM 3770-CAPTURA-CONTATO
           PERFORM 3780-CAPTURA-CPF
           PERFORM 3790-CAPTURA-INDICACAO
           PERFORM 9604-LE-CLIEND
           PERFORM 9607-CAPTURA-CEP

           IF NOME-CLIENTE = SPACES
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               DISPLAY "Deseja mesmo registrar? (S ou N)" AT 1035
               ACCEPT WRK-ESCOLHA AT 1068

               IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-DATA-HOJE TO CLI-DATA-CADASTRO
                   MOVE WRK-DATA-HOJE TO CLI-DATA-ALTERACAO
                   MOVE WRK-LOJA-ATUAL TO CLI-LOJA-ORIGEM
                   WRITE CLIENTES-REG
                       INVALID KEY
                       MOVE 'Esse registro ja existe' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL

                       NOT INVALID KEY
                       DISPLAY 'Registro adicionado' AT 1035 ERASE EOL
                       IF COD-CLIENTE > CTLCLI-ULT-CODIGO
                           MOVE COD-CLIENTE TO CTLCLI-ULT-CODIGO
                           REWRITE CTLCLI-REG
                       END-IF
                       PERFORM 9605-GRAVA-CLIEND
                       PERFORM 4050-TOMA-DEPOSITO
                   END-WRITE
                   MOVE 'I' TO WRK-JRN-OPER
                   PERFORM 5204-JORNAL-CLIENTES
               ELSE
                   DISPLAY 'Registro nao adicionado' AT 1035 ERASE EOL
               END-IF
           END-IF

           DISPLAY "Deseja inserir outro registro 1(sim) ou 2(nao): "
           AT LINE 11 COLUMN 35
           ACCEPT WRK-TECLA AT 1184
           END-PERFORM.

      *Consulta de um cliente pelo codigo
       4100-CLIENTE-CONSULTAR  SECTION.
           MOVE "Cli-Consultar" TO WRK-MODULO.
           MOVE 1 TO WRK-TECLA

           PERFORM UNTIL WRK-TECLA NOT EQUAL 1
           PERFORM 3700-ZERA-CLIENTE

           DISPLAY TELA
           DISPLAY "Codigo: " AT LINE 5 COLUMN 35
           ACCEPT COD-CLIENTE AT LINE 5 COLUMN 45

           READ CLIENTES
               INVALID KEY
                   MOVE 'Cliente nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   DISPLAY TELA-CLIENTE
                   DISPLAY "Plano: " AT LINE 12 COLUMN 35
                   DISPLAY CLI-PLANO AT LINE 12 COLUMN 43
                   DISPLAY "Pago ate: " AT LINE 12 COLUMN 50
                   DISPLAY CLI-PAGO-ATE AT LINE 12 COLUMN 61
                   DISPLAY "E-mail: " AT LINE 18 COLUMN 35
                   DISPLAY CLI-EMAIL AT LINE 18 COLUMN 43
                   DISPLAY "SMS/E-mail/Carta: " AT LINE 19 COLUMN 35
                   DISPLAY CLI-OPT-SMS AT LINE 19 COLUMN 53
                   DISPLAY CLI-OPT-EMAIL AT LINE 19 COLUMN 55
                   DISPLAY CLI-OPT-CARTA AT LINE 19 COLUMN 57
                   DISPLAY "em " AT LINE 19 COLUMN 59
                   DISPLAY CLI-CONSENT-DATA AT LINE 19 COLUMN 62
                   DISPLAY CLI-CONSENT-OPERADOR AT LINE 19 COLUMN 71
                   DISPLAY "CPF: " AT LINE 20 COLUMN 35
                   DISPLAY CLI-CPF AT LINE 20 COLUMN 43
                   PERFORM 9604-LE-CLIEND
                   IF WRK-CEP-EXISTE EQUAL 'S'
                       DISPLAY "CEP: " AT LINE 21 COLUMN 35
                       DISPLAY WRK-CEP-CODIGO AT LINE 21 COLUMN 43
                       DISPLAY WRK-CEP-BAIRRO AT LINE 21 COLUMN 53
                       DISPLAY WRK-CEP-COMPLEMENTO
                       AT LINE 22 COLUMN 43
                       DISPLAY WRK-CEP-CIDADE AT LINE 22 COLUMN 65
                       DISPLAY WRK-CEP-UF AT LINE 22 COLUMN 91
                   END-IF
                   PERFORM 4950-CONTA-CASOS-CLIENTE
                   DISPLAY "Casos em aberto: " AT LINE 13 COLUMN 35
                   DISPLAY WRK-CAS-ABERTOS AT LINE 13 COLUMN 53
           END-READ

           DISPLAY "Deseja consultar outro registro 1(sim) ou 2(nao): "
           AT LINE 11 COLUMN 35
           ACCEPT WRK-TECLA AT 1186
           END-PERFORM.

      *Alteracao dos dados de um cliente ja cadastrado
       4200-CLIENTE-ALTERAR  SECTION.
           MOVE "Cli-Alterar" TO WRK-MODULO.
           MOVE 1 TO WRK-TECLA

           PERFORM UNTIL WRK-TECLA NOT EQUAL 1
           PERFORM 3700-ZERA-CLIENTE

           DISPLAY TELA
           DISPLAY "Codigo: " AT LINE 5 COLUMN 35
           ACCEPT COD-CLIENTE AT LINE 5 COLUMN 45

           READ CLIENTES
               INVALID KEY
                   MOVE 'Cliente nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   ACCEPT TELA-CLIENTE
                   PERFORM 3750-CAPTURA-PLANO
                   PERFORM 3760-CAPTURA-CONTA
                   PERFORM 3770-CAPTURA-CONTATO
                   PERFORM 3780-CAPTURA-CPF
                   PERFORM 9604-LE-CLIEND
                   PERFORM 9607-CAPTURA-CEP
                   DISPLAY "Confirma alteracao? (S ou N)" AT 1035
                   ACCEPT WRK-ESCOLHA AT 1064
                   IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       MOVE WRK-DATA-HOJE TO CLI-DATA-ALTERACAO
                       REWRITE CLIENTES-REG
                       PERFORM 9605-GRAVA-CLIEND
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5204-JORNAL-CLIENTES
                       DISPLAY 'Registro alterado' AT 1035 ERASE EOL
                   ELSE
                       DISPLAY 'Alteracao cancelada' AT 1035 ERASE EOL
                   END-IF
           END-READ

           DISPLAY "Deseja alterar outro registro 1(sim) ou 2(nao): "
           AT LINE 11 COLUMN 35
           ACCEPT WRK-TECLA AT 1183
           END-PERFORM.

      *Exclusao logica de um cliente (mesmo padrao de STATUS-REG
      *usado em 8000-EXCLUIR para FILMES)
       4300-CLIENTE-EXCLUIR  SECTION.
           MOVE "Cli-Excluir" TO WRK-MODULO.
           MOVE 1 TO WRK-TECLA

           PERFORM UNTIL WRK-TECLA NOT EQUAL 1
           PERFORM 3700-ZERA-CLIENTE

           DISPLAY TELA
           DISPLAY "Codigo: " AT LINE 5 COLUMN 35
           ACCEPT COD-CLIENTE AT LINE 5 COLUMN 45

           READ CLIENTES
               INVALID KEY
                   MOVE 'Cliente nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   DISPLAY TELA-CLIENTE
                   DISPLAY "Confirma exclusao? (S ou N)" AT 1035
                   ACCEPT WRK-ESCOLHA AT 1063
                   IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                       MOVE 'I' TO STATUS-CLIENTE
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       MOVE WRK-DATA-HOJE TO CLI-DATA-ALTERACAO
                       REWRITE CLIENTES-REG
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5204-JORNAL-CLIENTES
                       DISPLAY 'Registro excluido' AT 1035 ERASE EOL
                       PERFORM 4320-ABATE-DEPOSITO
                   ELSE
                       DISPLAY 'Exclusao cancelada' AT 1035 ERASE EOL
                   END-IF
           END-READ

           DISPLAY "Deseja excluir outro registro 1(sim) ou 2(nao): "
           AT LINE 11 COLUMN 35
           ACCEPT WRK-TECLA AT 1183
           END-PERFORM.

      *Oferece a tomada do deposito caucao logo apos a inclusao de
      *um cliente novo (zero = cliente entrou sem deposito)
       4050-TOMA-DEPOSITO  SECTION.
      *    A familia divide um unico deposito: dependente cujo
      *    responsavel ja tem deposito Retido entra sem outro
           IF CLI-RESPONSAVEL > ZERO
               MOVE CLI-RESPONSAVEL TO DEP-CLIENTE
               READ DEPOSITOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEPOSITO-RETIDO
                           DISPLAY "Familia ja tem deposito retido"
                           AT 1235 ERASE EOL
                           GO TO 4050-TOMA-DEPOSITO-FIM
                       END-IF
               END-READ
           END-IF.

           MOVE ZERO TO DEP-VALOR-DIG
           DISPLAY "Deposito caucao (0 = nenhum): " AT 1235
           ACCEPT DEP-VALOR-DIG AT 1266

           IF DEP-VALOR-DIG > ZERO
               MOVE COD-CLIENTE TO DEP-CLIENTE
               MOVE DEP-VALOR-DIG TO DEP-VALOR
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-DATA-HOJE TO DEP-DATA
               MOVE WRK-OPERADOR TO DEP-OPERADOR
               MOVE 'R' TO DEP-STATUS
               MOVE ZERO TO DEP-DATA-BAIXA
               WRITE DEPOSITOS-REG
                   INVALID KEY
                       MOVE 'Cliente ja possui deposito' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
                       DISPLAY "Deposito registrado" AT 1335 ERASE EOL
               END-WRITE
           END-IF.

       4050-TOMA-DEPOSITO-FIM.
           CONTINUE.

      *Devolve o deposito caucao retido de um cliente, marcando o
      *registro como Devolvido com a data da devolucao
       4500-DEVOLVE-DEPOSITO  SECTION.
           MOVE "Dev-Deposito" TO WRK-MODULO.
           PERFORM 3700-ZERA-CLIENTE

           DISPLAY TELA
           DISPLAY "Codigo do cliente: " AT LINE 5 COLUMN 35
           ACCEPT COD-CLIENTE AT LINE 5 COLUMN 55

           MOVE COD-CLIENTE TO DEP-CLIENTE
           READ DEPOSITOS
               INVALID KEY
                   MOVE 'Cliente sem deposito' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   IF NOT DEPOSITO-RETIDO
                       MOVE 'Deposito ja baixado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       DISPLAY "Valor retido: " AT LINE 7 COLUMN 35
                       DISPLAY DEP-VALOR AT LINE 7 COLUMN 50
                       DISPLAY "Confirma a devolucao? (S/N): "
                       AT LINE 8 COLUMN 35
                       ACCEPT WRK-ESCOLHA AT LINE 8 COLUMN 65
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                           MOVE 'D' TO DEP-STATUS
                           MOVE WRK-DATA-HOJE TO DEP-DATA-BAIXA
                           REWRITE DEPOSITOS-REG
                           DISPLAY "Deposito devolvido"
                           AT LINE 10 COLUMN 35
                       ELSE
                           DISPLAY "Devolucao cancelada"
                           AT LINE 10 COLUMN 35
                       END-IF
                   END-IF
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 35
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 68.

      *Quando um cliente e desativado com deposito Retido e multas
      *pendentes, oferece o abatimento: quita as multas pendentes
      *do cliente ate o valor do deposito (na ordem dos
      *emprestimos) e marca o deposito como Abatido
       4320-ABATE-DEPOSITO  SECTION.
           MOVE COD-CLIENTE TO DEP-CLIENTE
           READ DEPOSITOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DEPOSITO-RETIDO
                       DISPLAY "Ha deposito retido de " AT 1235
                       DISPLAY DEP-VALOR AT 1258
                       DISPLAY "Abater nas multas pendentes? (S/N): "
                       AT 1335
                       ACCEPT WRK-ESCOLHA AT 1372
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           MOVE DEP-VALOR TO WRK-DEP-RESTANTE
                           MOVE COD-CLIENTE TO WRK-EXT-CLIENTE
                           PERFORM 3486-REINICIA-CLIENTE
                           PERFORM 3485-LER-PROX-DO-CLIENTE
                           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                              OR WRK-DEP-RESTANTE NOT GREATER THAN ZERO
                               IF MULTA-PENDENTE
                                  AND EMP-VALOR-MULTA NOT GREATER THAN
                                      WRK-DEP-RESTANTE
                                   SUBTRACT EMP-VALOR-MULTA
                                       FROM WRK-DEP-RESTANTE
                                   MOVE 'G' TO EMP-MULTA-SITUACAO
                                   REWRITE EMPRESTIMOS-REG
                                   MOVE 'A' TO WRK-JRN-OPER
                                   PERFORM 5202-JORNAL-EMPRESTIMOS
                               END-IF
                               PERFORM 3485-LER-PROX-DO-CLIENTE
                           END-PERFORM

                           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                           MOVE 'A' TO DEP-STATUS
                           MOVE WRK-DATA-HOJE TO DEP-DATA-BAIXA
                           REWRITE DEPOSITOS-REG
                           DISPLAY "Deposito abatido, sobra: " AT 1435
                           DISPLAY WRK-DEP-RESTANTE AT 1460
                       END-IF
                   END-IF
           END-READ.

      *Busca de clientes por parte do nome ou do telefone, para o
      *cliente que esqueceu o cartao: mesma tecnica de substring
      *das buscas de titulo (6100/6310), paginada como a busca por
      *pessoa; o codigo escolhido fica em WRK-CLI-ESCOLHIDO e o
      *checkout aceita cliente zero como atalho para ca. Onze
      *digitos sao procurados primeiro como CPF, direto pela
      *chave alternada
       4600-BUSCAR-CLIENTE  SECTION.
           MOVE "Buscar cliente" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-BCLI
           MOVE ZERO TO WRK-CLI-ESCOLHIDO

           DISPLAY TELA
           DISPLAY "Nome, telefone ou CPF: " AT LINE 5 COLUMN 20
           ACCEPT WRK-TERMO-BUSCA AT LINE 5 COLUMN 47

           MOVE 0 TO WRK-TERMO-LEN
           INSPECT WRK-TERMO-BUSCA TALLYING WRK-TERMO-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           IF WRK-TERMO-LEN EQUAL 11
              AND WRK-TERMO-BUSCA (1:11) NUMERIC
               MOVE WRK-TERMO-BUSCA (1:11) TO WRK-CPF-BUSCA
               MOVE WRK-CPF-BUSCA TO CLI-CPF
               START CLIENTES KEY IS EQUAL TO CLI-CPF
                   INVALID KEY
                       MOVE 10 TO CLIENTES-STATUS
               END-START
               IF CLIENTES-STATUS EQUAL 0
                   READ CLIENTES NEXT RECORD
                   PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                      OR CLI-CPF NOT EQUAL WRK-CPF-BUSCA
                      OR WRK-QTD-BCLI NOT LESS THAN 200
                       IF CLIENTE-ATIVO
                           ADD 1 TO WRK-QTD-BCLI
                           MOVE COD-CLIENTE
                               TO WRK-BCLI-COD (WRK-QTD-BCLI)
                           MOVE NOME-CLIENTE
                               TO WRK-BCLI-NOME (WRK-QTD-BCLI)
                           MOVE TELEFONE-CLIENTE
                               TO WRK-BCLI-TEL (WRK-QTD-BCLI)
                       END-IF
                       READ CLIENTES NEXT RECORD
                   END-PERFORM
               END-IF
      *        Celular com DDD tambem tem onze digitos: sem CPF
      *        achado, segue a busca normal por nome/telefone
               IF WRK-QTD-BCLI > ZERO
                   MOVE 0 TO WRK-TERMO-LEN
               END-IF
           END-IF

           IF WRK-TERMO-LEN > 0
               MOVE LOW-VALUES TO COD-CLIENTE
               START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
                   INVALID KEY
                       MOVE 10 TO CLIENTES-STATUS
               END-START
               IF CLIENTES-STATUS EQUAL 0
                   READ CLIENTES NEXT RECORD
                   PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                      OR WRK-QTD-BCLI NOT LESS THAN 200
                       IF CLIENTE-ATIVO
                           MOVE NOME-CLIENTE TO WRK-TEXTO-BUSCA
                           PERFORM 6310-TESTA-NOME
                           IF WRK-TITULO-ACHOU EQUAL 'N'
                               MOVE TELEFONE-CLIENTE
                                   TO WRK-TEXTO-BUSCA
                               PERFORM 6310-TESTA-NOME
                           END-IF
                           IF WRK-TITULO-ACHOU EQUAL 'S'
                               ADD 1 TO WRK-QTD-BCLI
                               MOVE COD-CLIENTE
                                   TO WRK-BCLI-COD (WRK-QTD-BCLI)
                               MOVE NOME-CLIENTE
                                   TO WRK-BCLI-NOME (WRK-QTD-BCLI)
                               MOVE TELEFONE-CLIENTE
                                   TO WRK-BCLI-TEL (WRK-QTD-BCLI)
                           END-IF
                       END-IF
                       READ CLIENTES NEXT RECORD
                   END-PERFORM
               END-IF
           END-IF

           IF WRK-QTD-BCLI EQUAL ZERO
               DISPLAY "Nenhum cliente encontrado"
               AT LINE 7 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 7 COLUMN 48
           ELSE
               MOVE 7 TO WRK-TAM-PAGINA
               COMPUTE WRK-ULT-PAG =
                   ((WRK-QTD-BCLI - 1) / WRK-TAM-PAGINA) + 1
               MOVE 1 TO WRK-PAG-ATUAL
               MOVE SPACE TO WRK-ESCOLHA
               PERFORM UNTIL WRK-ESCOLHA EQUAL 'N'
                   OR WRK-ESCOLHA EQUAL 'n'
                   PERFORM 4610-MOSTRA-PAGINA-BCLI
                   DISPLAY "S-Proxima P-Anterior F-Primeira N-Sair: "
                   AT LINE 22 COLUMN 5
                   ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 47
                   EVALUATE WRK-ESCOLHA
                       WHEN 'S'
                       WHEN 's'
                           IF WRK-PAG-ATUAL < WRK-ULT-PAG
                               ADD 1 TO WRK-PAG-ATUAL
                           END-IF
                       WHEN 'P'
                       WHEN 'p'
                           IF WRK-PAG-ATUAL > 1
                               SUBTRACT 1 FROM WRK-PAG-ATUAL
                           END-IF
                       WHEN 'F'
                       WHEN 'f'
                           MOVE 1 TO WRK-PAG-ATUAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM

               DISPLAY "Codigo escolhido (0 = nenhum): "
               AT LINE 23 COLUMN 5
               ACCEPT WRK-CLI-ESCOLHIDO AT LINE 23 COLUMN 37
           END-IF.

      *Mostra uma pagina dos clientes encontrados
       4610-MOSTRA-PAGINA-BCLI  SECTION.
           DISPLAY TELA
           DISPLAY "Clientes encontrados - pagina" AT LINE 5 COLUMN 5
           DISPLAY WRK-PAG-ATUAL AT LINE 5 COLUMN 35
           DISPLAY "de" AT LINE 5 COLUMN 40
           DISPLAY WRK-ULT-PAG AT LINE 5 COLUMN 43

           DISPLAY "Codigo"   AT LINE 7 COLUMN 5
           DISPLAY "Nome"     AT LINE 7 COLUMN 13
           DISPLAY "Telefone" AT LINE 7 COLUMN 46

           COMPUTE WRK-IDX-BCLI =
               ((WRK-PAG-ATUAL - 1) * WRK-TAM-PAGINA) + 1
           MOVE 9 TO WRK-CONTADOR-LINHA
           PERFORM WRK-TAM-PAGINA TIMES
               IF WRK-IDX-BCLI NOT GREATER THAN WRK-QTD-BCLI
                   DISPLAY WRK-BCLI-COD (WRK-IDX-BCLI)
                   AT LINE WRK-CONTADOR-LINHA COLUMN 5 ERASE EOL
                   DISPLAY WRK-BCLI-NOME (WRK-IDX-BCLI)
                   AT LINE WRK-CONTADOR-LINHA COLUMN 13
                   DISPLAY WRK-BCLI-TEL (WRK-IDX-BCLI)
                   AT LINE WRK-CONTADOR-LINHA COLUMN 46
                   ADD 1 TO WRK-IDX-BCLI
                   ADD 2 TO WRK-CONTADOR-LINHA
               END-IF
           END-PERFORM.

      *Unificacao supervisionada de um cliente duplicado: todo o
      *historico da vitima (emprestimos, pagamentos, reservas e
      *razao da conta) passa a apontar o sobrevivente, o deposito
      *caucao retido muda de dono quando o sobrevivente nao tem um,
      *a vitima e desativada e a operacao inteira fica na trilha
      *de auditoria; as multas pendentes viajam junto com os
      *emprestimos, entao os bloqueios do 3140 voltam a enxergar
      *tudo em um codigo so
       4700-UNIFICA-CLIENTES  SECTION.
           MOVE "Unificar cliente" TO WRK-MODULO.
           MOVE ZERO TO WRK-UNI-SOBREV
           MOVE ZERO TO WRK-UNI-VITIMA
           MOVE 0 TO WRK-UNI-QTD-EMP
           MOVE 0 TO WRK-UNI-QTD-PAG
           MOVE 0 TO WRK-UNI-QTD-RES
           MOVE 0 TO WRK-UNI-QTD-CC
           MOVE 0 TO WRK-UNI-QTD-AVA
           MOVE 0 TO WRK-UNI-QTD-SEG

           DISPLAY TELA
           DISPLAY "Cliente sobrevivente: " AT LINE 5 COLUMN 20
           ACCEPT WRK-UNI-SOBREV AT LINE 5 COLUMN 43
           DISPLAY "Cliente duplicado (vitima): " AT LINE 6 COLUMN 20
           ACCEPT WRK-UNI-VITIMA AT LINE 6 COLUMN 49

           IF WRK-UNI-SOBREV EQUAL WRK-UNI-VITIMA
              OR WRK-UNI-SOBREV EQUAL ZERO
              OR WRK-UNI-VITIMA EQUAL ZERO
               MOVE 'Codigos invalidos' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE WRK-UNI-SOBREV TO COD-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE 'Sobrevivente nao existe' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
                       MOVE WRK-UNI-VITIMA TO COD-CLIENTE
                       READ CLIENTES
                           INVALID KEY
                               MOVE 'Vitima nao existe' TO WRK-ERRO
                               DISPLAY TELA-ERRO ERASE EOL
                           NOT INVALID KEY
                               DISPLAY "Confirma a unificacao? (S/N): "
                               AT LINE 8 COLUMN 20
                               ACCEPT WRK-ESCOLHA AT LINE 8 COLUMN 51
                               IF WRK-ESCOLHA = 'S'
                                  OR WRK-ESCOLHA = 's'
                                   PERFORM 4710-EXECUTA-UNIFICACAO
                               ELSE
                                   DISPLAY "Unificacao cancelada"
                                   AT LINE 10 COLUMN 20
                               END-IF
                       END-READ
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Reaponta os arquivos de movimento e desativa a vitima
       4710-EXECUTA-UNIFICACAO  SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

      *    Emprestimos: a cada regravacao o registro sai da fila
      *    da vitima, entao a varredura reposiciona do inicio
           MOVE WRK-UNI-VITIMA TO WRK-EXT-CLIENTE
           PERFORM 3486-REINICIA-CLIENTE
           PERFORM 3485-LER-PROX-DO-CLIENTE
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               MOVE WRK-UNI-SOBREV TO EMP-CLIENTE
               REWRITE EMPRESTIMOS-REG
               MOVE 'A' TO WRK-JRN-OPER
               PERFORM 5202-JORNAL-EMPRESTIMOS
               ADD 1 TO WRK-UNI-QTD-EMP
               PERFORM 3486-REINICIA-CLIENTE
               PERFORM 3485-LER-PROX-DO-CLIENTE
           END-PERFORM

      *    Pagamentos, pela chave alternada por cliente
           MOVE 'S' TO WRK-UNI-ACHOU
           PERFORM UNTIL WRK-UNI-ACHOU EQUAL 'N'
               MOVE 'N' TO WRK-UNI-ACHOU
               MOVE WRK-UNI-VITIMA TO PAG-CLIENTE
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-CLIENTE
                   INVALID KEY
                       MOVE 10 TO PAGAMENTOS-STATUS
               END-START
               IF PAGAMENTOS-STATUS EQUAL 0
                   READ PAGAMENTOS NEXT RECORD
                   IF PAGAMENTOS-STATUS EQUAL 0
                      AND PAG-CLIENTE EQUAL WRK-UNI-VITIMA
                       MOVE WRK-UNI-SOBREV TO PAG-CLIENTE
                       REWRITE PAGAMENTOS-REG
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5203-JORNAL-PAGAMENTOS
                       ADD 1 TO WRK-UNI-QTD-PAG
                       MOVE 'S' TO WRK-UNI-ACHOU
                   END-IF
               END-IF
           END-PERFORM

      *    Reservas (o cliente nao e chave, regrava na passada)
           MOVE LOW-VALUES TO NUM-RESERVA
           START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
               INVALID KEY
                   MOVE 10 TO RESERVAS-STATUS
           END-START
           IF RESERVAS-STATUS EQUAL 0
               READ RESERVAS NEXT RECORD
               PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                   IF RES-CLIENTE EQUAL WRK-UNI-VITIMA
                       MOVE WRK-UNI-SOBREV TO RES-CLIENTE
                       REWRITE RESERVAS-REG
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5206-JORNAL-RESERVAS
                       ADD 1 TO WRK-UNI-QTD-RES
                   END-IF
                   READ RESERVAS NEXT RECORD
               END-PERFORM
           END-IF

      *    Razao da conta da casa: o cliente e chave, entao cada
      *    movimento e regravado sob o sobrevivente e apagado
           MOVE 'S' TO WRK-UNI-ACHOU
           PERFORM UNTIL WRK-UNI-ACHOU EQUAL 'N'
               MOVE 'N' TO WRK-UNI-ACHOU
               MOVE WRK-UNI-VITIMA TO CC-CLIENTE
               MOVE ZERO TO CC-SEQ
               START CONTACLI KEY IS NOT LESS THAN CC-CHAVE
                   INVALID KEY
                       MOVE 10 TO CONTACLI-STATUS
               END-START
               IF CONTACLI-STATUS EQUAL 0
                   READ CONTACLI NEXT RECORD
                   IF CONTACLI-STATUS EQUAL 0
                      AND CC-CLIENTE EQUAL WRK-UNI-VITIMA
                       MOVE CC-TIPO TO WRK-CC-TIPO
                       MOVE CC-VALOR TO WRK-CC-VALOR
                       MOVE CC-DOC TO WRK-CC-DOC
                       DELETE CONTACLI RECORD
                       MOVE WRK-UNI-SOBREV TO WRK-FAT-CLIENTE
                       PERFORM 3146-SALDO-CONTA
                       MOVE WRK-UNI-SOBREV TO CC-CLIENTE
                       COMPUTE CC-SEQ = WRK-CC-ULT-SEQ + 1
                       MOVE WRK-CC-TIPO TO CC-TIPO
                       MOVE WRK-CC-VALOR TO CC-VALOR
                       MOVE WRK-DATA-HOJE TO CC-DATA
                       MOVE WRK-CC-DOC TO CC-DOC
                       MOVE WRK-OPERADOR TO CC-OPERADOR
                       WRITE CONTACLI-REG
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       ADD 1 TO WRK-UNI-QTD-CC
                       MOVE 'S' TO WRK-UNI-ACHOU
                   END-IF
               END-IF
           END-PERFORM

      *    Deposito caucao: muda de dono quando o sobrevivente
      *    ainda nao tem um; com dois depositos, fica o aviso
           MOVE WRK-UNI-VITIMA TO DEP-CLIENTE
           READ DEPOSITOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-UNI-SOBREV TO DEP-CLIENTE
                   WRITE DEPOSITOS-REG
                       INVALID KEY
                           DISPLAY "Aviso: ambos tem deposito -"
                           AT LINE 15 COLUMN 20
                           DISPLAY "o da vitima ficou como esta"
                           AT LINE 16 COLUMN 20
                       NOT INVALID KEY
                           MOVE WRK-UNI-VITIMA TO DEP-CLIENTE
                           READ DEPOSITOS
                               NOT INVALID KEY
                                   DELETE DEPOSITOS RECORD
                           END-READ
                   END-WRITE
           END-READ

      *    Avaliacoes da vitima passam para o sobrevivente (o
      *    cliente e parte da chave: apaga e regrava; nota que o
      *    sobrevivente ja deu ao mesmo titulo simplesmente some)
           MOVE 'S' TO WRK-UNI-ACHOU
           PERFORM UNTIL WRK-UNI-ACHOU EQUAL 'N'
               MOVE 'N' TO WRK-UNI-ACHOU
               MOVE LOW-VALUES TO AV-CHAVE
               START AVALIA KEY IS NOT LESS THAN AV-CHAVE
                   INVALID KEY
                       MOVE 10 TO AVALIA-STATUS
               END-START
               IF AVALIA-STATUS EQUAL 0
                   READ AVALIA NEXT RECORD
                   PERFORM UNTIL AVALIA-STATUS NOT EQUAL 0
                       OR WRK-UNI-ACHOU EQUAL 'S'
                       IF AV-CLIENTE EQUAL WRK-UNI-VITIMA
                           MOVE AV-CODFILME TO WRK-UNI-AV-FILME
                           MOVE AV-NOTA TO WRK-UNI-AV-NOTA
                           MOVE AV-DATA TO WRK-UNI-AV-DATA
                           DELETE AVALIA RECORD
                           MOVE WRK-UNI-AV-FILME TO AV-CODFILME
                           MOVE WRK-UNI-SOBREV TO AV-CLIENTE
                           MOVE WRK-UNI-AV-NOTA TO AV-NOTA
                           MOVE WRK-UNI-AV-DATA TO AV-DATA
                           WRITE AVALIA-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           ADD 1 TO WRK-UNI-QTD-AVA
                           MOVE 'S' TO WRK-UNI-ACHOU
                       ELSE
                           READ AVALIA NEXT RECORD
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

      *    Separacoes de prateleira vivas mudam de dono (o
      *    cliente nao e chave, regrava na passada)
           MOVE LOW-VALUES TO SEG-CHAVE
           START SEGURA KEY IS NOT LESS THAN SEG-CHAVE
               INVALID KEY
                   MOVE 10 TO SEGURA-STATUS
           END-START
           IF SEGURA-STATUS EQUAL 0
               READ SEGURA NEXT RECORD
               PERFORM UNTIL SEGURA-STATUS NOT EQUAL 0
                   IF SEG-CLIENTE EQUAL WRK-UNI-VITIMA
                       MOVE WRK-UNI-SOBREV TO SEG-CLIENTE
                       REWRITE SEGURA-REG
                       ADD 1 TO WRK-UNI-QTD-SEG
                   END-IF
                   READ SEGURA NEXT RECORD
               END-PERFORM
           END-IF

      *    Clientes indicados pela vitima passam a contar como
      *    indicacao do sobrevivente (o codigo nao e chave,
      *    regrava na passada)
           MOVE LOW-VALUES TO COD-CLIENTE
           START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
               INVALID KEY
                   MOVE 10 TO CLIENTES-STATUS
           END-START
           IF CLIENTES-STATUS EQUAL 0
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                   IF CLI-INDICADO-POR EQUAL WRK-UNI-VITIMA
                       MOVE WRK-UNI-SOBREV TO CLI-INDICADO-POR
                       MOVE WRK-DATA-HOJE TO CLI-DATA-ALTERACAO
                       REWRITE CLIENTES-REG
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5204-JORNAL-CLIENTES
                   END-IF
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-IF

      *    Desativa a vitima e deixa o rastro
           MOVE WRK-UNI-VITIMA TO COD-CLIENTE
           READ CLIENTES
               NOT INVALID KEY
                   MOVE 'I' TO STATUS-CLIENTE
                   MOVE WRK-DATA-HOJE TO CLI-DATA-ALTERACAO
                   REWRITE CLIENTES-REG
                   MOVE 'A' TO WRK-JRN-OPER
                   PERFORM 5204-JORNAL-CLIENTES
           END-READ

           MOVE ZERO TO CODFILME
           MOVE 'UNIFCLI' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'VITIMA=' DELIMITED BY SIZE
                  WRK-UNI-VITIMA DELIMITED BY SIZE
                  ' SOBREV=' DELIMITED BY SIZE
                  WRK-UNI-SOBREV DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA

           DISPLAY "Unificacao concluida" AT LINE 10 COLUMN 20
           DISPLAY "Emprestimos: " AT LINE 11 COLUMN 20
           DISPLAY WRK-UNI-QTD-EMP AT LINE 11 COLUMN 34
           DISPLAY "Pagamentos : " AT LINE 12 COLUMN 20
           DISPLAY WRK-UNI-QTD-PAG AT LINE 12 COLUMN 34
           DISPLAY "Reservas   : " AT LINE 13 COLUMN 20
           DISPLAY WRK-UNI-QTD-RES AT LINE 13 COLUMN 34
           DISPLAY "Conta casa : " AT LINE 14 COLUMN 20
           DISPLAY WRK-UNI-QTD-CC AT LINE 14 COLUMN 34
           DISPLAY "Avaliacoes : " AT LINE 17 COLUMN 20
           DISPLAY WRK-UNI-QTD-AVA AT LINE 17 COLUMN 34
           DISPLAY "Seguras    : " AT LINE 18 COLUMN 20
           DISPLAY WRK-UNI-QTD-SEG AT LINE 18 COLUMN 34.

      *Pedido do titular sobre os dados pessoais (LGPD): no modo
      *Relatorio gera DADOSCLI.PRN com tudo o que a loja guarda do
      *cliente; no modo Anonimizar apaga nome, telefone, endereco,
      *e-mail e nascimento e deixa so as chaves numericas, para o
      *historico financeiro e as exportacoes fiscais continuarem
      *fechando. Todo pedido deixa uma linha na auditoria
       4800-DADOS-PESSOAIS  SECTION.
           MOVE "Dados pessoais" TO WRK-MODULO.
           MOVE ZERO TO WRK-LGPD-CLIENTE
           MOVE SPACES TO WRK-LGPD-MODO

           DISPLAY TELA
           DISPLAY "Codigo do cliente: " AT LINE 5 COLUMN 20
           ACCEPT WRK-LGPD-CLIENTE AT LINE 5 COLUMN 40
           DISPLAY "R - Relatorio  A - Anonimizar: "
           AT LINE 6 COLUMN 20
           ACCEPT WRK-LGPD-MODO AT LINE 6 COLUMN 52

           MOVE WRK-LGPD-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE 'Cliente nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   GO TO 4800-DADOS-PESSOAIS-FIM
           END-READ

           MOVE ZERO TO CODFILME
           MOVE SPACES TO WRK-AUD-DETALHE
           EVALUATE WRK-LGPD-MODO
               WHEN 'R'
               WHEN 'r'
                   PERFORM 4810-RELATORIO-DADOS
                   MOVE 'LGPDREL' TO WRK-AUD-OPERACAO
                   STRING 'CLIENTE=' DELIMITED BY SIZE
                          WRK-LGPD-CLIENTE DELIMITED BY SIZE
                          ' LINHAS=' DELIMITED BY SIZE
                          WRK-LGPD-QTD DELIMITED BY SIZE
                          INTO WRK-AUD-DETALHE
                   END-STRING
                   DISPLAY "Relatorio gerado em DADOSCLI.PRN"
                   AT LINE 10 COLUMN 20
                   DISPLAY "Registros listados: " AT LINE 11 COLUMN 20
                   DISPLAY WRK-LGPD-QTD AT LINE 11 COLUMN 40
                   PERFORM 5190-GRAVA-AUDITORIA

               WHEN 'A'
               WHEN 'a'
                   PERFORM 4820-VERIFICA-PENDENCIAS
                   IF WRK-LGPD-PEND EQUAL 'S'
                       MOVE 'LGPDNEG' TO WRK-AUD-OPERACAO
                       STRING 'CLIENTE=' DELIMITED BY SIZE
                              WRK-LGPD-CLIENTE DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WRK-LGPD-MOTIVO DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       MOVE SPACES TO WRK-ERRO
                       STRING 'Recusado: ' DELIMITED BY SIZE
                              WRK-LGPD-MOTIVO DELIMITED BY SIZE
                              INTO WRK-ERRO
                       END-STRING
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       DISPLAY NOME-CLIENTE AT LINE 8 COLUMN 20
                       DISPLAY "Confirma a anonimizacao? (S/N): "
                       AT LINE 9 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 9 COLUMN 53
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           PERFORM 4830-ANONIMIZA-CLIENTE
                           MOVE 'LGPDANON' TO WRK-AUD-OPERACAO
                           DISPLAY "Cliente anonimizado"
                           AT LINE 10 COLUMN 20
                       ELSE
                           MOVE 'LGPDCANC' TO WRK-AUD-OPERACAO
                           DISPLAY "Anonimizacao cancelada"
                           AT LINE 10 COLUMN 20
                       END-IF
                       STRING 'CLIENTE=' DELIMITED BY SIZE
                              WRK-LGPD-CLIENTE DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                   END-IF
                   PERFORM 5190-GRAVA-AUDITORIA

               WHEN OTHER
                   MOVE 'Opcao invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
           END-EVALUATE.

       4800-DADOS-PESSOAIS-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Grava DADOSCLI.PRN com a ficha do cliente corrente e os
      *registros dele em cada arquivo: locacoes (inclusive as do
      *arquivo morto), pagamentos, avaliacoes, reservas, conta da
      *casa, pontos e as linhas da auditoria que citam o codigo
       4810-RELATORIO-DADOS  SECTION.
           MOVE 0 TO WRK-LGPD-QTD
           MOVE WRK-LGPD-CLIENTE TO WRK-LGPD-COD-X
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT DADOSCLI

           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Dados pessoais do cliente ' DELIMITED BY SIZE
                  WRK-LGPD-CLIENTE DELIMITED BY SIZE
                  ' - emitido em ' DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  ' por ' DELIMITED BY SIZE
                  WRK-OPERADOR DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE DADOSCLI-REG FROM WRK-LINHA-IMP

      *    Ficha cadastral
           MOVE '== Cadastro' TO DADOSCLI-REG
           WRITE DADOSCLI-REG
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Nome: ' DELIMITED BY SIZE
                  NOME-CLIENTE DELIMITED BY SIZE
                  '  Telefone: ' DELIMITED BY SIZE
                  TELEFONE-CLIENTE DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE DADOSCLI-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Endereco: ' DELIMITED BY SIZE
                  ENDERECO-CLIENTE DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE DADOSCLI-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'E-mail: ' DELIMITED BY SIZE
                  CLI-EMAIL DELIMITED BY SIZE
                  '  Nascimento: ' DELIMITED BY SIZE
                  CLI-DATA-NASC DELIMITED BY SIZE
                  '  CPF: ' DELIMITED BY SIZE
                  CLI-CPF DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE DADOSCLI-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Situacao: ' DELIMITED BY SIZE
                  STATUS-CLIENTE DELIMITED BY SIZE
                  '  Cadastro: ' DELIMITED BY SIZE
                  CLI-DATA-CADASTRO DELIMITED BY SIZE
                  '  Alteracao: ' DELIMITED BY SIZE
                  CLI-DATA-ALTERACAO DELIMITED BY SIZE
                  '  Loja: ' DELIMITED BY SIZE
                  CLI-LOJA-ORIGEM DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE DADOSCLI-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Plano: ' DELIMITED BY SIZE
                  CLI-PLANO DELIMITED BY SIZE
                  '  Pago ate: ' DELIMITED BY SIZE
                  CLI-PAGO-ATE DELIMITED BY SIZE
                  '  Conta da casa: ' DELIMITED BY SIZE
                  CLI-CONTA-CASA DELIMITED BY SIZE
                  '  Responsavel: ' DELIMITED BY SIZE
                  CLI-RESPONSAVEL DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE DADOSCLI-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Aceita SMS/E-mail/Carta: ' DELIMITED BY SIZE
                  CLI-OPT-SMS DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  CLI-OPT-EMAIL DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  CLI-OPT-CARTA DELIMITED BY SIZE
                  '  em ' DELIMITED BY SIZE
                  CLI-CONSENT-DATA DELIMITED BY SIZE
                  ' por ' DELIMITED BY SIZE
                  CLI-CONSENT-OPERADOR DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE DADOSCLI-REG FROM WRK-LINHA-IMP

      *    Locacoes, pela chave alternada por cliente
           MOVE '== Locacoes (Num;Filme;Retirada;Devolucao;Multa;Sit)'
               TO DADOSCLI-REG
           WRITE DADOSCLI-REG
           MOVE WRK-LGPD-CLIENTE TO WRK-EXT-CLIENTE
           PERFORM 3486-REINICIA-CLIENTE
           PERFORM 3485-LER-PROX-DO-CLIENTE
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               MOVE SPACES TO WRK-LINHA-IMP
               STRING NUM-EMPRESTIMO     DELIMITED BY SIZE
                      ";"                DELIMITED BY SIZE
                      EMP-CODFILME       DELIMITED BY SIZE
                      ";"                DELIMITED BY SIZE
                      EMP-DATA-RETIRADA  DELIMITED BY SIZE
                      ";"                DELIMITED BY SIZE
                      EMP-DATA-DEVOLUCAO DELIMITED BY SIZE
                      ";"                DELIMITED BY SIZE
                      EMP-VALOR-MULTA    DELIMITED BY SIZE
                      ";"                DELIMITED BY SIZE
                      EMP-STATUS         DELIMITED BY SIZE
                      EMP-MULTA-SITUACAO DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE DADOSCLI-REG FROM WRK-LINHA-IMP
               ADD 1 TO WRK-LGPD-QTD
               PERFORM 3485-LER-PROX-DO-CLIENTE
           END-PERFORM

           OPEN INPUT ARQEMP
           IF ARQEMP-STATUS EQUAL 0
               READ ARQEMP
               PERFORM UNTIL ARQEMP-STATUS NOT EQUAL 0
                   IF EMP-CLIENTE-AQ EQUAL WRK-LGPD-CLIENTE
                       MOVE SPACES TO WRK-LINHA-IMP
                       STRING NUM-EMPRESTIMO-AQ DELIMITED BY SIZE
                              ';' DELIMITED BY SIZE
                              EMP-CODFILME-AQ DELIMITED BY SIZE
                              ';' DELIMITED BY SIZE
                              EMP-DATA-RETIR-AQ DELIMITED BY SIZE
                              ';' DELIMITED BY SIZE
                              EMP-DATA-DEVOL-AQ DELIMITED BY SIZE
                              ';' DELIMITED BY SIZE
                              EMP-VALOR-MULTA-AQ DELIMITED BY SIZE
                              ';' DELIMITED BY SIZE
                              EMP-STATUS-AQ DELIMITED BY SIZE
                              EMP-MULTA-SIT-AQ DELIMITED BY SIZE
                              ';ARQ' DELIMITED BY SIZE
                              INTO WRK-LINHA-IMP
                       END-STRING
                       WRITE DADOSCLI-REG FROM WRK-LINHA-IMP
                       ADD 1 TO WRK-LGPD-QTD
                   END-IF
                   READ ARQEMP
               END-PERFORM
               CLOSE ARQEMP
           END-IF

      *    Pagamentos, pela chave alternada por cliente
           MOVE '== Pagamentos (Num;Data;Tipo;Valor BRL;Forma;Loja)'
               TO DADOSCLI-REG
           WRITE DADOSCLI-REG
           MOVE WRK-LGPD-CLIENTE TO PAG-CLIENTE
           START PAGAMENTOS KEY IS NOT LESS THAN PAG-CLIENTE
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START
           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
               PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                  OR PAG-CLIENTE NOT EQUAL WRK-LGPD-CLIENTE
                   MOVE SPACES TO WRK-LINHA-IMP
                   STRING NUM-PAGAMENTO  DELIMITED BY SIZE
                          ";"            DELIMITED BY SIZE
                          PAG-DATA       DELIMITED BY SIZE
                          ";"            DELIMITED BY SIZE
                          PAG-TIPO       DELIMITED BY SIZE
                          ";"            DELIMITED BY SIZE
                          PAG-VALOR-BRL  DELIMITED BY SIZE
                          ";"            DELIMITED BY SIZE
                          PAG-FORMA      DELIMITED BY SIZE
                          ";"            DELIMITED BY SIZE
                          PAG-LOJA       DELIMITED BY SIZE
                          INTO WRK-LINHA-IMP
                   END-STRING
                   WRITE DADOSCLI-REG FROM WRK-LINHA-IMP
                   ADD 1 TO WRK-LGPD-QTD
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM
           END-IF

      *    Avaliacoes (o cliente e a segunda parte da chave)
           MOVE '== Avaliacoes (Filme;Nota;Data)' TO DADOSCLI-REG
           WRITE DADOSCLI-REG
           MOVE LOW-VALUES TO AV-CHAVE
           START AVALIA KEY IS NOT LESS THAN AV-CHAVE
               INVALID KEY
                   MOVE 10 TO AVALIA-STATUS
           END-START
           IF AVALIA-STATUS EQUAL 0
               READ AVALIA NEXT RECORD
               PERFORM UNTIL AVALIA-STATUS NOT EQUAL 0
                   IF AV-CLIENTE EQUAL WRK-LGPD-CLIENTE
                       MOVE SPACES TO WRK-LINHA-IMP
                       STRING AV-CODFILME DELIMITED BY SIZE
                              ";"         DELIMITED BY SIZE
                              AV-NOTA     DELIMITED BY SIZE
                              ";"         DELIMITED BY SIZE
                              AV-DATA     DELIMITED BY SIZE
                              INTO WRK-LINHA-IMP
                       END-STRING
                       WRITE DADOSCLI-REG FROM WRK-LINHA-IMP
                       ADD 1 TO WRK-LGPD-QTD
                   END-IF
                   READ AVALIA NEXT RECORD
               END-PERFORM
           END-IF

      *    Reservas
           MOVE '== Reservas (Num;Filme;Data;Sit)' TO DADOSCLI-REG
           WRITE DADOSCLI-REG
           MOVE LOW-VALUES TO NUM-RESERVA
           START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
               INVALID KEY
                   MOVE 10 TO RESERVAS-STATUS
           END-START
           IF RESERVAS-STATUS EQUAL 0
               READ RESERVAS NEXT RECORD
               PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                   IF RES-CLIENTE EQUAL WRK-LGPD-CLIENTE
                       MOVE SPACES TO WRK-LINHA-IMP
                       STRING NUM-RESERVA  DELIMITED BY SIZE
                              ";"          DELIMITED BY SIZE
                              RES-CODFILME DELIMITED BY SIZE
                              ";"          DELIMITED BY SIZE
                              RES-DATA     DELIMITED BY SIZE
                              ";"          DELIMITED BY SIZE
                              RES-STATUS   DELIMITED BY SIZE
                              INTO WRK-LINHA-IMP
                       END-STRING
                       WRITE DADOSCLI-REG FROM WRK-LINHA-IMP
                       ADD 1 TO WRK-LGPD-QTD
                   END-IF
                   READ RESERVAS NEXT RECORD
               END-PERFORM
           END-IF

      *    Razao da conta da casa
           MOVE '== Conta da casa (Seq;Tipo;Valor;Data;Doc)'
               TO DADOSCLI-REG
           WRITE DADOSCLI-REG
           MOVE WRK-LGPD-CLIENTE TO CC-CLIENTE
           MOVE ZERO TO CC-SEQ
           START CONTACLI KEY IS NOT LESS THAN CC-CHAVE
               INVALID KEY
                   MOVE 10 TO CONTACLI-STATUS
           END-START
           IF CONTACLI-STATUS EQUAL 0
               READ CONTACLI NEXT RECORD
               PERFORM UNTIL CONTACLI-STATUS NOT EQUAL 0
                  OR CC-CLIENTE NOT EQUAL WRK-LGPD-CLIENTE
                   MOVE SPACES TO WRK-LINHA-IMP
                   STRING CC-SEQ   DELIMITED BY SIZE
                          ";"      DELIMITED BY SIZE
                          CC-TIPO  DELIMITED BY SIZE
                          ";"      DELIMITED BY SIZE
                          CC-VALOR DELIMITED BY SIZE
                          ";"      DELIMITED BY SIZE
                          CC-DATA  DELIMITED BY SIZE
                          ";"      DELIMITED BY SIZE
                          CC-DOC   DELIMITED BY SIZE
                          INTO WRK-LINHA-IMP
                   END-STRING
                   WRITE DADOSCLI-REG FROM WRK-LINHA-IMP
                   ADD 1 TO WRK-LGPD-QTD
                   READ CONTACLI NEXT RECORD
               END-PERFORM
           END-IF

      *    Razao de pontos de fidelidade
           MOVE '== Pontos (Seq;Tipo;Qtd;Data;Doc)' TO DADOSCLI-REG
           WRITE DADOSCLI-REG
           MOVE WRK-LGPD-CLIENTE TO PT-CLIENTE
           MOVE ZERO TO PT-SEQ
           START PONTOS KEY IS NOT LESS THAN PT-CHAVE
               INVALID KEY
                   MOVE 10 TO PONTOS-STATUS
           END-START
           IF PONTOS-STATUS EQUAL 0
               READ PONTOS NEXT RECORD
               PERFORM UNTIL PONTOS-STATUS NOT EQUAL 0
                  OR PT-CLIENTE NOT EQUAL WRK-LGPD-CLIENTE
                   MOVE SPACES TO WRK-LINHA-IMP
                   STRING PT-SEQ   DELIMITED BY SIZE
                          ";"      DELIMITED BY SIZE
                          PT-TIPO  DELIMITED BY SIZE
                          ";"      DELIMITED BY SIZE
                          PT-QTD   DELIMITED BY SIZE
                          ";"      DELIMITED BY SIZE
                          PT-DATA  DELIMITED BY SIZE
                          ";"      DELIMITED BY SIZE
                          PT-DOC   DELIMITED BY SIZE
                          INTO WRK-LINHA-IMP
                   END-STRING
                   WRITE DADOSCLI-REG FROM WRK-LINHA-IMP
                   ADD 1 TO WRK-LGPD-QTD
                   READ PONTOS NEXT RECORD
               END-PERFORM
           END-IF

      *    Linhas da auditoria cujo detalhe cita o codigo do
      *    cliente (CLIENTE=, VITIMA= etc.), copiadas como estao
           MOVE '== Auditoria' TO DADOSCLI-REG
           WRITE DADOSCLI-REG
           OPEN INPUT AUDITFILE
           IF AUDITFILE-STATUS EQUAL 0
               READ AUDITFILE
               PERFORM UNTIL AUDITFILE-STATUS NOT EQUAL 0
                   MOVE SPACES TO WRK-AUD-CAMPOS
                   MOVE AUDITFILE-REG TO WRK-CSV-LINHA
                   PERFORM 5183-ESCONDE-SEPARADOR
                   UNSTRING WRK-CSV-LINHA DELIMITED BY ';'
                       INTO WRK-AUD-L-DATA WRK-AUD-L-OPER
                            WRK-AUD-L-OP WRK-AUD-L-COD WRK-AUD-L-DET
                   END-UNSTRING
                   MOVE 0 TO WRK-LGPD-TALLY
                   INSPECT WRK-AUD-L-DET TALLYING WRK-LGPD-TALLY
                       FOR ALL WRK-LGPD-COD-X
                   IF WRK-LGPD-TALLY > 0
                       WRITE DADOSCLI-REG FROM AUDITFILE-REG
                       ADD 1 TO WRK-LGPD-QTD
                   END-IF
                   READ AUDITFILE
               END-PERFORM
               CLOSE AUDITFILE
           END-IF

           CLOSE DADOSCLI.

      *Confere se o cliente corrente pode ser anonimizado: nao pode
      *ter emprestimo aberto, multa pendente (inclusive no arquivo
      *morto) nem saldo na conta da casa; o motivo da recusa volta
      *em WRK-LGPD-MOTIVO
       4820-VERIFICA-PENDENCIAS  SECTION.
           MOVE 'N' TO WRK-LGPD-PEND
           MOVE SPACES TO WRK-LGPD-MOTIVO

           MOVE WRK-LGPD-CLIENTE TO WRK-EXT-CLIENTE
           PERFORM 3486-REINICIA-CLIENTE
           PERFORM 3485-LER-PROX-DO-CLIENTE
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               IF EMPRESTIMO-ABERTO
                   MOVE 'S' TO WRK-LGPD-PEND
                   MOVE 'EMP ABERTO' TO WRK-LGPD-MOTIVO
               END-IF
               IF MULTA-PENDENTE
                  AND WRK-LGPD-PEND EQUAL 'N'
                   MOVE 'S' TO WRK-LGPD-PEND
                   MOVE 'MULTA PENDENTE' TO WRK-LGPD-MOTIVO
               END-IF
               IF MULTA-EM-ACORDO
                  AND WRK-LGPD-PEND EQUAL 'N'
                   MOVE 'S' TO WRK-LGPD-PEND
                   MOVE 'MULTA EM ACORDO' TO WRK-LGPD-MOTIVO
               END-IF
               PERFORM 3485-LER-PROX-DO-CLIENTE
           END-PERFORM

           IF WRK-LGPD-PEND EQUAL 'N'
               OPEN INPUT ARQEMP
               IF ARQEMP-STATUS EQUAL 0
                   READ ARQEMP
                   PERFORM UNTIL ARQEMP-STATUS NOT EQUAL 0
                       IF EMP-CLIENTE-AQ EQUAL WRK-LGPD-CLIENTE
                          AND EMP-MULTA-SIT-AQ EQUAL 'P'
                           MOVE 'S' TO WRK-LGPD-PEND
                           MOVE 'MULTA PENDENTE' TO WRK-LGPD-MOTIVO
                       END-IF
                       READ ARQEMP
                   END-PERFORM
                   CLOSE ARQEMP
               END-IF
           END-IF

           IF WRK-LGPD-PEND EQUAL 'N'
               MOVE WRK-LGPD-CLIENTE TO WRK-FAT-CLIENTE
               PERFORM 3146-SALDO-CONTA
               IF WRK-CLI-SALDO-CONTA NOT EQUAL ZERO
                   MOVE 'S' TO WRK-LGPD-PEND
                   MOVE 'SALDO CONTA' TO WRK-LGPD-MOTIVO
                   MOVE WRK-CLI-SALDO-CONTA TO WRK-LGPD-SALDO-ED
                   DISPLAY "Saldo da conta da casa: "
                   AT LINE 8 COLUMN 20
                   DISPLAY WRK-LGPD-SALDO-ED AT LINE 8 COLUMN 45
               END-IF
           END-IF.

      *Apaga os dados pessoais do cliente corrente e deixa so as
      *chaves numericas; o cliente fica inativo e sem nenhum canal
      *de contato aceito, e a data de alteracao leva a ficha limpa
      *as outras lojas pelo intercambio noturno
       4830-ANONIMIZA-CLIENTE  SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-LGPD-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               NOT INVALID KEY
                   MOVE SPACES TO NOME-CLIENTE
                   MOVE SPACES TO TELEFONE-CLIENTE
                   MOVE SPACES TO ENDERECO-CLIENTE
                   MOVE SPACES TO CLI-EMAIL
                   MOVE ZERO TO CLI-DATA-NASC
                   MOVE ZERO TO CLI-PIN
                   MOVE ZERO TO CLI-CPF
                   MOVE 'I' TO STATUS-CLIENTE
                   MOVE 'N' TO CLI-OPT-SMS
                   MOVE 'N' TO CLI-OPT-EMAIL
                   MOVE 'N' TO CLI-OPT-CARTA
                   MOVE WRK-DATA-HOJE TO CLI-CONSENT-DATA
                   MOVE WRK-OPERADOR TO CLI-CONSENT-OPERADOR
                   MOVE WRK-DATA-HOJE TO CLI-DATA-ALTERACAO
                   REWRITE CLIENTES-REG
                   MOVE 'A' TO WRK-JRN-OPER
                   PERFORM 5204-JORNAL-CLIENTES
           END-READ

      *    O endereco estruturado sai inteiro (CEP e numero
      *    localizam a casa)
           MOVE WRK-LGPD-CLIENTE TO CE-CLIENTE
           READ CLIEND
               NOT INVALID KEY
                   DELETE CLIEND RECORD
           END-READ

      *    O endereco de entrega dos pedidos em domicilio tambem e
      *    dado pessoal e sai junto com a ficha
           MOVE LOW-VALUES TO ENT-CHAVE
           START ENTREGAS KEY IS NOT LESS THAN ENT-CHAVE
               INVALID KEY
                   MOVE 10 TO ENTREGAS-STATUS
           END-START
           IF ENTREGAS-STATUS EQUAL 0
               READ ENTREGAS NEXT RECORD
               PERFORM UNTIL ENTREGAS-STATUS NOT EQUAL 0
                   IF ENT-CLIENTE EQUAL WRK-LGPD-CLIENTE
                       MOVE SPACES TO ENT-ENDERECO
                       REWRITE ENTREGAS-REG
                   END-IF
                   READ ENTREGAS NEXT RECORD
               END-PERFORM
           END-IF

      *    O relato do cliente nos casos de reclamacao idem; o
      *    caso fica, com a categoria e a solucao
           MOVE WRK-LGPD-CLIENTE TO CAS-CLIENTE
           START CASOS KEY IS NOT LESS THAN CAS-CLIENTE
               INVALID KEY
                   MOVE 10 TO CASOS-STATUS
           END-START
           IF CASOS-STATUS EQUAL 0
               READ CASOS NEXT RECORD
               PERFORM UNTIL CASOS-STATUS NOT EQUAL 0
                  OR CAS-CLIENTE NOT EQUAL WRK-LGPD-CLIENTE
                   MOVE SPACES TO CAS-DESCRICAO
                   REWRITE CASOS-REG
                   READ CASOS NEXT RECORD
               END-PERFORM
           END-IF.

      *Abre um caso de reclamacao ou contestacao: cliente, o
      *emprestimo e o recibo em discussao (opcionais, conferidos
      *contra o cliente), a categoria e o relato; o caso nasce
      *Aberto com o operador do balcao
       4900-ABRE-CASO  SECTION.
           MOVE "Abrir caso" TO WRK-MODULO.
           PERFORM 3700-ZERA-CLIENTE
           MOVE ZERO TO CAS-NUM-EMPRESTIMO
           MOVE ZERO TO CAS-NUM-PAGAMENTO
           MOVE SPACE TO CAS-CATEGORIA-DIG
           MOVE SPACES TO CAS-DESCRICAO-DIG
           MOVE 'S' TO WRK-CAS-OK

           DISPLAY TELA
           DISPLAY "Cliente: " AT LINE 5 COLUMN 20
           ACCEPT COD-CLIENTE AT LINE 5 COLUMN 30
           READ CLIENTES
               INVALID KEY
                   MOVE 'Cliente nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-CAS-OK
               NOT INVALID KEY
                   DISPLAY NOME-CLIENTE AT LINE 5 COLUMN 37
           END-READ

           IF WRK-CAS-OK EQUAL 'S'
               DISPLAY "Emprestimo (0 = nenhum): " AT LINE 7 COLUMN 20
               ACCEPT CAS-NUM-EMPRESTIMO AT LINE 7 COLUMN 46
               IF CAS-NUM-EMPRESTIMO > ZERO
                   MOVE CAS-NUM-EMPRESTIMO TO NUM-EMPRESTIMO
                   READ EMPRESTIMOS
                       INVALID KEY
                           MOVE 'Emprestimo nao encontrado'
                               TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE 'N' TO WRK-CAS-OK
                       NOT INVALID KEY
                           IF EMP-CLIENTE NOT EQUAL COD-CLIENTE
                               MOVE 'Emprestimo de outro cliente'
                                   TO WRK-ERRO
                               DISPLAY TELA-ERRO ERASE EOL
                               MOVE 'N' TO WRK-CAS-OK
                           END-IF
                   END-READ
               END-IF
           END-IF

           IF WRK-CAS-OK EQUAL 'S'
               DISPLAY "Recibo (0 = nenhum): " AT LINE 8 COLUMN 20
               ACCEPT CAS-NUM-PAGAMENTO AT LINE 8 COLUMN 46
               IF CAS-NUM-PAGAMENTO > ZERO
                   MOVE CAS-NUM-PAGAMENTO TO NUM-PAGAMENTO
                   READ PAGAMENTOS
                       INVALID KEY
                           MOVE 'Recibo nao encontrado' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE 'N' TO WRK-CAS-OK
                       NOT INVALID KEY
                           IF PAG-CLIENTE NOT EQUAL COD-CLIENTE
                               MOVE 'Recibo de outro cliente'
                                   TO WRK-ERRO
                               DISPLAY TELA-ERRO ERASE EOL
                               MOVE 'N' TO WRK-CAS-OK
                           END-IF
                   END-READ
               END-IF
           END-IF

           IF WRK-CAS-OK EQUAL 'S'
               DISPLAY "M-ulta D-isco danificado V-devolucao "
               AT LINE 10 COLUMN 20
               DISPLAY "C-obranca O-utros" AT LINE 10 COLUMN 57
               DISPLAY "Categoria: " AT LINE 11 COLUMN 20
               ACCEPT CAS-CATEGORIA-DIG AT LINE 11 COLUMN 32
               INSPECT CAS-CATEGORIA-DIG
                   CONVERTING 'mdvco' TO 'MDVCO'
               PERFORM 4945-ACHA-CATEGORIA
               IF WRK-CAS-IDX EQUAL ZERO
                   MOVE 'Categoria invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-CAS-OK
               ELSE
                   DISPLAY WRK-CAS-CAT-NOME (WRK-CAS-IDX)
                   AT LINE 11 COLUMN 35
               END-IF
           END-IF

           IF WRK-CAS-OK EQUAL 'S'
               PERFORM UNTIL CAS-DESCRICAO-DIG NOT EQUAL SPACES
                   DISPLAY "Relato: " AT LINE 12 COLUMN 20
                   ACCEPT CAS-DESCRICAO-DIG AT LINE 12 COLUMN 29
               END-PERFORM

               DISPLAY "Confirma a abertura? (S/N): "
               AT LINE 14 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 49
               IF WRK-ESCOLHA NOT EQUAL 'S' AND NOT EQUAL 's'
                   DISPLAY "Abertura cancelada" AT LINE 15 COLUMN 20
                   MOVE 'N' TO WRK-CAS-OK
               END-IF
           END-IF

           IF WRK-CAS-OK EQUAL 'S'
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               PERFORM 2053-RESERVA-NUM-CASO
               MOVE WRK-PROX-CASO TO CAS-NUMERO
               MOVE COD-CLIENTE TO CAS-CLIENTE
               MOVE CAS-CATEGORIA-DIG TO CAS-CATEGORIA
               MOVE CAS-DESCRICAO-DIG TO CAS-DESCRICAO
               MOVE 'A' TO CAS-STATUS
               MOVE WRK-DATA-HOJE TO CAS-DATA-ABERTURA
               MOVE WRK-OPERADOR TO CAS-OPERADOR
               MOVE SPACES TO CAS-SUPERVISOR
               MOVE ZERO TO CAS-DATA-SOLUCAO
               MOVE SPACE TO CAS-ACAO
               MOVE ZERO TO CAS-REF-ACAO
               MOVE ZERO TO CAS-VALOR-ACAO
               MOVE SPACES TO CAS-SOLUCAO
               WRITE CASOS-REG
                   INVALID KEY
                       MOVE 'Erro ao gravar o caso' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE '4900-ABRE-CASO' TO WRK-ERL-PARAGRAFO
                       MOVE 'CASOS' TO WRK-ERL-ARQUIVO
                       MOVE 'WRITE' TO WRK-ERL-OPERACAO
                       MOVE CASOS-STATUS TO WRK-ERL-STATUS
                       MOVE CAS-NUMERO TO WRK-ERL-CHAVE
                       PERFORM 5196-GRAVA-ERRO-ARQUIVO
                   NOT INVALID KEY
                       MOVE ZERO TO CODFILME
                       MOVE 'CASO' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'ABRE ' DELIMITED BY SIZE
                              CAS-NUMERO DELIMITED BY SIZE
                              ' CLI=' DELIMITED BY SIZE
                              CAS-CLIENTE DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA
                       DISPLAY "Caso aberto: " AT LINE 15 COLUMN 20
                       DISPLAY CAS-NUMERO AT LINE 15 COLUMN 34
               END-WRITE
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 17 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 17 COLUMN 52.

      *Consulta um caso pelo numero
       4910-CONSULTA-CASO  SECTION.
           MOVE "Consultar caso" TO WRK-MODULO.
           MOVE ZERO TO CAS-NUM-DIG

           DISPLAY TELA
           DISPLAY "Numero do caso: " AT LINE 5 COLUMN 20
           ACCEPT CAS-NUM-DIG AT LINE 5 COLUMN 37
           MOVE CAS-NUM-DIG TO CAS-NUMERO
           READ CASOS
               INVALID KEY
                   MOVE 'Caso nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   PERFORM 4915-MOSTRA-CASO
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Mostra o caso lido em CASOS-REG nas linhas 7 a 16
       4915-MOSTRA-CASO  SECTION.
           DISPLAY "Cliente   : " AT LINE 7 COLUMN 20
           DISPLAY CAS-CLIENTE AT LINE 7 COLUMN 33
           MOVE CAS-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO NOME-CLIENTE
           END-READ
           DISPLAY NOME-CLIENTE AT LINE 7 COLUMN 40
           DISPLAY "Emprestimo: " AT LINE 8 COLUMN 20
           DISPLAY CAS-NUM-EMPRESTIMO AT LINE 8 COLUMN 33
           DISPLAY "Recibo: " AT LINE 8 COLUMN 42
           DISPLAY CAS-NUM-PAGAMENTO AT LINE 8 COLUMN 51
           MOVE CAS-CATEGORIA TO CAS-CATEGORIA-DIG
           PERFORM 4945-ACHA-CATEGORIA
           DISPLAY "Categoria : " AT LINE 9 COLUMN 20
           IF WRK-CAS-IDX > ZERO
               DISPLAY WRK-CAS-CAT-NOME (WRK-CAS-IDX)
               AT LINE 9 COLUMN 33
           END-IF
           DISPLAY "Relato    : " AT LINE 10 COLUMN 20
           DISPLAY CAS-DESCRICAO AT LINE 10 COLUMN 33
           DISPLAY "Aberto em : " AT LINE 11 COLUMN 20
           DISPLAY CAS-DATA-ABERTURA AT LINE 11 COLUMN 33
           DISPLAY "por" AT LINE 11 COLUMN 43
           DISPLAY CAS-OPERADOR AT LINE 11 COLUMN 47
           DISPLAY "Situacao  : " AT LINE 12 COLUMN 20
           EVALUATE TRUE
               WHEN CASO-ABERTO
                   DISPLAY "ABERTO" AT LINE 12 COLUMN 33
               WHEN CASO-RESOLVIDO
                   DISPLAY "RESOLVIDO" AT LINE 12 COLUMN 33
               WHEN OTHER
                   DISPLAY "IMPROCEDENTE" AT LINE 12 COLUMN 33
           END-EVALUATE
           IF NOT CASO-ABERTO
               DISPLAY "Solucao em: " AT LINE 13 COLUMN 20
               DISPLAY CAS-DATA-SOLUCAO AT LINE 13 COLUMN 33
               DISPLAY "por" AT LINE 13 COLUMN 43
               DISPLAY CAS-SUPERVISOR AT LINE 13 COLUMN 47
               DISPLAY "Solucao   : " AT LINE 14 COLUMN 20
               DISPLAY CAS-SOLUCAO AT LINE 14 COLUMN 33
               DISPLAY "Acao      : " AT LINE 15 COLUMN 20
               EVALUATE TRUE
                   WHEN ACAO-NOTA-CREDITO
                       DISPLAY "NOTA DE CREDITO - RECIBO"
                       AT LINE 15 COLUMN 33
                   WHEN ACAO-ISENCAO
                       DISPLAY "MULTA ISENTADA - EMPRESTIMO"
                       AT LINE 15 COLUMN 33
                   WHEN ACAO-CREDITO-LOJA
                       DISPLAY "CREDITO DE LOJA - CARTAO/SEQ"
                       AT LINE 15 COLUMN 33
                   WHEN OTHER
                       DISPLAY "NENHUMA" AT LINE 15 COLUMN 33
               END-EVALUATE
               IF NOT ACAO-NENHUMA
                   DISPLAY CAS-REF-ACAO AT LINE 16 COLUMN 33
                   DISPLAY "Valor: " AT LINE 16 COLUMN 44
                   DISPLAY CAS-VALOR-ACAO AT LINE 16 COLUMN 51
               END-IF
           END-IF.

      *Solucao de um caso aberto pelo supervisor: procedente, com
      *uma das acoes de sempre (nota de credito do 3430, isencao
      *da multa pendente do emprestimo ou credito de loja no
      *VALECRED) ou sem acao, ou improcedente; o caso guarda o
      *supervisor, a data, a acao e a referencia do que foi feito
       4920-RESOLVE-CASO  SECTION.
           MOVE "Resolver caso" TO WRK-MODULO.
           MOVE ZERO TO CAS-NUM-DIG
           MOVE SPACE TO WRK-CAS-RESULTADO
           MOVE SPACE TO WRK-CAS-ACAO
           MOVE SPACES TO WRK-CAS-SOLUCAO
           MOVE 'N' TO WRK-CAS-ACAO-OK
           MOVE ZERO TO WRK-CAS-REF
           MOVE ZERO TO WRK-CAS-VALOR
           MOVE 'S' TO WRK-CAS-OK

           DISPLAY TELA
           DISPLAY "Numero do caso: " AT LINE 5 COLUMN 20
           ACCEPT CAS-NUM-DIG AT LINE 5 COLUMN 37
           MOVE CAS-NUM-DIG TO CAS-NUMERO
           READ CASOS
               INVALID KEY
                   MOVE 'Caso nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-CAS-OK
               NOT INVALID KEY
                   PERFORM 4915-MOSTRA-CASO
                   IF NOT CASO-ABERTO
                       MOVE 'Caso ja encerrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-CAS-OK
                   END-IF
           END-READ

           IF WRK-CAS-OK EQUAL 'S'
               DISPLAY "P-rocedente ou I-mprocedente: "
               AT LINE 17 COLUMN 20
               ACCEPT WRK-CAS-RESULTADO AT LINE 17 COLUMN 51
               INSPECT WRK-CAS-RESULTADO CONVERTING 'pi' TO 'PI'
               EVALUATE WRK-CAS-RESULTADO
                   WHEN 'P'
                       DISPLAY "N-ota credito I-senta V-ale S-em acao: "
                       AT LINE 18 COLUMN 20
                       ACCEPT WRK-CAS-ACAO AT LINE 18 COLUMN 60
                       INSPECT WRK-CAS-ACAO
                           CONVERTING 'nivs' TO 'NIVS'
                       IF WRK-CAS-ACAO NOT EQUAL 'N' AND NOT EQUAL 'I'
                          AND NOT EQUAL 'V' AND NOT EQUAL 'S'
                           MOVE 'Acao invalida' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE 'N' TO WRK-CAS-OK
                       END-IF
                   WHEN 'I'
                       MOVE 'S' TO WRK-CAS-ACAO
                   WHEN OTHER
                       MOVE 'Resultado invalido' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-CAS-OK
               END-EVALUATE
           END-IF

           IF WRK-CAS-OK EQUAL 'S'
               PERFORM UNTIL WRK-CAS-SOLUCAO NOT EQUAL SPACES
                   DISPLAY "Solucao: " AT LINE 19 COLUMN 20
                   ACCEPT WRK-CAS-SOLUCAO AT LINE 19 COLUMN 30
               END-PERFORM

               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               EVALUATE WRK-CAS-ACAO
                   WHEN 'N'
                       PERFORM 4925-CASO-NOTA-CREDITO
                   WHEN 'I'
                       PERFORM 4930-CASO-ISENTA-MULTA
                   WHEN 'V'
                       PERFORM 4935-CASO-CREDITO-LOJA
                   WHEN OTHER
                       MOVE 'S' TO WRK-CAS-ACAO-OK
               END-EVALUATE

               IF WRK-CAS-ACAO-OK NOT EQUAL 'S'
                   DISPLAY TELA
                   MOVE 'Acao nao feita - caso aberto' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-CAS-OK
               END-IF
           END-IF

           IF WRK-CAS-OK EQUAL 'S'
               MOVE CAS-NUM-DIG TO CAS-NUMERO
               READ CASOS
                   INVALID KEY
                       MOVE 'Caso nao encontrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-CAS-OK
               END-READ
           END-IF

           IF WRK-CAS-OK EQUAL 'S'
               IF WRK-CAS-RESULTADO EQUAL 'P'
                   MOVE 'R' TO CAS-STATUS
               ELSE
                   MOVE 'N' TO CAS-STATUS
               END-IF
               MOVE WRK-LOGIN-COD TO CAS-SUPERVISOR
               MOVE WRK-DATA-HOJE TO CAS-DATA-SOLUCAO
               MOVE WRK-CAS-ACAO TO CAS-ACAO
               MOVE WRK-CAS-REF TO CAS-REF-ACAO
               MOVE WRK-CAS-VALOR TO CAS-VALOR-ACAO
               MOVE WRK-CAS-SOLUCAO TO CAS-SOLUCAO
               REWRITE CASOS-REG

               MOVE ZERO TO CODFILME
               MOVE 'CASO' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'FECHA ' DELIMITED BY SIZE
                      CAS-NUMERO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CAS-STATUS DELIMITED BY SIZE
                      CAS-ACAO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CAS-REF-ACAO DELIMITED BY SIZE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA

               DISPLAY TELA
               DISPLAY "Caso encerrado: " AT LINE 5 COLUMN 20
               DISPLAY CAS-NUMERO AT LINE 5 COLUMN 37
               PERFORM 4915-MOSTRA-CASO
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 21 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 21 COLUMN 52.

      *Nota de credito do caso pelo proprio 3430, ja com o recibo
      *do caso quando houver; a referencia e a nota emitida
       4925-CASO-NOTA-CREDITO  SECTION.
           MOVE CAS-NUM-PAGAMENTO TO WRK-CAS-RECIBO
           MOVE 'N' TO WRK-PAG-GRAVOU
           PERFORM 3430-NOTA-CREDITO
           MOVE ZERO TO WRK-CAS-RECIBO
           IF WRK-PAG-GRAVOU EQUAL 'S'
               MOVE 'S' TO WRK-CAS-ACAO-OK
               MOVE WRK-PROX-PAGAMENTO TO WRK-CAS-REF
               MOVE WRK-NC-VALOR TO WRK-CAS-VALOR
           END-IF
           MOVE "Resolver caso" TO WRK-MODULO.

      *Isenta a multa pendente do emprestimo do caso (ou do
      *informado, quando o caso nao traz emprestimo), como a
      *isencao do balcao no 3200, com o caso como motivo
       4930-CASO-ISENTA-MULTA  SECTION.
           MOVE CAS-NUM-EMPRESTIMO TO NUM-EMPRESTIMO
           IF NUM-EMPRESTIMO EQUAL ZERO
               DISPLAY "Emprestimo da multa: " AT LINE 20 COLUMN 20
               ACCEPT NUM-EMPRESTIMO AT LINE 20 COLUMN 42
           END-IF
           READ EMPRESTIMOS
               INVALID KEY
                   MOVE 'Emprestimo nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   IF EMP-CLIENTE NOT EQUAL CAS-CLIENTE
                      OR NOT MULTA-PENDENTE
                      OR EMP-VALOR-MULTA EQUAL ZERO
                       MOVE 'Sem multa pendente do cliente' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       MOVE 'I' TO EMP-MULTA-SITUACAO
                       REWRITE EMPRESTIMOS-REG
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5202-JORNAL-EMPRESTIMOS
                       MOVE EMP-CODFILME TO CODFILME
                       MOVE 'ISENCAO' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'CASO ' DELIMITED BY SIZE
                              CAS-NUMERO DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA

                       MOVE 'S' TO WRK-CAS-ACAO-OK
                       MOVE NUM-EMPRESTIMO TO WRK-CAS-REF
                       MOVE EMP-VALOR-MULTA TO WRK-CAS-VALOR
                   END-IF
           END-READ.

      *Credito de loja do caso no razao de vales, no cartao de
      *credito de loja do cliente (900000 + codigo, a mesma faixa
      *do credito de indicacao), movimento C; a referencia e o
      *cartao seguido da sequencia do movimento
       4935-CASO-CREDITO-LOJA  SECTION.
           MOVE ZERO TO WRK-CAS-VALOR
           DISPLAY "Valor do credito de loja: " AT LINE 20 COLUMN 20
           ACCEPT WRK-CAS-VALOR AT LINE 20 COLUMN 47
           IF WRK-CAS-VALOR EQUAL ZERO
               MOVE 'Valor invalido' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE WRK-VALE-CARTAO TO WRK-CAS-CARTAO-ANT
               COMPUTE WRK-VALE-CARTAO =
                   WRK-IND-BASE-CARTAO + CAS-CLIENTE
               PERFORM 3492-SALDO-VALE
               MOVE WRK-VALE-CARTAO TO VC-CARTAO
               COMPUTE VC-SEQ = WRK-VALE-ULT-SEQ + 1
               MOVE 'C' TO VC-TIPO
               MOVE WRK-CAS-VALOR TO VC-VALOR
               MOVE WRK-DATA-HOJE TO VC-DATA
               MOVE WRK-OPERADOR TO VC-OPERADOR
               MOVE WRK-CAS-CARTAO-ANT TO WRK-VALE-CARTAO
               WRITE VALECRED-REG
                   INVALID KEY
                       MOVE 'Erro ao gravar o credito' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE '4935-CASO-CREDITO-LOJA'
                           TO WRK-ERL-PARAGRAFO
                       MOVE 'VALECRED' TO WRK-ERL-ARQUIVO
                       MOVE 'WRITE' TO WRK-ERL-OPERACAO
                       MOVE VALECRED-STATUS TO WRK-ERL-STATUS
                       MOVE VC-CHAVE TO WRK-ERL-CHAVE
                       PERFORM 5196-GRAVA-ERRO-ARQUIVO
                   NOT INVALID KEY
                       MOVE 'I' TO WRK-JRN-OPER
                       PERFORM 5207-JORNAL-VALECRED

                       MOVE ZERO TO CODFILME
                       MOVE 'CASOCRED' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'CASO ' DELIMITED BY SIZE
                              CAS-NUMERO DELIMITED BY SIZE
                              ' V=' DELIMITED BY SIZE
                              WRK-CAS-VALOR DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA

                       MOVE 'S' TO WRK-CAS-ACAO-OK
                       COMPUTE WRK-CAS-REF = VC-CARTAO * 1000 + VC-SEQ
               END-WRITE
           END-IF.

      *Relatorio mensal dos casos em CASOREL.PRN: por categoria,
      *os abertos no mes, os encerrados no mes com a media e o
      *maior prazo de solucao em dias corridos, e os pendentes no
      *fim do mes; depois a lista dos pendentes com a idade
       4940-RELATORIO-CASOS  SECTION.
           MOVE "Rel. casos" TO WRK-MODULO.
           MOVE ZERO TO WRK-CAS-MES

           DISPLAY TELA
           DISPLAY "Mes do relatorio (AAAAMM): " AT LINE 5 COLUMN 20
           ACCEPT WRK-CAS-MES AT LINE 5 COLUMN 48
           MOVE WRK-CAS-MES TO WRK-CAS-INICIO
           IF WRK-CAS-INICIO (5:2) < '01' OR WRK-CAS-INICIO (5:2) > '12'
               MOVE 'Mes invalido' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               COMPUTE WRK-CAS-INICIO = WRK-CAS-MES * 100 + 1
               COMPUTE WRK-CAS-FIM = WRK-CAS-MES * 100 + 31
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

               PERFORM VARYING WRK-CAS-IDX FROM 1 BY 1
                   UNTIL WRK-CAS-IDX > 6
                   MOVE 0 TO WRK-CAS-T-ABERTOS (WRK-CAS-IDX)
                   MOVE 0 TO WRK-CAS-T-RESOLVIDOS (WRK-CAS-IDX)
                   MOVE 0 TO WRK-CAS-T-PENDENTES (WRK-CAS-IDX)
                   MOVE 0 TO WRK-CAS-T-SOMA-DIAS (WRK-CAS-IDX)
                   MOVE 0 TO WRK-CAS-T-MAIOR (WRK-CAS-IDX)
               END-PERFORM

               MOVE LOW-VALUES TO CAS-NUMERO
               START CASOS KEY IS NOT LESS THAN CAS-NUMERO
                   INVALID KEY
                       MOVE 10 TO CASOS-STATUS
               END-START
               IF CASOS-STATUS EQUAL 0
                   READ CASOS NEXT RECORD
                   PERFORM UNTIL CASOS-STATUS NOT EQUAL 0
                       PERFORM 4942-SOMA-CASO
                       READ CASOS NEXT RECORD
                   END-PERFORM
               END-IF

               OPEN OUTPUT CASOREL
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Casos de reclamacao do mes ' DELIMITED BY SIZE
                      WRK-CAS-MES DELIMITED BY SIZE
                      ' - emitido em ' DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE CASOREL-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               WRITE CASOREL-REG FROM WRK-LINHA-IMP
               MOVE 'Categoria' TO WRK-LINHA-IMP (1:9)
               MOVE 'Abertos' TO WRK-LINHA-IMP (26:7)
               MOVE 'Encerrados' TO WRK-LINHA-IMP (35:10)
               MOVE 'Media dias' TO WRK-LINHA-IMP (47:10)
               MOVE 'Maior' TO WRK-LINHA-IMP (60:5)
               MOVE 'Pendentes' TO WRK-LINHA-IMP (67:9)
               WRITE CASOREL-REG FROM WRK-LINHA-IMP
               PERFORM VARYING WRK-CAS-IDX FROM 1 BY 1
                   UNTIL WRK-CAS-IDX > 6
                   PERFORM 4943-LINHA-CATEGORIA
               END-PERFORM

               MOVE SPACES TO WRK-LINHA-IMP
               WRITE CASOREL-REG FROM WRK-LINHA-IMP
               MOVE 'Casos pendentes no fim do mes' TO WRK-LINHA-IMP
               WRITE CASOREL-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE 'Caso' TO WRK-LINHA-IMP (1:4)
               MOVE 'Cliente' TO WRK-LINHA-IMP (9:7)
               MOVE 'Categoria' TO WRK-LINHA-IMP (17:9)
               MOVE 'Aberto em' TO WRK-LINHA-IMP (41:9)
               MOVE 'Dias' TO WRK-LINHA-IMP (52:4)
               MOVE 'Relato' TO WRK-LINHA-IMP (58:6)
               WRITE CASOREL-REG FROM WRK-LINHA-IMP
               MOVE LOW-VALUES TO CAS-NUMERO
               START CASOS KEY IS NOT LESS THAN CAS-NUMERO
                   INVALID KEY
                       MOVE 10 TO CASOS-STATUS
               END-START
               IF CASOS-STATUS EQUAL 0
                   READ CASOS NEXT RECORD
                   PERFORM UNTIL CASOS-STATUS NOT EQUAL 0
                       IF CAS-DATA-ABERTURA NOT GREATER WRK-CAS-FIM
                          AND (CASO-ABERTO
                               OR CAS-DATA-SOLUCAO > WRK-CAS-FIM)
                           PERFORM 4944-LINHA-PENDENTE
                       END-IF
                       READ CASOS NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE CASOREL
               MOVE 'CASOREL' TO WRK-SPL-RELATORIO
               MOVE SPACES TO WRK-SPL-PARAMETROS
               STRING 'MES=' DELIMITED BY SIZE
                      WRK-CAS-MES DELIMITED BY SIZE
                      INTO WRK-SPL-PARAMETROS
               END-STRING
               MOVE WRK-PATH-CASOREL TO WRK-PATH-SPLORIG
               PERFORM 9667-ARQUIVA-RELATORIO

               MOVE WRK-CAS-T-ABERTOS (6) TO WRK-CAS-QTD-ED
               DISPLAY "Abertos no mes   : " AT LINE 7 COLUMN 20
               DISPLAY WRK-CAS-QTD-ED AT LINE 7 COLUMN 40
               MOVE WRK-CAS-T-RESOLVIDOS (6) TO WRK-CAS-QTD-ED
               DISPLAY "Encerrados no mes: " AT LINE 8 COLUMN 20
               DISPLAY WRK-CAS-QTD-ED AT LINE 8 COLUMN 40
               MOVE WRK-CAS-T-PENDENTES (6) TO WRK-CAS-QTD-ED
               DISPLAY "Pendentes no fim : " AT LINE 9 COLUMN 20
               DISPLAY WRK-CAS-QTD-ED AT LINE 9 COLUMN 40
               DISPLAY "Relatorio gravado em CASOREL.PRN"
               AT LINE 11 COLUMN 20
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 52.

      *Soma o caso lido na sua categoria e no total: aberto no
      *mes, encerrado no mes (com o prazo de solucao) e pendente
      *no fim do mes
       4942-SOMA-CASO  SECTION.
           MOVE CAS-CATEGORIA TO CAS-CATEGORIA-DIG
           PERFORM 4945-ACHA-CATEGORIA
           IF WRK-CAS-IDX EQUAL ZERO
               MOVE 5 TO WRK-CAS-IDX
           END-IF

           IF CAS-DATA-ABERTURA NOT LESS WRK-CAS-INICIO
              AND CAS-DATA-ABERTURA NOT GREATER WRK-CAS-FIM
               ADD 1 TO WRK-CAS-T-ABERTOS (WRK-CAS-IDX)
               ADD 1 TO WRK-CAS-T-ABERTOS (6)
           END-IF

           IF NOT CASO-ABERTO
              AND CAS-DATA-SOLUCAO NOT LESS WRK-CAS-INICIO
              AND CAS-DATA-SOLUCAO NOT GREATER WRK-CAS-FIM
               MOVE CAS-DATA-SOLUCAO TO WRK-CAS-ATE
               PERFORM 4946-DIAS-DO-CASO
               ADD 1 TO WRK-CAS-T-RESOLVIDOS (WRK-CAS-IDX)
               ADD 1 TO WRK-CAS-T-RESOLVIDOS (6)
               ADD WRK-CAS-DIAS TO WRK-CAS-T-SOMA-DIAS (WRK-CAS-IDX)
               ADD WRK-CAS-DIAS TO WRK-CAS-T-SOMA-DIAS (6)
               IF WRK-CAS-DIAS > WRK-CAS-T-MAIOR (WRK-CAS-IDX)
                   MOVE WRK-CAS-DIAS TO WRK-CAS-T-MAIOR (WRK-CAS-IDX)
               END-IF
               IF WRK-CAS-DIAS > WRK-CAS-T-MAIOR (6)
                   MOVE WRK-CAS-DIAS TO WRK-CAS-T-MAIOR (6)
               END-IF
           END-IF

           IF CAS-DATA-ABERTURA NOT GREATER WRK-CAS-FIM
              AND (CASO-ABERTO OR CAS-DATA-SOLUCAO > WRK-CAS-FIM)
               ADD 1 TO WRK-CAS-T-PENDENTES (WRK-CAS-IDX)
               ADD 1 TO WRK-CAS-T-PENDENTES (6)
           END-IF.

      *Uma linha do quadro por categoria (a sexta e o total)
       4943-LINHA-CATEGORIA  SECTION.
           MOVE SPACES TO WRK-LINHA-IMP
           IF WRK-CAS-IDX EQUAL 6
               MOVE 'TOTAL' TO WRK-LINHA-IMP (1:5)
           ELSE
               MOVE WRK-CAS-CAT-NOME (WRK-CAS-IDX)
                   TO WRK-LINHA-IMP (1:22)
           END-IF
           MOVE WRK-CAS-T-ABERTOS (WRK-CAS-IDX) TO WRK-CAS-QTD-ED
           MOVE WRK-CAS-QTD-ED TO WRK-LINHA-IMP (28:5)
           MOVE WRK-CAS-T-RESOLVIDOS (WRK-CAS-IDX) TO WRK-CAS-QTD-ED
           MOVE WRK-CAS-QTD-ED TO WRK-LINHA-IMP (40:5)
           MOVE 0 TO WRK-CAS-MEDIA
           IF WRK-CAS-T-RESOLVIDOS (WRK-CAS-IDX) > ZERO
               COMPUTE WRK-CAS-MEDIA ROUNDED =
                   WRK-CAS-T-SOMA-DIAS (WRK-CAS-IDX)
                   / WRK-CAS-T-RESOLVIDOS (WRK-CAS-IDX)
           END-IF
           MOVE WRK-CAS-MEDIA TO WRK-CAS-MEDIA-ED
           MOVE WRK-CAS-MEDIA-ED TO WRK-LINHA-IMP (50:7)
           MOVE WRK-CAS-T-MAIOR (WRK-CAS-IDX) TO WRK-CAS-QTD-ED
           MOVE WRK-CAS-QTD-ED TO WRK-LINHA-IMP (60:5)
           MOVE WRK-CAS-T-PENDENTES (WRK-CAS-IDX) TO WRK-CAS-QTD-ED
           MOVE WRK-CAS-QTD-ED TO WRK-LINHA-IMP (71:5)
           WRITE CASOREL-REG FROM WRK-LINHA-IMP.

      *Uma linha da lista de pendentes, com a idade do caso no
      *fim do mes (ou hoje, para o mes corrente)
       4944-LINHA-PENDENTE  SECTION.
           MOVE WRK-CAS-FIM TO WRK-CAS-ATE
           IF WRK-CAS-ATE > WRK-DATA-HOJE
               MOVE WRK-DATA-HOJE TO WRK-CAS-ATE
           END-IF
           PERFORM 4946-DIAS-DO-CASO
           MOVE CAS-CATEGORIA TO CAS-CATEGORIA-DIG
           PERFORM 4945-ACHA-CATEGORIA
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE CAS-NUMERO TO WRK-LINHA-IMP (1:6)
           MOVE CAS-CLIENTE TO WRK-LINHA-IMP (9:5)
           IF WRK-CAS-IDX > ZERO
               MOVE WRK-CAS-CAT-NOME (WRK-CAS-IDX)
                   TO WRK-LINHA-IMP (17:22)
           END-IF
           MOVE CAS-DATA-ABERTURA TO WRK-LINHA-IMP (41:8)
           MOVE WRK-CAS-DIAS TO WRK-CAS-QTD-ED
           MOVE WRK-CAS-QTD-ED TO WRK-LINHA-IMP (51:5)
           MOVE CAS-DESCRICAO TO WRK-LINHA-IMP (58:60)
           WRITE CASOREL-REG FROM WRK-LINHA-IMP.

      *Posiciona WRK-CAS-IDX na categoria CAS-CATEGORIA-DIG da
      *tabela (zero = categoria desconhecida)
       4945-ACHA-CATEGORIA  SECTION.
           MOVE 0 TO WRK-CAS-IDX
           PERFORM VARYING WRK-CAS-ACAO-IDX FROM 1 BY 1
               UNTIL WRK-CAS-ACAO-IDX > 5
               IF WRK-CAS-CAT-COD (WRK-CAS-ACAO-IDX)
                  EQUAL CAS-CATEGORIA-DIG
                   MOVE WRK-CAS-ACAO-IDX TO WRK-CAS-IDX
               END-IF
           END-PERFORM.

      *Dias corridos de CAS-DATA-ABERTURA ate WRK-CAS-ATE, pelo
      *3150-AVANCA-UM-DIA (limitado a 9999 dias)
       4946-DIAS-DO-CASO  SECTION.
           MOVE 0 TO WRK-CAS-DIAS
           MOVE CAS-DATA-ABERTURA TO WRK-DATA-CALC
           PERFORM UNTIL WRK-DATA-CALC NOT LESS WRK-CAS-ATE
               OR WRK-CAS-DIAS NOT LESS 9999
               PERFORM 3150-AVANCA-UM-DIA
               ADD 1 TO WRK-CAS-DIAS
           END-PERFORM.

      *Conta os casos Abertos do cliente em COD-CLIENTE pela
      *chave alternativa CAS-CLIENTE (mostrado no 4100)
       4950-CONTA-CASOS-CLIENTE  SECTION.
           MOVE 0 TO WRK-CAS-ABERTOS
           MOVE COD-CLIENTE TO CAS-CLIENTE
           START CASOS KEY IS NOT LESS THAN CAS-CLIENTE
               INVALID KEY
                   MOVE 10 TO CASOS-STATUS
           END-START
           IF CASOS-STATUS EQUAL 0
               READ CASOS NEXT RECORD
               PERFORM UNTIL CASOS-STATUS NOT EQUAL 0
                  OR CAS-CLIENTE NOT EQUAL COD-CLIENTE
                   IF CASO-ABERTO
                       ADD 1 TO WRK-CAS-ABERTOS
                   END-IF
                   READ CASOS NEXT RECORD
               END-PERFORM
           END-IF.

      *Lista na tela os casos de um cliente, do mais antigo ao
      *mais novo, com a situacao de cada um
       4955-CASOS-DO-CLIENTE  SECTION.
           MOVE "Casos cliente" TO WRK-MODULO.
           PERFORM 3700-ZERA-CLIENTE

           DISPLAY TELA
           DISPLAY "Cliente: " AT LINE 5 COLUMN 20
           ACCEPT COD-CLIENTE AT LINE 5 COLUMN 30
           READ CLIENTES
               INVALID KEY
                   MOVE 'Cliente nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   DISPLAY NOME-CLIENTE AT LINE 5 COLUMN 37

                   DISPLAY "Caso" AT LINE 7 COLUMN 20
                   DISPLAY "Aberto em" AT LINE 7 COLUMN 28
                   DISPLAY "Sit" AT LINE 7 COLUMN 38
                   DISPLAY "Cat" AT LINE 7 COLUMN 42
                   DISPLAY "Relato" AT LINE 7 COLUMN 46
                   MOVE 8 TO WRK-CAS-LINHA
                   MOVE COD-CLIENTE TO CAS-CLIENTE
                   START CASOS KEY IS NOT LESS THAN CAS-CLIENTE
                       INVALID KEY
                           MOVE 10 TO CASOS-STATUS
                   END-START
                   IF CASOS-STATUS EQUAL 0
                       READ CASOS NEXT RECORD
                       PERFORM UNTIL CASOS-STATUS NOT EQUAL 0
                          OR CAS-CLIENTE NOT EQUAL COD-CLIENTE
                          OR WRK-CAS-LINHA > 19
                           DISPLAY CAS-NUMERO
                           AT LINE WRK-CAS-LINHA COLUMN 20
                           DISPLAY CAS-DATA-ABERTURA
                           AT LINE WRK-CAS-LINHA COLUMN 28
                           DISPLAY CAS-STATUS
                           AT LINE WRK-CAS-LINHA COLUMN 39
                           DISPLAY CAS-CATEGORIA
                           AT LINE WRK-CAS-LINHA COLUMN 43
                           DISPLAY CAS-DESCRICAO (1:40)
                           AT LINE WRK-CAS-LINHA COLUMN 46
                           ADD 1 TO WRK-CAS-LINHA
                           READ CASOS NEXT RECORD
                       END-PERFORM
                   END-IF
                   IF WRK-CAS-LINHA EQUAL 8
                       DISPLAY "Nenhum caso para o cliente"
                       AT LINE 8 COLUMN 20
                   END-IF
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 21 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 21 COLUMN 52.

      *Registra o pedido de um titulo que a loja nao tem: pelo
      *CODFILME quando o filme esta no catalogo mas sem nenhuma
      *copia ativa (com copia, o caminho e a reserva do 3300) ou
      *pelo titulo em texto livre, com o cliente que pediu
       4960-REGISTRA-PEDTIT  SECTION.
           MOVE "Pedido titulo" TO WRK-MODULO.
           PERFORM 3700-ZERA-CLIENTE
           MOVE ZERO TO PTT-CODFILME-DIG
           MOVE SPACES TO PTT-TITULO-DIG
           MOVE 'S' TO WRK-PTT-OK

           DISPLAY TELA
           DISPLAY "Cliente: " AT LINE 5 COLUMN 20
           ACCEPT COD-CLIENTE AT LINE 5 COLUMN 30
           READ CLIENTES
               INVALID KEY
                   MOVE 'Cliente nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-PTT-OK
               NOT INVALID KEY
                   IF CLIENTE-INATIVO
                       MOVE 'Cliente nao cadastrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-PTT-OK
                   ELSE
                       DISPLAY NOME-CLIENTE AT LINE 5 COLUMN 37
                   END-IF
           END-READ

           IF WRK-PTT-OK EQUAL 'S'
               DISPLAY "Codigo do filme (0 = fora do catalogo): "
               AT LINE 7 COLUMN 20
               ACCEPT PTT-CODFILME-DIG AT LINE 7 COLUMN 61
               IF PTT-CODFILME-DIG > ZERO
                   MOVE PTT-CODFILME-DIG TO CODFILME
                   READ FILMES
                       INVALID KEY
                           MOVE 'Filme nao cadastrado' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE 'N' TO WRK-PTT-OK
                       NOT INVALID KEY
                           DISPLAY TITULO AT LINE 8 COLUMN 20
                           MOVE TITULO TO PTT-TITULO-DIG
                   END-READ
               ELSE
                   PERFORM UNTIL PTT-TITULO-DIG NOT EQUAL SPACES
                       DISPLAY "Titulo pedido: " AT LINE 8 COLUMN 20
                       ACCEPT PTT-TITULO-DIG AT LINE 8 COLUMN 36
                   END-PERFORM
               END-IF
           END-IF

           IF WRK-PTT-OK EQUAL 'S' AND PTT-CODFILME-DIG > ZERO
               PERFORM 4961-CONTA-ATIVOS-PEDTIT
               IF WRK-PTT-ATIVOS > ZERO
                   MOVE 'Titulo tem copia - use reserva' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-PTT-OK
               ELSE
                   PERFORM 4962-PEDTIT-DUPLICADO
                   IF WRK-PTT-DUPLICADO EQUAL 'S'
                       MOVE 'Cliente ja pediu este titulo' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-PTT-OK
                   END-IF
               END-IF
           END-IF

           IF WRK-PTT-OK EQUAL 'S'
               INSPECT PTT-TITULO-DIG CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               PERFORM 2054-RESERVA-NUM-PEDTIT
               MOVE WRK-PROX-PEDTIT TO PTT-NUMERO
               MOVE COD-CLIENTE TO PTT-CLIENTE
               MOVE PTT-CODFILME-DIG TO PTT-CODFILME
               MOVE PTT-TITULO-DIG TO PTT-TITULO
               MOVE WRK-DATA-HOJE TO PTT-DATA
               MOVE WRK-OPERADOR TO PTT-OPERADOR
               MOVE 'P' TO PTT-STATUS
               MOVE ZERO TO PTT-DATA-CHEGADA
               MOVE ZERO TO PTT-DATA-AVISO
               MOVE ZERO TO PTT-NUM-RESERVA
               WRITE PEDTIT-REG
                   INVALID KEY
                       MOVE 'Erro ao gravar o pedido' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE '4960-REGISTRA-PEDTIT' TO WRK-ERL-PARAGRAFO
                       MOVE 'PEDTIT' TO WRK-ERL-ARQUIVO
                       MOVE 'WRITE' TO WRK-ERL-OPERACAO
                       MOVE PEDTIT-STATUS TO WRK-ERL-STATUS
                       MOVE PTT-NUMERO TO WRK-ERL-CHAVE
                       PERFORM 5196-GRAVA-ERRO-ARQUIVO
                   NOT INVALID KEY
                       DISPLAY "Pedido registrado: "
                       AT LINE 10 COLUMN 20
                       DISPLAY PTT-NUMERO AT LINE 10 COLUMN 40
               END-WRITE
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Conta em WRK-PTT-ATIVOS as copias ativas (nem baixadas nem
      *vendidas) do filme em PTT-CODFILME-DIG
       4961-CONTA-ATIVOS-PEDTIT  SECTION.
           MOVE 0 TO WRK-PTT-ATIVOS
           MOVE PTT-CODFILME-DIG TO EX-CODFILME
           MOVE ZERO TO EX-NUMERO
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                  OR EX-CODFILME NOT EQUAL PTT-CODFILME-DIG
                   IF NOT EXEMPLAR-BAIXADO
                      AND NOT EXEMPLAR-VENDIDO
                      AND NOT EXEMPLAR-DEVOLVIDO
                      AND NOT EXEMPLAR-VAREJO
                       ADD 1 TO WRK-PTT-ATIVOS
                   END-IF
                   READ EXEMPLARES NEXT RECORD
               END-PERFORM
           END-IF.

      *Confere se o cliente em COD-CLIENTE ja tem pedido em aberto
      *(Pendente, Chegou ou aVisado) do filme em PTT-CODFILME-DIG
       4962-PEDTIT-DUPLICADO  SECTION.
           MOVE 'N' TO WRK-PTT-DUPLICADO
           MOVE PTT-CODFILME-DIG TO PTT-CODFILME
           START PEDTIT KEY IS NOT LESS THAN PTT-CODFILME
               INVALID KEY
                   MOVE 10 TO PEDTIT-STATUS
           END-START
           IF PEDTIT-STATUS EQUAL 0
               READ PEDTIT NEXT RECORD
               PERFORM UNTIL PEDTIT-STATUS NOT EQUAL 0
                  OR PTT-CODFILME NOT EQUAL PTT-CODFILME-DIG
                  OR WRK-PTT-DUPLICADO EQUAL 'S'
                   IF PTT-CLIENTE EQUAL COD-CLIENTE
                      AND (PEDTIT-PENDENTE OR PEDTIT-CHEGOU
                           OR PEDTIT-AVISADO)
                       MOVE 'S' TO WRK-PTT-DUPLICADO
                   END-IF
                   READ PEDTIT NEXT RECORD
               END-PERFORM
           END-IF.

      *Lista na tela os pedidos de titulo de um cliente com a
      *situacao de cada um
       4965-PEDTITS-DO-CLIENTE  SECTION.
           MOVE "Pedidos cliente" TO WRK-MODULO.
           PERFORM 3700-ZERA-CLIENTE

           DISPLAY TELA
           DISPLAY "Cliente: " AT LINE 5 COLUMN 20
           ACCEPT COD-CLIENTE AT LINE 5 COLUMN 30
           READ CLIENTES
               INVALID KEY
                   MOVE 'Cliente nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   DISPLAY NOME-CLIENTE AT LINE 5 COLUMN 37

                   DISPLAY "Pedido" AT LINE 7 COLUMN 20
                   DISPLAY "Data" AT LINE 7 COLUMN 28
                   DISPLAY "Filme" AT LINE 7 COLUMN 38
                   DISPLAY "Titulo" AT LINE 7 COLUMN 45
                   DISPLAY "Situacao" AT LINE 7 COLUMN 77
                   MOVE 8 TO WRK-PTT-LINHA
                   MOVE COD-CLIENTE TO PTT-CLIENTE
                   START PEDTIT KEY IS NOT LESS THAN PTT-CLIENTE
                       INVALID KEY
                           MOVE 10 TO PEDTIT-STATUS
                   END-START
                   IF PEDTIT-STATUS EQUAL 0
                       READ PEDTIT NEXT RECORD
                       PERFORM UNTIL PEDTIT-STATUS NOT EQUAL 0
                          OR PTT-CLIENTE NOT EQUAL COD-CLIENTE
                          OR WRK-PTT-LINHA > 19
                           EVALUATE TRUE
                               WHEN PEDTIT-PENDENTE
                                   MOVE 'PENDENTE' TO WRK-PTT-SITUACAO
                               WHEN PEDTIT-CHEGOU
                                   MOVE 'CHEGOU' TO WRK-PTT-SITUACAO
                               WHEN PEDTIT-AVISADO
                                   MOVE 'AVISADO' TO WRK-PTT-SITUACAO
                               WHEN PEDTIT-RESERVADO
                                   MOVE 'RESERVADO' TO WRK-PTT-SITUACAO
                               WHEN OTHER
                                   MOVE 'CANCELADO' TO WRK-PTT-SITUACAO
                           END-EVALUATE
                           DISPLAY PTT-NUMERO
                           AT LINE WRK-PTT-LINHA COLUMN 20
                           DISPLAY PTT-DATA
                           AT LINE WRK-PTT-LINHA COLUMN 28
                           DISPLAY PTT-CODFILME
                           AT LINE WRK-PTT-LINHA COLUMN 38
                           DISPLAY PTT-TITULO
                           AT LINE WRK-PTT-LINHA COLUMN 45
                           DISPLAY WRK-PTT-SITUACAO
                           AT LINE WRK-PTT-LINHA COLUMN 77
                           ADD 1 TO WRK-PTT-LINHA
                           READ PEDTIT NEXT RECORD
                       END-PERFORM
                   END-IF
                   IF WRK-PTT-LINHA EQUAL 8
                       DISPLAY "Nenhum pedido para o cliente"
                       AT LINE 8 COLUMN 20
                   END-IF
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 21 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 21 COLUMN 52.

      *O cliente aceitou a oferta do titulo que chegou: gera a
      *reserva, ja Atendida com a copia separada quando ha copia
      *Disponivel (como o 9831) ou Aguardando na fila quando as
      *copias recebidas ja foram tomadas, e o pedido fica
      *Reservado com o numero da reserva
       4970-RESERVA-PEDTIT  SECTION.
           MOVE "Reservar pedido" TO WRK-MODULO.
           MOVE ZERO TO PTT-NUM-DIG
           MOVE 'S' TO WRK-PTT-OK

           DISPLAY TELA
           DISPLAY "Numero do pedido: " AT LINE 5 COLUMN 20
           ACCEPT PTT-NUM-DIG AT LINE 5 COLUMN 39
           MOVE PTT-NUM-DIG TO PTT-NUMERO
           READ PEDTIT
               INVALID KEY
                   MOVE 'Pedido nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-PTT-OK
               NOT INVALID KEY
                   IF NOT PEDTIT-CHEGOU AND NOT PEDTIT-AVISADO
                       MOVE 'Titulo do pedido nao chegou' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-PTT-OK
                   ELSE
                       DISPLAY PTT-TITULO AT LINE 6 COLUMN 20
                   END-IF
           END-READ

           IF WRK-PTT-OK EQUAL 'S'
               MOVE PTT-CLIENTE TO COD-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE 'Cliente nao cadastrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-PTT-OK
                   NOT INVALID KEY
                       IF CLIENTE-INATIVO
                           MOVE 'Cliente nao cadastrado' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE 'N' TO WRK-PTT-OK
                       ELSE
                           DISPLAY NOME-CLIENTE AT LINE 7 COLUMN 20
                       END-IF
               END-READ
           END-IF

      *    Copia Disponivel para separar
           IF WRK-PTT-OK EQUAL 'S'
               MOVE ZERO TO WRK-EX-RES-ACHOU
               MOVE PTT-CODFILME TO EX-CODFILME
               MOVE ZERO TO EX-NUMERO
               START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
                   INVALID KEY
                       MOVE 10 TO EXEMPLARES-STATUS
               END-START
               IF EXEMPLARES-STATUS EQUAL 0
                   READ EXEMPLARES NEXT RECORD
                   PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                      OR EX-CODFILME NOT EQUAL PTT-CODFILME
                      OR WRK-EX-RES-ACHOU NOT EQUAL ZERO
                       IF EXEMPLAR-DISPONIVEL
      *                    Copia de prensagem em recall nao vai para
      *                    a reserva, como na locacao (3175)
                           MOVE EX-CODFILME TO WRK-RCL-CODFILME
                           MOVE EX-NUMERO TO WRK-RCL-EXEMPLAR
                           PERFORM 9596-CONFERE-RECALL
                           IF WRK-RCL-PENDENTE EQUAL 'N'
                               MOVE EX-NUMERO TO WRK-EX-RES-ACHOU
                           ELSE
                               READ EXEMPLARES NEXT RECORD
                           END-IF
                       ELSE
                           READ EXEMPLARES NEXT RECORD
                       END-IF
                   END-PERFORM
               END-IF

               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE '1' TO CTLRES-CHAVE
               READ CTLRES KEY IS CTLRES-CHAVE
               COMPUTE WRK-PROX-RESERVA = CTLRES-ULT-NUMERO + 1
               MOVE WRK-PROX-RESERVA TO NUM-RESERVA
               MOVE PTT-CODFILME TO RES-CODFILME
               MOVE PTT-CLIENTE TO RES-CLIENTE
               MOVE WRK-DATA-HOJE TO RES-DATA
               IF WRK-EX-RES-ACHOU NOT EQUAL ZERO
                   MOVE 'T' TO RES-STATUS
                   MOVE WRK-DATA-HOJE TO RES-DATA-ATENDIDA
               ELSE
                   MOVE 'A' TO RES-STATUS
                   MOVE ZERO TO RES-DATA-ATENDIDA
               END-IF
               WRITE RESERVAS-REG
                   INVALID KEY
                       MOVE 'Erro ao gravar reserva' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE '4970-RESERVA-PEDTIT' TO WRK-ERL-PARAGRAFO
                       MOVE 'RESERVAS' TO WRK-ERL-ARQUIVO
                       MOVE 'WRITE' TO WRK-ERL-OPERACAO
                       MOVE RESERVAS-STATUS TO WRK-ERL-STATUS
                       MOVE NUM-RESERVA TO WRK-ERL-CHAVE
                       PERFORM 5196-GRAVA-ERRO-ARQUIVO
                       MOVE 'N' TO WRK-PTT-OK
                   NOT INVALID KEY
                       MOVE NUM-RESERVA TO CTLRES-ULT-NUMERO
                       REWRITE CTLRES-REG
                       MOVE 'I' TO WRK-JRN-OPER
                       PERFORM 5206-JORNAL-RESERVAS
               END-WRITE
           END-IF

           IF WRK-PTT-OK EQUAL 'S'
               IF WRK-EX-RES-ACHOU NOT EQUAL ZERO
                   MOVE 'R' TO EX-STATUS
                   REWRITE EXEMPLARES-REG
                   MOVE 'A' TO WRK-JRN-OPER
                   PERFORM 5205-JORNAL-EXEMPLARES
                   DISPLAY "Separar o exemplar " AT LINE 10 COLUMN 20
                   DISPLAY EX-NUMERO AT LINE 10 COLUMN 40
               ELSE
                   DISPLAY "Cliente na fila do titulo"
                   AT LINE 10 COLUMN 20
               END-IF

               MOVE PTT-NUM-DIG TO PTT-NUMERO
               READ PEDTIT
                   NOT INVALID KEY
                       MOVE 'R' TO PTT-STATUS
                       MOVE WRK-PROX-RESERVA TO PTT-NUM-RESERVA
                       REWRITE PEDTIT-REG
               END-READ
               DISPLAY "Reserva numero " AT LINE 9 COLUMN 20
               DISPLAY WRK-PROX-RESERVA AT LINE 9 COLUMN 36
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Liga um pedido em texto livre ao filme que entrou no
      *catalogo; se o filme ja tem copia ativa o pedido fica como
      *Chegou para o aviso da noite, senao segue Pendente e passa
      *a contar na sugestao de compra do filme (9949)
       4975-LIGA-PEDTIT  SECTION.
           MOVE "Ligar pedido" TO WRK-MODULO.
           MOVE ZERO TO PTT-NUM-DIG
           MOVE ZERO TO PTT-CODFILME-DIG
           MOVE 'S' TO WRK-PTT-OK

           DISPLAY TELA
           DISPLAY "Numero do pedido: " AT LINE 5 COLUMN 20
           ACCEPT PTT-NUM-DIG AT LINE 5 COLUMN 39
           MOVE PTT-NUM-DIG TO PTT-NUMERO
           READ PEDTIT
               INVALID KEY
                   MOVE 'Pedido nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-PTT-OK
               NOT INVALID KEY
                   IF NOT PEDTIT-PENDENTE
                      OR PTT-CODFILME NOT EQUAL ZERO
                       MOVE 'Pedido nao e de texto livre' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-PTT-OK
                   ELSE
                       DISPLAY PTT-TITULO AT LINE 6 COLUMN 20
                       MOVE PTT-CLIENTE TO COD-CLIENTE
                   END-IF
           END-READ

           IF WRK-PTT-OK EQUAL 'S'
               DISPLAY "Codigo do filme no catalogo: "
               AT LINE 8 COLUMN 20
               ACCEPT PTT-CODFILME-DIG AT LINE 8 COLUMN 50
               MOVE PTT-CODFILME-DIG TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE 'Filme nao cadastrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-PTT-OK
                   NOT INVALID KEY
                       DISPLAY TITULO AT LINE 9 COLUMN 20
                       PERFORM 4962-PEDTIT-DUPLICADO
                       IF WRK-PTT-DUPLICADO EQUAL 'S'
                           MOVE 'Cliente ja pediu este titulo'
                               TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE 'N' TO WRK-PTT-OK
                       END-IF
               END-READ
           END-IF

           IF WRK-PTT-OK EQUAL 'S'
               PERFORM 4961-CONTA-ATIVOS-PEDTIT
               MOVE PTT-NUM-DIG TO PTT-NUMERO
               READ PEDTIT
                   INVALID KEY
                       MOVE 'Pedido nao encontrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
                       MOVE PTT-CODFILME-DIG TO PTT-CODFILME
                       MOVE TITULO TO PTT-TITULO
                       INSPECT PTT-TITULO CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       IF WRK-PTT-ATIVOS > ZERO
                           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                           MOVE 'C' TO PTT-STATUS
                           MOVE WRK-DATA-HOJE TO PTT-DATA-CHEGADA
                           DISPLAY "Titulo com copia: "
                           AT LINE 11 COLUMN 20
                           DISPLAY "aviso sai esta noite"
                           AT LINE 11 COLUMN 38
                       ELSE
                           DISPLAY "Pedido ligado ao catalogo"
                           AT LINE 11 COLUMN 20
                       END-IF
                       REWRITE PEDTIT-REG
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 52.

      *Cancela um pedido de titulo ainda em aberto, a pedido do
      *cliente
       4978-CANCELA-PEDTIT  SECTION.
           MOVE "Cancelar pedido" TO WRK-MODULO.
           MOVE ZERO TO PTT-NUM-DIG

           DISPLAY TELA
           DISPLAY "Numero do pedido: " AT LINE 5 COLUMN 20
           ACCEPT PTT-NUM-DIG AT LINE 5 COLUMN 39
           MOVE PTT-NUM-DIG TO PTT-NUMERO
           READ PEDTIT
               INVALID KEY
                   MOVE 'Pedido nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   IF PEDTIT-RESERVADO OR PEDTIT-CANCELADO
                       MOVE 'Pedido ja encerrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       DISPLAY PTT-TITULO AT LINE 6 COLUMN 20

                       DISPLAY "Confirma o cancelamento? (S/N): "
                       AT LINE 8 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 8 COLUMN 53
                       IF WRK-ESCOLHA EQUAL 'S' OR WRK-ESCOLHA EQUAL 's'
                           MOVE 'X' TO PTT-STATUS
                           REWRITE PEDTIT-REG
                           DISPLAY "Pedido cancelado"
                           AT LINE 10 COLUMN 20
                       END-IF
                   END-IF
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Recebimento do filme PC-CODFILME no pedido de compra
      *(9954): os pedidos de titulo Pendentes dele ficam como
      *Chegou, para o aviso com a oferta de reserva que o passo
      *NOTIFICA do LOTE-NOTURNO grava no OUTBOX
       4980-CHEGADA-PEDTIT  SECTION.
           MOVE PC-CODFILME TO PTT-CODFILME
           START PEDTIT KEY IS NOT LESS THAN PTT-CODFILME
               INVALID KEY
                   MOVE 10 TO PEDTIT-STATUS
           END-START
           IF PEDTIT-STATUS EQUAL 0
               READ PEDTIT NEXT RECORD
               PERFORM UNTIL PEDTIT-STATUS NOT EQUAL 0
                  OR PTT-CODFILME NOT EQUAL PC-CODFILME
                   IF PEDTIT-PENDENTE
                       MOVE 'C' TO PTT-STATUS
                       MOVE WRK-DATA-HOJE TO PTT-DATA-CHEGADA
                       REWRITE PEDTIT-REG
                       ADD 1 TO WRK-PTT-CHEGARAM
                   END-IF
                   READ PEDTIT NEXT RECORD
               END-PERFORM
           END-IF.

      *Monta em DEMTOP a demanda dos pedidos Pendentes por titulo
      *(filme do catalogo ou texto livre), em ordem decrescente de
      *clientes distintos: os pendentes vao para PTDEM, o SORT
      *agrupa por titulo e cliente, cada titulo vira um total em
      *DEMTOT e o segundo SORT ordena os totais, como no 9977
       4985-MONTA-DEMANDA  SECTION.
           MOVE 0 TO WRK-PTT-GRUPOS

           OPEN OUTPUT PTDEM
           MOVE LOW-VALUES TO PTT-NUMERO
           START PEDTIT KEY IS NOT LESS THAN PTT-NUMERO
               INVALID KEY
                   MOVE 10 TO PEDTIT-STATUS
           END-START
           IF PEDTIT-STATUS EQUAL 0
               READ PEDTIT NEXT RECORD
               PERFORM UNTIL PEDTIT-STATUS NOT EQUAL 0
                   IF PEDTIT-PENDENTE
                       MOVE PTT-CODFILME TO PD-CODFILME
                       MOVE PTT-TITULO TO PD-TITULO
                       MOVE PTT-CLIENTE TO PD-CLIENTE
                       MOVE PTT-DATA TO PD-DATA
                       WRITE PTDEM-REG
                   END-IF
                   READ PEDTIT NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE PTDEM

           SORT PTORD
               ON ASCENDING KEY PD-CODFILME-ORD
               ON ASCENDING KEY PD-TITULO-ORD
               ON ASCENDING KEY PD-CLIENTE-ORD
               ON ASCENDING KEY PD-DATA-ORD
               USING PTDEM
               GIVING PTSEQ

           OPEN INPUT PTSEQ
           OPEN OUTPUT DEMTOT
           MOVE 'S' TO WRK-PTT-PRIMEIRO
           READ PTSEQ
           PERFORM UNTIL PTSEQ-STATUS NOT EQUAL 0
               IF WRK-PTT-PRIMEIRO EQUAL 'S'
                  OR PD-CODFILME-SEQ NOT EQUAL WRK-PTT-FILME-ANT
                  OR PD-TITULO-SEQ NOT EQUAL WRK-PTT-TITULO-ANT
                   IF WRK-PTT-PRIMEIRO EQUAL 'N'
                       PERFORM 4986-FECHA-GRUPO-DEMANDA
                   END-IF
                   MOVE 'N' TO WRK-PTT-PRIMEIRO
                   MOVE PD-CODFILME-SEQ TO WRK-PTT-FILME-ANT
                   MOVE PD-TITULO-SEQ TO WRK-PTT-TITULO-ANT
                   MOVE 0 TO WRK-PTT-CLIENTE-ANT
                   MOVE 0 TO WRK-DT-CLIENTES
                   MOVE 0 TO WRK-DT-PEDIDOS
                   MOVE PD-DATA-SEQ TO WRK-DT-DATA
               END-IF
               ADD 1 TO WRK-DT-PEDIDOS
               IF PD-CLIENTE-SEQ NOT EQUAL WRK-PTT-CLIENTE-ANT
                   ADD 1 TO WRK-DT-CLIENTES
                   MOVE PD-CLIENTE-SEQ TO WRK-PTT-CLIENTE-ANT
               END-IF
               IF PD-DATA-SEQ < WRK-DT-DATA
                   MOVE PD-DATA-SEQ TO WRK-DT-DATA
               END-IF
               READ PTSEQ
           END-PERFORM
           IF WRK-PTT-PRIMEIRO EQUAL 'N'
               PERFORM 4986-FECHA-GRUPO-DEMANDA
           END-IF
           CLOSE PTSEQ
           CLOSE DEMTOT

           SORT DEMORD
               ON DESCENDING KEY DT-CLIENTES-ORD
               ON DESCENDING KEY DT-PEDIDOS-ORD
               ON ASCENDING KEY DT-DATA-ORD
               USING DEMTOT
               GIVING DEMTOP.

      *Grava o total do titulo que acabou de ser somado
       4986-FECHA-GRUPO-DEMANDA  SECTION.
           MOVE WRK-PTT-FILME-ANT TO DT-CODFILME
           MOVE WRK-PTT-TITULO-ANT TO DT-TITULO
           MOVE WRK-DT-CLIENTES TO DT-CLIENTES
           MOVE WRK-DT-PEDIDOS TO DT-PEDIDOS
           MOVE WRK-DT-DATA TO DT-DATA
           WRITE DEMTOT-REG
           ADD 1 TO WRK-PTT-GRUPOS.

      *Relatorio de demanda dos titulos pedidos em DEMANDA.CSV,
      *do mais pedido (clientes distintos) para o menos pedido
       4990-RELATORIO-DEMANDA  SECTION.
           MOVE "Demanda titulos" TO WRK-MODULO.
           DISPLAY TELA
           PERFORM 4985-MONTA-DEMANDA

           OPEN INPUT DEMTOP
           OPEN OUTPUT DEMANDA
           MOVE "Filme;Titulo;Clientes;Pedidos;PrimeiroPedido"
               TO DEMANDA-REG
           WRITE DEMANDA-REG
           MOVE 8 TO WRK-PTT-LINHA
           READ DEMTOP
           PERFORM UNTIL DEMTOP-STATUS NOT EQUAL 0
               MOVE DT-TITULO-TOP TO WRK-CSV-CAMPO-IN
               PERFORM 5185-PROTEGE-CAMPO
               MOVE SPACES TO WRK-LINHA-CSV
               STRING DT-CODFILME-TOP  DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WRK-CSV-CAMPO-OUT DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      DT-CLIENTES-TOP  DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      DT-PEDIDOS-TOP   DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      DT-DATA-TOP      DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE DEMANDA-REG FROM WRK-LINHA-CSV
               IF WRK-PTT-LINHA < 18
                   DISPLAY DT-CLIENTES-TOP
                   AT LINE WRK-PTT-LINHA COLUMN 20
                   DISPLAY DT-CODFILME-TOP
                   AT LINE WRK-PTT-LINHA COLUMN 27
                   DISPLAY DT-TITULO-TOP
                   AT LINE WRK-PTT-LINHA COLUMN 34
                   ADD 1 TO WRK-PTT-LINHA
               END-IF
               READ DEMTOP
           END-PERFORM
           CLOSE DEMTOP
           CLOSE DEMANDA

           DISPLAY "Titulos pedidos: " AT LINE 5 COLUMN 20
           DISPLAY WRK-PTT-GRUPOS AT LINE 5 COLUMN 38
           DISPLAY "Clientes Filme  Titulo" AT LINE 7 COLUMN 20
           DISPLAY "Relatorio gravado em DEMANDA.CSV"
           AT LINE 19 COLUMN 20
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 21 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 21 COLUMN 52.

      *Confere se o codigo digitado em EMP-CLIENTE-DIG existe e
      *esta ativo no cadastro de clientes, usado por 3100-CHECKOUT
       4150-VALIDA-CLIENTE  SECTION.
           MOVE 'N' TO WRK-CLIENTE-FLAG
           MOVE EMP-CLIENTE-DIG TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE 'N' TO WRK-CLIENTE-FLAG
               NOT INVALID KEY
                   IF CLIENTE-ATIVO
                       MOVE 'S' TO WRK-CLIENTE-FLAG
                   ELSE
                       MOVE 'N' TO WRK-CLIENTE-FLAG
                   END-IF
           END-READ.


       5000-INCLUIR  SECTION.
           MOVE "Incluir" TO WRK-MODULO.

           PERFORM UNTIL WRK-TECLA NOT EQUAL 1
           PERFORM 3500-ZERA-VALORES

      *    Propoe o proximo codigo, a partir do arquivo de controle,
      *    mas o supervisor pode digitar outro codigo por cima dele
           MOVE '1' TO CTL-CHAVE
           READ CTLFILME KEY IS CTL-CHAVE
           COMPUTE WRK-PROX-CODIGO = CTL-ULT-CODIGO + 1
           MOVE WRK-PROX-CODIGO TO CODFILME
           MOVE WRK-PROX-CODIGO TO WRK-COD-BARRAS

           DISPLAY TELA
           ACCEPT TELA-REGISTRO
           PERFORM 3172-VALIDA-COD-BARRAS
           MOVE WRK-COD-VALIDADO TO CODFILME
           PERFORM 5180-VERIFICA-OVERFLOW-CAMPOS
           PERFORM 5150-VALIDA-DISTRIBUIDORA
           PERFORM 5155-VALIDA-MOEDA
           PERFORM 5160-VALIDA-GENERO
           PERFORM 5175-NORMALIZA-CATEGORIA

      *    Validações
           IF CODFILME = ZEROS OR TITULO = SPACES OR
              GENERO = SPACES OR DURACAO = ZEROS OR
              DISTRIBUIDORA = SPACES

              MOVE 37 TO WRK-MSG-CHAVE-BUSCA
              PERFORM 1055-BUSCA-MENSAGEM
              MOVE WRK-MSG-RESULTADO TO WRK-ERRO
              DISPLAY TELA-ERRO  ERASE EOL

           ELSE IF NOTA > WRK-NOTA-MAX OR NOTA < WRK-NOTA-MIN
              MOVE 39 TO WRK-MSG-CHAVE-BUSCA
              PERFORM 1055-BUSCA-MENSAGEM
              MOVE WRK-MSG-RESULTADO TO WRK-ERRO
              DISPLAY TELA-ERRO  ERASE EOL

           ELSE IF NOT WRK-DISTRIB-VALIDA
              MOVE 40 TO WRK-MSG-CHAVE-BUSCA
              PERFORM 1055-BUSCA-MENSAGEM
              MOVE WRK-MSG-RESULTADO TO WRK-ERRO
              DISPLAY TELA-ERRO  ERASE EOL

           ELSE IF NOT WRK-MOEDA-VALIDA
              MOVE 41 TO WRK-MSG-CHAVE-BUSCA
              PERFORM 1055-BUSCA-MENSAGEM
              MOVE WRK-MSG-RESULTADO TO WRK-ERRO
              DISPLAY TELA-ERRO  ERASE EOL

           ELSE IF NOT WRK-GENERO-VALIDO
              MOVE 42 TO WRK-MSG-CHAVE-BUSCA
              PERFORM 1055-BUSCA-MENSAGEM
              MOVE WRK-MSG-RESULTADO TO WRK-ERRO
              DISPLAY TELA-ERRO  ERASE EOL

           ELSE IF NOT CLASSIFICACAO-VALIDA
              MOVE 43 TO WRK-MSG-CHAVE-BUSCA
              PERFORM 1055-BUSCA-MENSAGEM
              MOVE WRK-MSG-RESULTADO TO WRK-ERRO
              DISPLAY TELA-ERRO  ERASE EOL

           ELSE

            PERFORM 5100-VERIFICA-TITULO

            IF WRK-TITULO-DUPLICADO = 'S'
               DISPLAY "Titulo ja cadastrado no codigo " AT 1635
               DISPLAY WRK-COD-DUPLICADO AT 1668
               DISPLAY "Confirma que e uma edicao diferente? (S/N)"
               AT 1735
               ACCEPT WRK-ESCOLHA AT 1779
            ELSE
               DISPLAY "Deseja mesmo registrar? (S ou N)" AT 1635
               ACCEPT WRK-ESCOLHA AT 1668
            END-IF

                IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-DATA-HOJE TO DATACRIACAO
                   MOVE WRK-DATA-HOJE TO DATAALTERACAO
                   MOVE 1 TO VERSAO-REG
                   WRITE FILMES-REG
                     INVALID KEY
                     MOVE 38 TO WRK-MSG-CHAVE-BUSCA
                     PERFORM 1055-BUSCA-MENSAGEM
                     MOVE WRK-MSG-RESULTADO TO WRK-ERRO
                     DISPLAY TELA-ERRO  ERASE EOL
                     MOVE '5000-INCLUIR' TO WRK-ERL-PARAGRAFO
                     MOVE 'FILMES' TO WRK-ERL-ARQUIVO
                     MOVE 'WRITE' TO WRK-ERL-OPERACAO
                     MOVE FILME-STATUS TO WRK-ERL-STATUS
                     MOVE CODFILME TO WRK-ERL-CHAVE
                     PERFORM 5196-GRAVA-ERRO-ARQUIVO

                     NOT INVALID KEY
                     DISPLAY 'Registro adicionado' AT 1635 ERASE EOL
                     IF CODFILME > CTL-ULT-CODIGO
                         MOVE CODFILME TO CTL-ULT-CODIGO
                         REWRITE CTL-FILME-REG
                     END-IF
                     PERFORM 5170-GENERO-ADICIONAL
                     MOVE 'INCLUIR' TO WRK-AUD-OPERACAO
                     PERFORM 5190-GRAVA-AUDITORIA
                     MOVE 'I' TO WRK-UNDO-TIPO
                     MOVE CODFILME TO WRK-UNDO-CODFILME
                     MOVE 'S' TO WRK-UNDO-DISPONIVEL
                   END-WRITE
                   MOVE 'I' TO WRK-JRN-OPER
                   PERFORM 5201-JORNAL-FILMES

                ELSE
                   DISPLAY 'Registro nao adicionado' AT 1635 ERASE EOL
                END-IF

            END-IF
           END-IF
           END-IF
           END-IF

           DISPLAY "Deseja inserir outro registro 1(sim) ou 2(nao): "
           AT LINE 18 COLUMN 35
           ACCEPT WRK-TECLA AT 1884
           END-PERFORM.

      *Varre o arquivo sequencial em busca de um TITULO igual ao
      *que acabou de ser digitado, para alertar antes de gravar
       5100-VERIFICA-TITULO  SECTION.
           MOVE 'N' TO WRK-TITULO-DUPLICADO
           MOVE ZERO TO WRK-COD-DUPLICADO

           OPEN INPUT FILMESSEQ
           READ FILMESSEQ NEXT RECORD
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
              OR WRK-TITULO-DUPLICADO = 'S'
               IF TITULOSQ = TITULO
                   MOVE 'S' TO WRK-TITULO-DUPLICADO
                   MOVE CODFILMESQ TO WRK-COD-DUPLICADO
               ELSE
                   READ FILMESSEQ NEXT RECORD
               END-IF
           END-PERFORM
           CLOSE FILMESSEQ.

      *Confere se o codigo digitado em DISTRIBUIDORA existe na
      *tabela mestre de distribuidoras
       5150-VALIDA-DISTRIBUIDORA  SECTION.
           MOVE 'N' TO WRK-DISTRIB-FLAG
           MOVE DISTRIBUIDORA TO COD-DISTRIBUIDORA
           READ DISTRIB
               INVALID KEY
                   MOVE 'N' TO WRK-DISTRIB-FLAG
               NOT INVALID KEY
                   MOVE 'S' TO WRK-DISTRIB-FLAG
           END-READ.

      *Confere se o codigo digitado em MOEDA existe na tabela
      *mestre de taxas de cambio
       5155-VALIDA-MOEDA  SECTION.
           MOVE 'N' TO WRK-MOEDA-FLAG
           MOVE MOEDA TO COD-MOEDA
           READ TAXACAMBIO
               INVALID KEY
                   MOVE 'N' TO WRK-MOEDA-FLAG
               NOT INVALID KEY
                   MOVE 'S' TO WRK-MOEDA-FLAG
           END-READ.

      *Confere se o codigo digitado em GENERO existe na tabela
      *mestre de generos
       5160-VALIDA-GENERO  SECTION.
           MOVE 'N' TO WRK-GENERO-FLAG
           MOVE GENERO TO COD-GENERO
           READ GENEROS
               INVALID KEY
                   MOVE 'N' TO WRK-GENERO-FLAG
               NOT INVALID KEY
                   MOVE 'S' TO WRK-GENERO-FLAG
           END-READ.

      *Permite anexar um genero adicional ao filme recem cadastrado,
      *alem do GENERO principal, validado contra a tabela de generos
       5170-GENERO-ADICIONAL  SECTION.
           MOVE SPACES TO WRK-GENERO-ADIC
           DISPLAY "Genero adicional (ou em branco p/ nenhum): " AT 1735
           ACCEPT WRK-GENERO-ADIC AT 1779
           IF WRK-GENERO-ADIC NOT EQUAL SPACES
               MOVE WRK-GENERO-ADIC TO COD-GENERO
               READ GENEROS
                   INVALID KEY
                       MOVE 'Genero adicional invalido' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
                       MOVE CODFILME TO FG-CODFILME
                       MOVE WRK-GENERO-ADIC TO FG-GENERO
                       WRITE FILMEGEN-REG
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-IF.

      *Avisa (sem bloquear a gravacao) quando TITULO ou
      *DISTRIBUIDORA ocupam o campo inteiro, o que pode indicar
      *que o valor digitado foi truncado pela tela
      *Aceita a categoria comercial em minuscula e cai em Catalogo
      *quando vier qualquer outra coisa (registros de antes da
      *categoria trazem espaco aqui)
       5175-NORMALIZA-CATEGORIA  SECTION.
           IF CATEGORIA-LANCAMENTO EQUAL 'l'
               MOVE 'L' TO CATEGORIA-LANCAMENTO
           END-IF
           IF CATEGORIA-LANCAMENTO EQUAL 'c'
               MOVE 'C' TO CATEGORIA-LANCAMENTO
           END-IF
           IF CATEGORIA-LANCAMENTO EQUAL 'p'
               MOVE 'P' TO CATEGORIA-LANCAMENTO
           END-IF
           IF NOT CATEGORIA-LANC-VALIDA
               MOVE 'C' TO CATEGORIA-LANCAMENTO
           END-IF.

       5180-VERIFICA-OVERFLOW-CAMPOS  SECTION.
           MOVE SPACES TO WRK-AVISO

           IF TITULO (30:1) NOT EQUAL SPACE AND
              DISTRIBUIDORA (15:1) NOT EQUAL SPACE
               STRING 'Titulo e distribuidora podem ter sido truncados'
                   DELIMITED BY SIZE INTO WRK-AVISO

           ELSE IF TITULO (30:1) NOT EQUAL SPACE
               STRING 'Titulo pode ter sido truncado (max 30)'
                   DELIMITED BY SIZE INTO WRK-AVISO

           ELSE IF DISTRIBUIDORA (15:1) NOT EQUAL SPACE
               STRING 'Distribuidora pode ter sido truncada (max 15)'
                   DELIMITED BY SIZE INTO WRK-AVISO
           END-IF
           END-IF

           IF WRK-AVISO NOT EQUAL SPACES
               DISPLAY TELA-AVISO ERASE EOL
           END-IF.

      *Protege um campo texto para os CSVs: quando o campo em
      *WRK-CSV-CAMPO-IN contem o separador ';' ("Missao; Impossivel"
      *aconteceu), a copia em WRK-CSV-CAMPO-OUT sai entre aspas,
      *com o texto original preservado para a volta pelo 5184;
      *campo limpo passa como esta
       5185-PROTEGE-CAMPO  SECTION.
           MOVE 0 TO WRK-CSV-TEM-SEP
           INSPECT WRK-CSV-CAMPO-IN TALLYING WRK-CSV-TEM-SEP
               FOR ALL ';'

           IF WRK-CSV-TEM-SEP EQUAL ZERO
               MOVE WRK-CSV-CAMPO-IN TO WRK-CSV-CAMPO-OUT
           ELSE
               MOVE 50 TO WRK-CSV-LEN
               PERFORM UNTIL WRK-CSV-LEN EQUAL 1
                   OR WRK-CSV-CAMPO-IN (WRK-CSV-LEN:1)
                      NOT EQUAL SPACE
                   SUBTRACT 1 FROM WRK-CSV-LEN
               END-PERFORM
               MOVE SPACES TO WRK-CSV-CAMPO-OUT
               STRING '"' DELIMITED BY SIZE
                      WRK-CSV-CAMPO-IN (1:WRK-CSV-LEN)
                      DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                      INTO WRK-CSV-CAMPO-OUT
               END-STRING
           END-IF.

      *Tira as aspas de um campo que o 5185 protegeu, na volta
      *pelos nossos importadores; campo sem aspas passa como esta
      *Esconde os ';' que estao dentro de aspas na linha em
      *WRK-CSV-LINHA (troca por WRK-CSV-TROCA), para o UNSTRING
      *por ';' dos importadores nao partir um campo protegido; o
      *5184 devolve o ';' original depois de tirar as aspas
       5183-ESCONDE-SEPARADOR  SECTION.
           MOVE 'N' TO WRK-CSV-DENTRO
           PERFORM VARYING WRK-CSV-POS FROM 1 BY 1
               UNTIL WRK-CSV-POS > 300
               IF WRK-CSV-LINHA (WRK-CSV-POS:1) EQUAL '"'
                   IF WRK-CSV-DENTRO EQUAL 'N'
                       MOVE 'S' TO WRK-CSV-DENTRO
                   ELSE
                       MOVE 'N' TO WRK-CSV-DENTRO
                   END-IF
               ELSE
                   IF WRK-CSV-DENTRO EQUAL 'S'
                      AND WRK-CSV-LINHA (WRK-CSV-POS:1) EQUAL ';'
                       MOVE WRK-CSV-TROCA
                           TO WRK-CSV-LINHA (WRK-CSV-POS:1)
                   END-IF
               END-IF
           END-PERFORM.

       5184-REMOVE-ASPAS  SECTION.
           IF WRK-CSV-CAMPO-IN (1:1) EQUAL '"'
               MOVE 50 TO WRK-CSV-LEN
               PERFORM UNTIL WRK-CSV-LEN EQUAL 1
                   OR WRK-CSV-CAMPO-IN (WRK-CSV-LEN:1)
                      NOT EQUAL SPACE
                   SUBTRACT 1 FROM WRK-CSV-LEN
               END-PERFORM
               IF WRK-CSV-LEN > 2
                  AND WRK-CSV-CAMPO-IN (WRK-CSV-LEN:1) EQUAL '"'
                   MOVE SPACES TO WRK-CSV-CAMPO-OUT
                   COMPUTE WRK-CSV-TEM-SEP = WRK-CSV-LEN - 2
                   MOVE WRK-CSV-CAMPO-IN (2:WRK-CSV-TEM-SEP)
                       TO WRK-CSV-CAMPO-OUT
               ELSE
                   MOVE WRK-CSV-CAMPO-IN TO WRK-CSV-CAMPO-OUT
               END-IF
           ELSE
               MOVE WRK-CSV-CAMPO-IN TO WRK-CSV-CAMPO-OUT
           END-IF
           INSPECT WRK-CSV-CAMPO-OUT
               REPLACING ALL WRK-CSV-TROCA BY ';'.

      *Acrescenta uma linha em AUDITORIA.CSV para a transacao
      *corrente (WRK-AUD-OPERACAO deve ser preenchido pelo chamador
      *antes do PERFORM). Usada por 5000-INCLUIR, 7000-ALTERAR e
      *8000-EXCLUIR para manter o historico de quem mexeu no quê,
      *identificado pelo operador capturado em 1000-INICIAR
       5190-GRAVA-AUDITORIA  SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN EXTEND AUDITFILE
           IF AUDITFILE-STATUS EQUAL 35
               OPEN OUTPUT AUDITFILE
           END-IF

           MOVE SPACES TO WRK-LINHA-CSV
           IF WRK-AUD-DETALHE EQUAL SPACES
               STRING WRK-DATA-HOJE    DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WRK-OPERADOR     DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WRK-AUD-OPERACAO DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      CODFILME         DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
           ELSE
      *        O detalhe livre pode trazer ';' (titulos, motivos)
               MOVE WRK-AUD-DETALHE TO WRK-CSV-CAMPO-IN
               PERFORM 5185-PROTEGE-CAMPO
               STRING WRK-DATA-HOJE    DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WRK-OPERADOR     DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WRK-AUD-OPERACAO DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      CODFILME         DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WRK-CSV-CAMPO-OUT DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               MOVE SPACES TO WRK-AUD-DETALHE
           END-IF
           WRITE AUDITFILE-REG FROM WRK-LINHA-CSV
           CLOSE AUDITFILE.

      *Grava uma linha no diario de alteracoes com a operacao em
      *WRK-JRN-OPER, o arquivo em WRK-JRN-ARQUIVO e a imagem do
      *registro em WRK-JRN-DADOS; o numero de sequencia e
      *reservado no ato no CTLJRN, como os numeros de recibo
      *(2050). A base de treino nao alimenta a copia de reserva
       5200-GRAVA-JORNAL  SECTION.
           IF WRK-EM-TREINAMENTO
               GO TO 5200-GRAVA-JORNAL-FIM
           END-IF

           MOVE '1' TO CTLJRN-CHAVE
           READ CTLJRN KEY IS CTLJRN-CHAVE
           ADD 1 TO CTLJRN-ULT-SEQ
           REWRITE CTLJRN-REG

           MOVE CTLJRN-ULT-SEQ TO WRK-JRN-SEQ
           ACCEPT WRK-JRN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-JRN-HORA FROM TIME
           MOVE WRK-LOGIN-COD TO WRK-JRN-ORIGEM
           MOVE WRK-JRN-ARQUIVO TO WRK-JRN-R-ARQUIVO
           MOVE WRK-JRN-OPER TO WRK-JRN-R-OPER
           MOVE WRK-JRN-DADOS TO WRK-JRN-IMAGEM

           OPEN EXTEND JORNAL
           IF JORNAL-STATUS EQUAL 35
               OPEN OUTPUT JORNAL
           END-IF
           WRITE JORNAL-REG FROM WRK-JRN-REG
           CLOSE JORNAL
           MOVE SPACES TO WRK-JRN-DADOS.

       5200-GRAVA-JORNAL-FIM.
           CONTINUE.

      *Pontos de entrada do diario por arquivo mestre: chamados
      *logo depois do WRITE/REWRITE/DELETE, so registram quando o
      *comando deu certo (status abaixo de 10)
       5201-JORNAL-FILMES  SECTION.
           IF FILME-STATUS < 10
               MOVE 'FILMES' TO WRK-JRN-ARQUIVO
               MOVE FILMES-REG TO WRK-JRN-DADOS
               PERFORM 5200-GRAVA-JORNAL
           END-IF.

       5202-JORNAL-EMPRESTIMOS  SECTION.
           IF EMPRESTIMOS-STATUS < 10
               MOVE 'EMPRESTIMOS' TO WRK-JRN-ARQUIVO
               MOVE EMPRESTIMOS-REG TO WRK-JRN-DADOS
               PERFORM 5200-GRAVA-JORNAL
           END-IF.

       5203-JORNAL-PAGAMENTOS  SECTION.
           IF PAGAMENTOS-STATUS < 10
               MOVE 'PAGAMENTOS' TO WRK-JRN-ARQUIVO
               MOVE PAGAMENTOS-REG TO WRK-JRN-DADOS
               PERFORM 5200-GRAVA-JORNAL
           END-IF.

       5204-JORNAL-CLIENTES  SECTION.
           IF CLIENTES-STATUS < 10
               MOVE 'CLIENTES' TO WRK-JRN-ARQUIVO
               MOVE CLIENTES-REG TO WRK-JRN-DADOS
               PERFORM 5200-GRAVA-JORNAL
           END-IF.

       5205-JORNAL-EXEMPLARES  SECTION.
           IF EXEMPLARES-STATUS < 10
               MOVE 'EXEMPLARES' TO WRK-JRN-ARQUIVO
               MOVE EXEMPLARES-REG TO WRK-JRN-DADOS
               PERFORM 5200-GRAVA-JORNAL
           END-IF.

       5206-JORNAL-RESERVAS  SECTION.
           IF RESERVAS-STATUS < 10
               MOVE 'RESERVAS' TO WRK-JRN-ARQUIVO
               MOVE RESERVAS-REG TO WRK-JRN-DADOS
               PERFORM 5200-GRAVA-JORNAL
           END-IF.

       5207-JORNAL-VALECRED  SECTION.
           IF VALECRED-STATUS < 10
               MOVE 'VALECRED' TO WRK-JRN-ARQUIVO
               MOVE VALECRED-REG TO WRK-JRN-DADOS
               PERFORM 5200-GRAVA-JORNAL
           END-IF.

       5208-JORNAL-CAIXA  SECTION.
           IF CAIXA-STATUS < 10
               MOVE 'CAIXA' TO WRK-JRN-ARQUIVO
               MOVE CAIXA-REG TO WRK-JRN-DADOS
               PERFORM 5200-GRAVA-JORNAL
           END-IF.

      *Marca o inicio de um job de lote para o diario de execucao
      *(o nome ja deve estar em WRK-JOB-NOME)
       5194-INICIA-JOB  SECTION.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.

      *Acrescenta no diario JOBLOG.CSV a linha do job que acabou:
      *quem rodou (operador ou AUTO), horarios, a contagem
      *principal e a situacao final
       5195-GRAVA-JOBLOG  SECTION.
           ACCEPT WRK-JOB-HORA-FIM FROM TIME
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN EXTEND JOBLOG
           IF JOBLOG-STATUS EQUAL 35
               OPEN OUTPUT JOBLOG
           END-IF

           MOVE SPACES TO WRK-LINHA-CSV
           STRING WRK-DATA-HOJE     DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WRK-JOB-HORA-INI  DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WRK-JOB-HORA-FIM  DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WRK-JOB-NOME      DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WRK-OPERADOR      DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WRK-JOB-QTD       DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WRK-JOB-SITUACAO  DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE JOBLOG-REG FROM WRK-LINHA-CSV
           CLOSE JOBLOG.

      *Diario central de erros de arquivo: acrescenta em
      *ERROLOG.CSV a falha descrita em WRK-ERL-PARAGRAFO, ARQUIVO,
      *OPERACAO, STATUS e CHAVE, com operador e loja do terminal,
      *classifica a falha (5197) e mostra ao operador o que fazer,
      *logo abaixo da mensagem de erro ja exibida por quem chamou
       5196-GRAVA-ERRO-ARQUIVO  SECTION.
           ACCEPT WRK-ERL-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-ERL-HORA FROM TIME
           PERFORM 5197-CLASSIFICA-ERRO

           OPEN EXTEND ERROLOG
           IF ERROLOG-STATUS EQUAL 35
               OPEN OUTPUT ERROLOG
           END-IF

           MOVE SPACES TO WRK-ERL-LINHA
           STRING WRK-ERL-DATA        DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WRK-ERL-HORA (1:6)  DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WRK-ERL-PROGRAMA    DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WRK-ERL-PARAGRAFO   DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WRK-ERL-ARQUIVO     DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WRK-ERL-OPERACAO    DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WRK-ERL-STATUS      DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WRK-ERL-CHAVE       DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WRK-OPERADOR        DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WRK-LOJA-ATUAL      DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WRK-ERL-CLASSE-DESC DELIMITED BY SPACE
                  INTO WRK-ERL-LINHA
           END-STRING
           WRITE ERROLOG-REG FROM WRK-ERL-LINHA
           CLOSE ERROLOG

           MOVE SPACES TO WRK-ERL-MENSAGEM
           STRING WRK-ERL-CLASSE-DESC DELIMITED BY SPACE
                  ": "                DELIMITED BY SIZE
                  WRK-ERL-ORIENTACAO  DELIMITED BY SIZE
                  INTO WRK-ERL-MENSAGEM
           END-STRING

      *    Na abertura ainda nao ha tela montada: vai para o
      *    console, como a conferencia de versoes (1067)
           IF WRK-ERL-NA-ABERTURA
               DISPLAY 'Erro ao abrir ' WRK-ERL-ARQUIVO
                   ' status ' WRK-ERL-STATUS
               DISPLAY WRK-ERL-MENSAGEM
           ELSE
               DISPLAY TELA-ERRO-ARQ ERASE EOL
           END-IF.

      *Classe da falha pelo status do arquivo: fim de arquivo,
      *chave duplicada ou inexistente e arquivo em uso se resolvem
      *repetindo a operacao (recuperavel); disco, permissao, layout
      *e erros de logica pedem acao fora do balcao (fatal)
       5197-CLASSIFICA-ERRO  SECTION.
           MOVE 'R' TO WRK-ERL-CLASSE
           EVALUATE WRK-ERL-STATUS
               WHEN '10'
                   MOVE 'Fim de arquivo, repita a leitura'
                       TO WRK-ERL-ORIENTACAO
               WHEN '21'
                   MOVE 'Chave fora de sequencia, repita'
                       TO WRK-ERL-ORIENTACAO
               WHEN '22'
                   MOVE 'Chave ja existe, tente de novo'
                       TO WRK-ERL-ORIENTACAO
               WHEN '23'
                   MOVE 'Registro nao encontrado'
                       TO WRK-ERL-ORIENTACAO
               WHEN '24'
                   MOVE 'F' TO WRK-ERL-CLASSE
                   MOVE 'Arquivo no limite, reorganize'
                       TO WRK-ERL-ORIENTACAO
               WHEN '30'
                   MOVE 'F' TO WRK-ERL-CLASSE
                   MOVE 'Erro de disco, confira o backup'
                       TO WRK-ERL-ORIENTACAO
               WHEN '34'
                   MOVE 'F' TO WRK-ERL-CLASSE
                   MOVE 'Disco cheio, libere espaco'
                       TO WRK-ERL-ORIENTACAO
               WHEN '35'
                   MOVE 'F' TO WRK-ERL-CLASSE
                   MOVE 'Arquivo ausente, confira a pasta'
                       TO WRK-ERL-ORIENTACAO
               WHEN '37'
                   MOVE 'F' TO WRK-ERL-CLASSE
                   MOVE 'Sem permissao no arquivo'
                       TO WRK-ERL-ORIENTACAO
               WHEN '39'
                   MOVE 'F' TO WRK-ERL-CLASSE
                   MOVE 'Layout divergente, converta'
                       TO WRK-ERL-ORIENTACAO
               WHEN '40' THRU '49'
                   MOVE 'F' TO WRK-ERL-CLASSE
                   MOVE 'Erro de logica, chame o suporte'
                       TO WRK-ERL-ORIENTACAO
               WHEN '50' THRU '69'
               WHEN '90' THRU '99'
                   MOVE 'Arquivo em uso, tente de novo'
                       TO WRK-ERL-ORIENTACAO
               WHEN OTHER
                   MOVE 'F' TO WRK-ERL-CLASSE
                   MOVE 'Status inesperado, chame suporte'
                       TO WRK-ERL-ORIENTACAO
           END-EVALUATE

           IF WRK-ERL-FATAL
               MOVE 'FATAL' TO WRK-ERL-CLASSE-DESC
           ELSE
               MOVE 'RECUPERAVEL' TO WRK-ERL-CLASSE-DESC
           END-IF.

      *Confere a abertura dos arquivos mestres do balcao e leva ao
      *diario de erros os que nao abriram (status 10 ou acima)
       5198-CONFERE-ABERTURAS  SECTION.
           MOVE 'S' TO WRK-ERL-ABERTURA
           MOVE '1000-INICIAR' TO WRK-ERL-PARAGRAFO
           MOVE 'OPEN' TO WRK-ERL-OPERACAO
           MOVE SPACES TO WRK-ERL-CHAVE

           IF FILME-STATUS NOT LESS THAN 10
               MOVE 'FILMES' TO WRK-ERL-ARQUIVO
               MOVE FILME-STATUS TO WRK-ERL-STATUS
               PERFORM 5196-GRAVA-ERRO-ARQUIVO
           END-IF
           IF CLIENTES-STATUS NOT LESS THAN 10
               MOVE 'CLIENTES' TO WRK-ERL-ARQUIVO
               MOVE CLIENTES-STATUS TO WRK-ERL-STATUS
               PERFORM 5196-GRAVA-ERRO-ARQUIVO
           END-IF
           IF EMPRESTIMOS-STATUS NOT LESS THAN 10
               MOVE 'EMPRESTIMOS' TO WRK-ERL-ARQUIVO
               MOVE EMPRESTIMOS-STATUS TO WRK-ERL-STATUS
               PERFORM 5196-GRAVA-ERRO-ARQUIVO
           END-IF
           IF PAGAMENTOS-STATUS NOT LESS THAN 10
               MOVE 'PAGAMENTOS' TO WRK-ERL-ARQUIVO
               MOVE PAGAMENTOS-STATUS TO WRK-ERL-STATUS
               PERFORM 5196-GRAVA-ERRO-ARQUIVO
           END-IF
           IF RESERVAS-STATUS NOT LESS THAN 10
               MOVE 'RESERVAS' TO WRK-ERL-ARQUIVO
               MOVE RESERVAS-STATUS TO WRK-ERL-STATUS
               PERFORM 5196-GRAVA-ERRO-ARQUIVO
           END-IF
           IF EXEMPLARES-STATUS NOT LESS THAN 10
               MOVE 'EXEMPLARES' TO WRK-ERL-ARQUIVO
               MOVE EXEMPLARES-STATUS TO WRK-ERL-STATUS
               PERFORM 5196-GRAVA-ERRO-ARQUIVO
           END-IF

           MOVE 'N' TO WRK-ERL-ABERTURA.

       6000-CONSULTAR  SECTION.
           MOVE "Consultar" TO WRK-MODULO.

           PERFORM UNTIL WRK-TECLA NOT EQUAL 1
           DISPLAY TELA
           DISPLAY "Buscar: C-odigo T-itulo E-xato P-essoa: "
           AT LINE 5 COLUMN 20
           ACCEPT WRK-MODO-BUSCA AT LINE 5 COLUMN 62

           IF WRK-MODO-BUSCA EQUAL 't' OR WRK-MODO-BUSCA EQUAL 'T'
               PERFORM 6100-BUSCAR-POR-TITULO
           ELSE IF WRK-MODO-BUSCA EQUAL 'p' OR WRK-MODO-BUSCA EQUAL 'P'
               PERFORM 6300-BUSCAR-PESSOA
           ELSE IF WRK-MODO-BUSCA EQUAL 'e' OR WRK-MODO-BUSCA EQUAL 'E'
               PERFORM 6200-BUSCAR-TITULO-EXATO
           ELSE
               PERFORM 3500-ZERA-VALORES
               DISPLAY TELA-REGISTRO
               ACCEPT PK

               PERFORM 3172-VALIDA-COD-BARRAS

               MOVE WRK-COD-VALIDADO TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE 'Nao encontrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL

                   NOT INVALID KEY
                       DISPLAY SS-DADOS
                       DISPLAY TELA-DATAS
                       DISPLAY "Sinopse: " AT LINE 16 COLUMN 20
                       DISPLAY SINOPSE AT LINE 16 COLUMN 29
                       MOVE CODFILME TO WRK-NMED-FILME
                       PERFORM 6050-MOSTRA-NOTA-CLIENTES
               END-READ
           END-IF
           END-IF
           END-IF
            DISPLAY "Deseja consultar outro registro 1(sim) ou 2(nao): "
            AT LINE 18 COLUMN 35
            ACCEPT WRK-TECLA AT 1886
           END-PERFORM.

      *Mostra a media de avaliacao dos clientes do titulo em
      *WRK-NMED-FILME, lida de NOTAMED.CSV (recalculada a noite
      *pelo passo MEDIAS); sem linha, a tela fica como era
       6050-MOSTRA-NOTA-CLIENTES  SECTION.
           OPEN INPUT NOTAMED
           IF NOTAMED-STATUS EQUAL 0
               READ NOTAMED
               PERFORM UNTIL NOTAMED-STATUS NOT EQUAL 0
                   MOVE SPACES TO WRK-NM-CAMPOS
                   UNSTRING NOTAMED-REG DELIMITED BY ';'
                       INTO WRK-NM-FILME WRK-NM-MEDIA WRK-NM-QTD
                   END-UNSTRING
                   IF WRK-NM-FILME NUMERIC
                      AND WRK-NM-FILME EQUAL WRK-NMED-FILME
                       DISPLAY "Nota dos clientes: "
                       AT LINE 17 COLUMN 20
                       DISPLAY WRK-NM-MEDIA AT LINE 17 COLUMN 40
                       DISPLAY "(" AT LINE 17 COLUMN 48
                       DISPLAY WRK-NM-QTD AT LINE 17 COLUMN 49
                       DISPLAY "votos)" AT LINE 17 COLUMN 55
                   END-IF
                   READ NOTAMED
               END-PERFORM
               CLOSE NOTAMED
           END-IF.

      *Busca sequencial por parte do titulo (substring), exibindo
      *todas as ocorrencias encontradas no arquivo sequencial
       6100-BUSCAR-POR-TITULO  SECTION.
           DISPLAY "Titulo (parte): " AT LINE 6 COLUMN 20
           ACCEPT WRK-TERMO-BUSCA AT LINE 6 COLUMN 40

           MOVE 0 TO WRK-TERMO-LEN
           INSPECT WRK-TERMO-BUSCA TALLYING WRK-TERMO-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           MOVE 9 TO WRK-CONTADOR-LINHA
           DISPLAY "Codigo" AT LINE 8 COLUMN 20
           DISPLAY "Titulo" AT LINE 8 COLUMN 28
           DISPLAY "Genero" AT LINE 8 COLUMN 59

           OPEN INPUT FILMESSEQ.
           READ FILMESSEQ

           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-TITULO-ACHOU

               IF WRK-TERMO-LEN > 0
                   PERFORM VARYING WRK-POS-BUSCA FROM 1 BY 1
                       UNTIL WRK-POS-BUSCA > (31 - WRK-TERMO-LEN)
                          OR WRK-TITULO-ACHOU EQUAL 'S'
                       IF TITULOSQ (WRK-POS-BUSCA : WRK-TERMO-LEN)
                          EQUAL WRK-TERMO-BUSCA (1 : WRK-TERMO-LEN)
                           MOVE 'S' TO WRK-TITULO-ACHOU
                       END-IF
                   END-PERFORM
               END-IF

               IF WRK-TITULO-ACHOU EQUAL 'S'
                   DISPLAY CODFILMESQ
                   AT LINE WRK-CONTADOR-LINHA COLUMN 20 ERASE EOL

                   DISPLAY TITULOSQ
                   AT LINE WRK-CONTADOR-LINHA COLUMN 28 ERASE EOL

                   DISPLAY GENEROSQ
                   AT LINE WRK-CONTADOR-LINHA COLUMN 59 ERASE EOL

                   ADD 1 TO WRK-CONTADOR-LINHA
               END-IF

               READ FILMESSEQ
           END-PERFORM

           CLOSE FILMESSEQ.

      *Localizacao direta pelo indice alternado por TITULO, sem
      *varrer o arquivo sequencial (exige o titulo completo)
       6200-BUSCAR-TITULO-EXATO  SECTION.
           DISPLAY "Titulo (exato): " AT LINE 6 COLUMN 20
           ACCEPT WRK-TERMO-BUSCA AT LINE 6 COLUMN 40

           MOVE SPACES TO TITULO
           MOVE WRK-TERMO-BUSCA TO TITULO

           READ FILMES KEY IS TITULO
               INVALID KEY
                   MOVE 'Nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL

               NOT INVALID KEY
                   DISPLAY SS-DADOS
                   DISPLAY TELA-DATAS
                   DISPLAY "Sinopse: " AT LINE 16 COLUMN 20
                   DISPLAY SINOPSE AT LINE 16 COLUMN 29
           END-READ.

      *    Restaura CODFILME como chave de referencia corrente do
      *    arquivo; sem isso, o acesso DYNAMIC manteria TITULO como
      *    chave corrente e toda leitura simples de FILMES depois
      *    desta busca passaria a procurar pelo titulo, nao pelo
      *    codigo
           READ FILMES KEY IS CODFILME
               INVALID KEY
                   CONTINUE
           END-READ.

      *Busca por ator ou diretor: aplica a mesma comparacao de
      *substring da 6100 sobre FILME-ELENCO (FE-NOME-ATOR) e sobre
      *o DIRETOR de cada filme, monta a tabela de resultados sem
      *repetir titulo (com a quantidade de copias Disponiveis) e
      *pagina o resultado
       6300-BUSCAR-PESSOA  SECTION.
           DISPLAY "Nome (parte): " AT LINE 6 COLUMN 20
           ACCEPT WRK-TERMO-BUSCA AT LINE 6 COLUMN 40

           MOVE 0 TO WRK-TERMO-LEN
           INSPECT WRK-TERMO-BUSCA TALLYING WRK-TERMO-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           MOVE 0 TO WRK-QTD-RESULT

           IF WRK-TERMO-LEN > 0
      *        Elenco: um registro por ator de cada filme
               MOVE LOW-VALUES TO FE-CHAVE
               START FILME-ELENCO KEY IS NOT LESS THAN FE-CHAVE
                   INVALID KEY
                       MOVE 10 TO ELENCO-STATUS
               END-START
               IF ELENCO-STATUS EQUAL 0
                   READ FILME-ELENCO NEXT RECORD
                   PERFORM UNTIL ELENCO-STATUS NOT EQUAL 0
                       MOVE FE-NOME-ATOR TO WRK-TEXTO-BUSCA
                       PERFORM 6310-TESTA-NOME
                       IF WRK-TITULO-ACHOU EQUAL 'S'
                           MOVE FE-CODFILME TO CODFILME
                           MOVE 'A' TO WRK-PAPEL-BUSCA
                           PERFORM 6320-ADICIONA-RESULTADO
                       END-IF
                       READ FILME-ELENCO NEXT RECORD
                   END-PERFORM
               END-IF

      *        Diretor: campo do proprio cadastro de filmes
               OPEN INPUT FILMESSEQ
               READ FILMESSEQ
               PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
                   IF FILME-ATIVOSQ
                       MOVE DIRETORSQ TO WRK-TEXTO-BUSCA
                       PERFORM 6310-TESTA-NOME
                       IF WRK-TITULO-ACHOU EQUAL 'S'
                           MOVE CODFILMESQ TO CODFILME
                           MOVE 'D' TO WRK-PAPEL-BUSCA
                           PERFORM 6320-ADICIONA-RESULTADO
                       END-IF
                   END-IF
                   READ FILMESSEQ
               END-PERFORM
               CLOSE FILMESSEQ
           END-IF

           IF WRK-QTD-RESULT EQUAL ZERO
               DISPLAY "Nenhum filme com esse nome"
               AT LINE 8 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 8 COLUMN 50
           ELSE
               COMPUTE WRK-ULT-PAG =
                   ((WRK-QTD-RESULT - 1) / WRK-TAM-PAGINA) + 1
               MOVE 1 TO WRK-PAG-ATUAL
               MOVE SPACE TO WRK-ESCOLHA
               PERFORM UNTIL WRK-ESCOLHA EQUAL 'N'
                   OR WRK-ESCOLHA EQUAL 'n'
                   PERFORM 6330-MOSTRA-PAGINA-PESSOA
                   DISPLAY "S-Proxima P-Anterior F-Primeira N-Sair: "
                   AT LINE 22 COLUMN 5
                   ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 47
                   EVALUATE WRK-ESCOLHA
                       WHEN 'S'
                       WHEN 's'
                           IF WRK-PAG-ATUAL < WRK-ULT-PAG
                               ADD 1 TO WRK-PAG-ATUAL
                           END-IF
                       WHEN 'P'
                       WHEN 'p'
                           IF WRK-PAG-ATUAL > 1
                               SUBTRACT 1 FROM WRK-PAG-ATUAL
                           END-IF
                       WHEN 'F'
                       WHEN 'f'
                           MOVE 1 TO WRK-PAG-ATUAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
           END-IF.

      *Compara o termo de busca (substring) com o texto em
      *WRK-TEXTO-BUSCA, na mesma tecnica da 6100
       6310-TESTA-NOME  SECTION.
           MOVE 'N' TO WRK-TITULO-ACHOU
           PERFORM VARYING WRK-POS-BUSCA FROM 1 BY 1
               UNTIL WRK-POS-BUSCA > (31 - WRK-TERMO-LEN)
                  OR WRK-TITULO-ACHOU EQUAL 'S'
               IF WRK-TEXTO-BUSCA (WRK-POS-BUSCA : WRK-TERMO-LEN)
                  EQUAL WRK-TERMO-BUSCA (1 : WRK-TERMO-LEN)
                   MOVE 'S' TO WRK-TITULO-ACHOU
               END-IF
           END-PERFORM.

      *Acrescenta o filme de CODFILME na tabela de resultados da
      *busca por pessoa, sem repetir titulo, com o titulo vindo de
      *FILMES e a quantidade de copias Disponiveis; o papel (Ator
      *ou Diretor) chega em WRK-PAPEL-BUSCA
       6320-ADICIONA-RESULTADO  SECTION.
           MOVE 'N' TO WRK-RES-JA-TEM
           PERFORM VARYING WRK-IDX-RESULT FROM 1 BY 1
               UNTIL WRK-IDX-RESULT > WRK-QTD-RESULT
               IF WRK-RES-FILME (WRK-IDX-RESULT) EQUAL CODFILME
                   MOVE 'S' TO WRK-RES-JA-TEM
               END-IF
           END-PERFORM

           IF WRK-RES-JA-TEM EQUAL 'N'
              AND WRK-QTD-RESULT < 200
               READ FILMES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FILME-ATIVO
                           ADD 1 TO WRK-QTD-RESULT
                           MOVE CODFILME TO
                               WRK-RES-FILME (WRK-QTD-RESULT)
                           MOVE TITULO TO
                               WRK-RES-TITULO (WRK-QTD-RESULT)
                           MOVE WRK-PAPEL-BUSCA TO
                               WRK-RES-PAPEL (WRK-QTD-RESULT)
                           MOVE 0 TO WRK-RES-DISP (WRK-QTD-RESULT)
                           MOVE CODFILME TO EX-CODFILME
                           MOVE ZERO TO EX-NUMERO
                           START EXEMPLARES KEY IS NOT LESS THAN
                               EX-CHAVE
                               INVALID KEY
                                   MOVE 10 TO EXEMPLARES-STATUS
                           END-START
                           IF EXEMPLARES-STATUS EQUAL 0
                               READ EXEMPLARES NEXT RECORD
                               PERFORM UNTIL EXEMPLARES-STATUS
                                   NOT EQUAL 0
                                  OR EX-CODFILME NOT EQUAL CODFILME
                                   IF EXEMPLAR-DISPONIVEL
                                       ADD 1 TO WRK-RES-DISP
                                           (WRK-QTD-RESULT)
                                   END-IF
                                   READ EXEMPLARES NEXT RECORD
                               END-PERFORM
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *Mostra uma pagina da tabela de resultados da busca por
      *pessoa (A = no elenco, D = diretor, Disp = copias livres)
       6330-MOSTRA-PAGINA-PESSOA  SECTION.
           DISPLAY TELA
           DISPLAY "Filmes com a pessoa procurada - pagina"
           AT LINE 5 COLUMN 5
           DISPLAY WRK-PAG-ATUAL AT LINE 5 COLUMN 44
           DISPLAY "de" AT LINE 5 COLUMN 49
           DISPLAY WRK-ULT-PAG AT LINE 5 COLUMN 52

           DISPLAY "Codigo" AT LINE 7 COLUMN 5
           DISPLAY "Titulo" AT LINE 7 COLUMN 13
           DISPLAY "Papel"  AT LINE 7 COLUMN 46
           DISPLAY "Disp"   AT LINE 7 COLUMN 53

           COMPUTE WRK-IDX-RESULT =
               ((WRK-PAG-ATUAL - 1) * WRK-TAM-PAGINA) + 1
           MOVE 9 TO WRK-CONTADOR-LINHA
           PERFORM WRK-TAM-PAGINA TIMES
               IF WRK-IDX-RESULT NOT GREATER THAN WRK-QTD-RESULT
                   DISPLAY WRK-RES-FILME (WRK-IDX-RESULT)
                   AT LINE WRK-CONTADOR-LINHA COLUMN 5 ERASE EOL
                   DISPLAY WRK-RES-TITULO (WRK-IDX-RESULT)
                   AT LINE WRK-CONTADOR-LINHA COLUMN 13
                   DISPLAY WRK-RES-PAPEL (WRK-IDX-RESULT)
                   AT LINE WRK-CONTADOR-LINHA COLUMN 47
                   DISPLAY WRK-RES-DISP (WRK-IDX-RESULT)
                   AT LINE WRK-CONTADOR-LINHA COLUMN 53
                   ADD 1 TO WRK-IDX-RESULT
                   ADD 2 TO WRK-CONTADOR-LINHA
               END-IF
           END-PERFORM.

      *Enriquecimento do catalogo pela base externa de filmes em
      *FILMEDB.CSV: cada linha e casada com FILMES pelo titulo
      *normalizado (6440) e pelo ano de lancamento. Casamento
      *seguro (um so filme, mesmo ano) gera em ENRIQPRO.DAT as
      *propostas dos campos vazios e lista em ENRIQREL.PRN os
      *campos divergentes; varios candidatos, ano a um de
      *distancia ou nenhum candidato vao para ENRIQREV.PRN. Nada e
      *gravado em FILMES aqui: as propostas so entram pela 6450,
      *com a aprovacao do supervisor
       6400-ENRIQUECE-CATALOGO  SECTION.
           MOVE "Enriquece" TO WRK-MODULO.
           MOVE 'ENRIQUECE' TO WRK-JOB-NOME
           PERFORM 5194-INICIA-JOB
           MOVE 0 TO WRK-ENR-LIDOS
           MOVE 0 TO WRK-ENR-CASADOS
           MOVE 0 TO WRK-ENR-DUVIDOSOS
           MOVE 0 TO WRK-ENR-SEM-PAR
           MOVE 0 TO WRK-ENR-PROPOSTAS
           MOVE 0 TO WRK-ENR-DIVERGENCIAS
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY TELA
           OPEN INPUT FILMEDB
           IF FILMEDB-STATUS NOT EQUAL 0
               MOVE 'FILMEDB.CSV nao encontrado' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               OPEN OUTPUT ENRIQPRO
               OPEN OUTPUT ENRIQREL
               OPEN OUTPUT ENRIQREV

               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Enriquecimento do catalogo - emitido em '
                      DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE ENRIQREL-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               WRITE ENRIQREL-REG FROM WRK-LINHA-IMP
               MOVE 'Filme' TO WRK-LINHA-IMP (1:5)
               MOVE 'Titulo' TO WRK-LINHA-IMP (8:6)
               MOVE 'Campo' TO WRK-LINHA-IMP (40:5)
               MOVE 'Situacao' TO WRK-LINHA-IMP (50:8)
               MOVE 'Valor' TO WRK-LINHA-IMP (61:5)
               WRITE ENRIQREL-REG FROM WRK-LINHA-IMP

               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Casamentos para conferencia - emitido em '
                      DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE ENRIQREV-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               WRITE ENRIQREV-REG FROM WRK-LINHA-IMP
               MOVE 'Id externo' TO WRK-LINHA-IMP (1:10)
               MOVE 'Titulo' TO WRK-LINHA-IMP (13:6)
               MOVE 'Ano' TO WRK-LINHA-IMP (64:3)
               MOVE 'Motivo' TO WRK-LINHA-IMP (70:6)
               WRITE ENRIQREV-REG FROM WRK-LINHA-IMP

               READ FILMEDB
               PERFORM UNTIL FILMEDB-STATUS NOT EQUAL 0
                   PERFORM 6405-ENRIQUECE-LINHA
                   READ FILMEDB
               END-PERFORM

               CLOSE FILMEDB
               CLOSE ENRIQPRO
               CLOSE ENRIQREL
               MOVE 'ENRIQREL' TO WRK-SPL-RELATORIO
               MOVE WRK-PATH-ENRIQREL TO WRK-PATH-SPLORIG
               PERFORM 9667-ARQUIVA-RELATORIO
               CLOSE ENRIQREV
               MOVE 'ENRIQREV' TO WRK-SPL-RELATORIO
               MOVE WRK-PATH-ENRIQREV TO WRK-PATH-SPLORIG
               PERFORM 9667-ARQUIVA-RELATORIO

               MOVE WRK-ENR-CASADOS TO WRK-JOB-QTD
               MOVE 'OK  ' TO WRK-JOB-SITUACAO
               PERFORM 5195-GRAVA-JOBLOG

               DISPLAY "Linhas lidas da base externa : "
               AT LINE 5 COLUMN 20
               DISPLAY WRK-ENR-LIDOS AT LINE 5 COLUMN 52
               DISPLAY "Casamentos seguros           : "
               AT LINE 6 COLUMN 20
               DISPLAY WRK-ENR-CASADOS AT LINE 6 COLUMN 52
               DISPLAY "Para conferencia (duvidosos) : "
               AT LINE 7 COLUMN 20
               DISPLAY WRK-ENR-DUVIDOSOS AT LINE 7 COLUMN 52
               DISPLAY "Sem filme correspondente     : "
               AT LINE 8 COLUMN 20
               DISPLAY WRK-ENR-SEM-PAR AT LINE 8 COLUMN 52
               DISPLAY "Campos a preencher propostos : "
               AT LINE 9 COLUMN 20
               DISPLAY WRK-ENR-PROPOSTAS AT LINE 9 COLUMN 52
               DISPLAY "Campos divergentes listados  : "
               AT LINE 10 COLUMN 20
               DISPLAY WRK-ENR-DIVERGENCIAS AT LINE 10 COLUMN 52
               DISPLAY "Relatorios em ENRIQREL.PRN e ENRIQREV.PRN"
               AT LINE 12 COLUMN 20
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 52.

      *Separa a linha da base externa nos seus campos, procura os
      *candidatos em FILMES e encaminha: casamento seguro para a
      *comparacao (6420), o resto para o relatorio de conferencia.
      *Linha sem ano numerico (o cabecalho, por exemplo) e ignorada
       6405-ENRIQUECE-LINHA  SECTION.
           MOVE SPACES TO WRK-ENR-ID
           MOVE SPACES TO WRK-ENR-TITULO
           MOVE SPACES TO WRK-ENR-ANO-X
           MOVE SPACES TO WRK-ENR-DIRETOR
           MOVE ZERO TO WRK-ENR-DURACAO
           MOVE SPACES TO WRK-ENR-SINOPSE
           MOVE SPACES TO WRK-ENR-ELENCO
           MOVE SPACES TO WRK-ENR-ATORES

           MOVE FILMEDB-REG TO WRK-CSV-LINHA
           PERFORM 5183-ESCONDE-SEPARADOR
           UNSTRING WRK-CSV-LINHA DELIMITED BY ';'
               INTO WRK-ENR-ID WRK-ENR-TITULO WRK-ENR-ANO-X
                    WRK-ENR-DIRETOR WRK-ENR-DURACAO WRK-ENR-SINOPSE
                    WRK-ENR-ELENCO
           END-UNSTRING

           IF WRK-ENR-ANO-X NOT NUMERIC
               GO TO 6405-ENRIQUECE-LINHA-FIM
           END-IF
           ADD 1 TO WRK-ENR-LIDOS
           MOVE WRK-ENR-ANO-X TO WRK-ENR-ANO
           IF WRK-ENR-DURACAO NOT NUMERIC
               MOVE ZERO TO WRK-ENR-DURACAO
           END-IF

      *    Titulo e sinopse podem vir entre aspas, com ';' dentro
           MOVE WRK-ENR-TITULO TO WRK-CSV-CAMPO-IN
           PERFORM 5184-REMOVE-ASPAS
           MOVE WRK-CSV-CAMPO-OUT (1:50) TO WRK-ENR-TITULO
           MOVE WRK-ENR-SINOPSE TO WRK-CSV-CAMPO-IN
           PERFORM 5184-REMOVE-ASPAS
           MOVE WRK-CSV-CAMPO-OUT (1:50) TO WRK-ENR-SINOPSE

           UNSTRING WRK-ENR-ELENCO DELIMITED BY '|'
               INTO WRK-ENR-ATOR (1) WRK-ENR-ATOR (2)
                    WRK-ENR-ATOR (3) WRK-ENR-ATOR (4)
                    WRK-ENR-ATOR (5)
           END-UNSTRING

           MOVE WRK-ENR-TITULO TO WRK-ENR-NORM-IN
           PERFORM 6440-NORMALIZA-TEXTO
           MOVE WRK-ENR-NORM-OUT TO WRK-ENR-TIT-NORM
           PERFORM 6410-CANDIDATOS-ENRIQ

           IF WRK-ENR-EXATOS EQUAL 1 AND WRK-ENR-VIZINHOS EQUAL 0
               ADD 1 TO WRK-ENR-CASADOS
               PERFORM 6420-COMPARA-ENRIQ
           ELSE
               PERFORM 6445-LINHA-REVISAO
           END-IF.

       6405-ENRIQUECE-LINHA-FIM.
           CONTINUE.

      *Procura em FILMES (pela copia sequencial, como a 6300) os
      *filmes ativos com o mesmo titulo normalizado: os do mesmo
      *ano contam como exatos, os de um ano antes ou depois como
      *vizinhos; os cinco primeiros ficam guardados para a
      *conferencia
       6410-CANDIDATOS-ENRIQ  SECTION.
           MOVE 0 TO WRK-ENR-EXATOS
           MOVE 0 TO WRK-ENR-VIZINHOS
           MOVE 0 TO WRK-ENR-QTD-CAND
           MOVE 0 TO WRK-ENR-COD-EXATO

           OPEN INPUT FILMESSEQ
           READ FILMESSEQ
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               IF FILME-ATIVOSQ
                   MOVE TITULOSQ TO WRK-ENR-NORM-IN
                   PERFORM 6440-NORMALIZA-TEXTO
                   IF WRK-ENR-NORM-OUT EQUAL WRK-ENR-TIT-NORM
                       IF ANOLANCAMENTOSQ EQUAL WRK-ENR-ANO
                           ADD 1 TO WRK-ENR-EXATOS
                           MOVE CODFILMESQ TO WRK-ENR-COD-EXATO
                           PERFORM 6415-GUARDA-CANDIDATO
                       ELSE
                           IF ANOLANCAMENTOSQ EQUAL WRK-ENR-ANO + 1
                              OR ANOLANCAMENTOSQ + 1 EQUAL WRK-ENR-ANO
                               ADD 1 TO WRK-ENR-VIZINHOS
                               PERFORM 6415-GUARDA-CANDIDATO
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ FILMESSEQ
           END-PERFORM
           CLOSE FILMESSEQ.

       6415-GUARDA-CANDIDATO  SECTION.
           IF WRK-ENR-QTD-CAND < 5
               ADD 1 TO WRK-ENR-QTD-CAND
               MOVE CODFILMESQ TO WRK-ENR-CAND-COD (WRK-ENR-QTD-CAND)
               MOVE TITULOSQ TO WRK-ENR-CAND-TITULO (WRK-ENR-QTD-CAND)
               MOVE ANOLANCAMENTOSQ
                   TO WRK-ENR-CAND-ANO (WRK-ENR-QTD-CAND)
           END-IF.

      *Casamento seguro: confronta diretor, duracao, sinopse e
      *elenco do filme com a base externa. Campo vazio no cadastro
      *vira proposta; campo preenchido e diferente so e listado
       6420-COMPARA-ENRIQ  SECTION.
           MOVE WRK-ENR-COD-EXATO TO CODFILME
           READ FILMES
               INVALID KEY
                   GO TO 6420-COMPARA-ENRIQ-FIM
           END-READ

           IF WRK-ENR-DIRETOR NOT EQUAL SPACES
               MOVE 'DIRETOR' TO WRK-ENR-CAMPO
               MOVE DIRETOR TO WRK-ENR-ATUAL
               MOVE WRK-ENR-DIRETOR TO WRK-ENR-FONTE
               PERFORM 6425-COMPARA-CAMPO
           END-IF

           IF WRK-ENR-DURACAO > ZERO
               MOVE 'DURACAO' TO WRK-ENR-CAMPO
               MOVE SPACES TO WRK-ENR-ATUAL
               IF DURACAO > ZERO
                   MOVE DURACAO TO WRK-ENR-ATUAL (1:3)
               END-IF
               MOVE SPACES TO WRK-ENR-FONTE
               MOVE WRK-ENR-DURACAO TO WRK-ENR-FONTE (1:3)
               PERFORM 6425-COMPARA-CAMPO
           END-IF

           IF WRK-ENR-SINOPSE NOT EQUAL SPACES
               MOVE 'SINOPSE' TO WRK-ENR-CAMPO
               MOVE SINOPSE TO WRK-ENR-ATUAL
               MOVE WRK-ENR-SINOPSE TO WRK-ENR-FONTE
               PERFORM 6425-COMPARA-CAMPO
           END-IF

      *    Elenco: filme sem nenhum ator recebe o elenco todo como
      *    proposta; com elenco cadastrado, so lista os que faltam
           MOVE SPACES TO WRK-ENR-NORM-CMP
           PERFORM 6435-PROCURA-ATOR
           MOVE 'ELENCO' TO WRK-ENR-CAMPO
           MOVE SPACES TO WRK-ENR-ATUAL
           PERFORM VARYING WRK-ENR-IDX FROM 1 BY 1
               UNTIL WRK-ENR-IDX > 5
               IF WRK-ENR-ATOR (WRK-ENR-IDX) NOT EQUAL SPACES
                   MOVE WRK-ENR-ATOR (WRK-ENR-IDX) TO WRK-ENR-FONTE
                   IF WRK-ENR-QTD-ELENCO EQUAL ZERO
                       PERFORM 6430-GRAVA-PROPOSTA
                   ELSE
                       MOVE WRK-ENR-ATOR (WRK-ENR-IDX)
                           TO WRK-ENR-NORM-IN
                       PERFORM 6440-NORMALIZA-TEXTO
                       MOVE WRK-ENR-NORM-OUT TO WRK-ENR-NORM-CMP
                       PERFORM 6435-PROCURA-ATOR
                       IF WRK-ENR-ACHOU-ATOR EQUAL 'N'
                           MOVE 'FALTA' TO WRK-ENR-ATUAL
                           PERFORM 6432-LINHA-DIVERGENTE
                           MOVE SPACES TO WRK-ENR-ATUAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       6420-COMPARA-ENRIQ-FIM.
           CONTINUE.

      *Campo em WRK-ENR-CAMPO: vazio no cadastro (WRK-ENR-ATUAL)
      *gera proposta com o valor da base (WRK-ENR-FONTE); os dois
      *preenchidos e diferentes depois de normalizados sao listados
       6425-COMPARA-CAMPO  SECTION.
           IF WRK-ENR-ATUAL EQUAL SPACES
               PERFORM 6430-GRAVA-PROPOSTA
           ELSE
               MOVE WRK-ENR-FONTE TO WRK-ENR-NORM-IN
               PERFORM 6440-NORMALIZA-TEXTO
               MOVE WRK-ENR-NORM-OUT TO WRK-ENR-NORM-CMP
               MOVE WRK-ENR-ATUAL TO WRK-ENR-NORM-IN
               PERFORM 6440-NORMALIZA-TEXTO
               IF WRK-ENR-NORM-OUT NOT EQUAL WRK-ENR-NORM-CMP
                   PERFORM 6432-LINHA-DIVERGENTE
               END-IF
           END-IF.

      *Grava a proposta de preenchimento em ENRIQPRO e a linha
      *correspondente em ENRIQREL
       6430-GRAVA-PROPOSTA  SECTION.
           MOVE CODFILME TO ENR-CODFILME
           MOVE WRK-ENR-ID TO ENR-ID-EXTERNO
           MOVE WRK-ENR-CAMPO TO ENR-CAMPO
           MOVE WRK-ENR-FONTE TO ENR-VALOR
           MOVE WRK-DATA-HOJE TO ENR-DATA
           MOVE WRK-OPERADOR TO ENR-OPERADOR
           WRITE ENRIQPRO-REG
           ADD 1 TO WRK-ENR-PROPOSTAS

           MOVE SPACES TO WRK-LINHA-IMP
           MOVE CODFILME TO WRK-LINHA-IMP (1:5)
           MOVE TITULO TO WRK-LINHA-IMP (8:30)
           MOVE WRK-ENR-CAMPO TO WRK-LINHA-IMP (40:8)
           MOVE 'PREENCHER' TO WRK-LINHA-IMP (50:9)
           MOVE WRK-ENR-FONTE TO WRK-LINHA-IMP (61:50)
           WRITE ENRIQREL-REG FROM WRK-LINHA-IMP.

      *Lista o campo divergente em ENRIQREL: o valor da base na
      *primeira linha e o do cadastro logo abaixo
       6432-LINHA-DIVERGENTE  SECTION.
           ADD 1 TO WRK-ENR-DIVERGENCIAS
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE CODFILME TO WRK-LINHA-IMP (1:5)
           MOVE TITULO TO WRK-LINHA-IMP (8:30)
           MOVE WRK-ENR-CAMPO TO WRK-LINHA-IMP (40:8)
           MOVE 'DIVERGE' TO WRK-LINHA-IMP (50:7)
           MOVE WRK-ENR-FONTE TO WRK-LINHA-IMP (61:50)
           WRITE ENRIQREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'cadastro:' TO WRK-LINHA-IMP (50:9)
           MOVE WRK-ENR-ATUAL TO WRK-LINHA-IMP (61:50)
           WRITE ENRIQREL-REG FROM WRK-LINHA-IMP.

      *Percorre o elenco do filme em CODFILME: conta os atores em
      *WRK-ENR-QTD-ELENCO, guarda a maior sequencia e, quando
      *WRK-ENR-NORM-CMP vem preenchido, diz se o ator (normalizado)
      *ja esta cadastrado
       6435-PROCURA-ATOR  SECTION.
           MOVE 0 TO WRK-ENR-QTD-ELENCO
           MOVE 0 TO WRK-ENR-ULT-SEQ
           MOVE 'N' TO WRK-ENR-ACHOU-ATOR
           MOVE CODFILME TO FE-CODFILME
           MOVE ZERO TO FE-SEQ
           START FILME-ELENCO KEY IS NOT LESS THAN FE-CHAVE
               INVALID KEY
                   MOVE 10 TO ELENCO-STATUS
           END-START
           IF ELENCO-STATUS EQUAL 0
               READ FILME-ELENCO NEXT RECORD
               PERFORM UNTIL ELENCO-STATUS NOT EQUAL 0
                  OR FE-CODFILME NOT EQUAL CODFILME
                   ADD 1 TO WRK-ENR-QTD-ELENCO
                   MOVE FE-SEQ TO WRK-ENR-ULT-SEQ
                   IF WRK-ENR-NORM-CMP NOT EQUAL SPACES
                       MOVE FE-NOME-ATOR TO WRK-ENR-NORM-IN
                       PERFORM 6440-NORMALIZA-TEXTO
                       IF WRK-ENR-NORM-OUT EQUAL WRK-ENR-NORM-CMP
                           MOVE 'S' TO WRK-ENR-ACHOU-ATOR
                       END-IF
                   END-IF
                   READ FILME-ELENCO NEXT RECORD
               END-PERFORM
           END-IF.

      *Normaliza o texto de WRK-ENR-NORM-IN em WRK-ENR-NORM-OUT
      *para o casamento: maiusculas, pontuacao trocada por branco e
      *brancos repetidos reduzidos a um ("Star Wars: Episode IV"
      *e "STAR WARS - EPISODE IV" ficam iguais)
       6440-NORMALIZA-TEXTO  SECTION.
           INSPECT WRK-ENR-NORM-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WRK-ENR-NORM-OUT
           MOVE 0 TO WRK-ENR-NORM-TAM
           MOVE 'N' TO WRK-ENR-NORM-BRANCO
           PERFORM VARYING WRK-ENR-NORM-POS FROM 1 BY 1
               UNTIL WRK-ENR-NORM-POS > 50
               MOVE WRK-ENR-NORM-IN (WRK-ENR-NORM-POS:1)
                   TO WRK-ENR-NORM-CAR
               IF (WRK-ENR-NORM-CAR IS ALPHABETIC-UPPER
                   AND WRK-ENR-NORM-CAR NOT EQUAL SPACE)
                  OR WRK-ENR-NORM-CAR IS NUMERIC
                   IF WRK-ENR-NORM-BRANCO EQUAL 'S'
                      AND WRK-ENR-NORM-TAM > 0
                       ADD 1 TO WRK-ENR-NORM-TAM
                   END-IF
                   ADD 1 TO WRK-ENR-NORM-TAM
                   MOVE WRK-ENR-NORM-CAR
                       TO WRK-ENR-NORM-OUT (WRK-ENR-NORM-TAM:1)
                   MOVE 'N' TO WRK-ENR-NORM-BRANCO
               ELSE
                   MOVE 'S' TO WRK-ENR-NORM-BRANCO
               END-IF
           END-PERFORM.

      *Linha do relatorio de conferencia: sem candidato, varios
      *candidatos ou so ano vizinho, com os candidatos embaixo
       6445-LINHA-REVISAO  SECTION.
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE WRK-ENR-ID TO WRK-LINHA-IMP (1:10)
           MOVE WRK-ENR-TITULO TO WRK-LINHA-IMP (13:50)
           MOVE WRK-ENR-ANO TO WRK-LINHA-IMP (64:4)
           IF WRK-ENR-QTD-CAND EQUAL ZERO
               ADD 1 TO WRK-ENR-SEM-PAR
               MOVE 'SEM CORRESPONDENCIA' TO WRK-LINHA-IMP (70:19)
           ELSE
               ADD 1 TO WRK-ENR-DUVIDOSOS
               IF WRK-ENR-EXATOS + WRK-ENR-VIZINHOS > 1
                   MOVE 'VARIOS CANDIDATOS' TO WRK-LINHA-IMP (70:17)
               ELSE
                   MOVE 'ANO DIFERENTE EM 1' TO WRK-LINHA-IMP (70:18)
               END-IF
           END-IF
           WRITE ENRIQREV-REG FROM WRK-LINHA-IMP

           PERFORM VARYING WRK-ENR-IDX FROM 1 BY 1
               UNTIL WRK-ENR-IDX > WRK-ENR-QTD-CAND
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE 'candidato' TO WRK-LINHA-IMP (3:9)
               MOVE WRK-ENR-CAND-COD (WRK-ENR-IDX)
                   TO WRK-LINHA-IMP (13:5)
               MOVE WRK-ENR-CAND-TITULO (WRK-ENR-IDX)
                   TO WRK-LINHA-IMP (20:30)
               MOVE WRK-ENR-CAND-ANO (WRK-ENR-IDX)
                   TO WRK-LINHA-IMP (64:4)
               WRITE ENRIQREV-REG FROM WRK-LINHA-IMP
           END-PERFORM.

      *Aplica em bloco as propostas de ENRIQPRO.DAT depois da
      *aprovacao do supervisor: so preenche campo que continua
      *vazio (o cadastro pode ter mudado desde a analise), grava a
      *auditoria de cada campo com a fonte e o id externo e, no
      *fim, esvazia o arquivo de propostas
       6450-APLICA-ENRIQ  SECTION.
           MOVE "Enriquece" TO WRK-MODULO.
           MOVE 0 TO WRK-ENR-PROPOSTAS
           MOVE 0 TO WRK-ENR-APLICADAS
           MOVE 0 TO WRK-ENR-IGNORADAS

           DISPLAY TELA
           OPEN INPUT ENRIQPRO
           IF ENRIQPRO-STATUS NOT EQUAL 0
               MOVE 'Nenhuma proposta pendente' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               READ ENRIQPRO
               PERFORM UNTIL ENRIQPRO-STATUS NOT EQUAL 0
                   ADD 1 TO WRK-ENR-PROPOSTAS
                   READ ENRIQPRO
               END-PERFORM
               CLOSE ENRIQPRO

               IF WRK-ENR-PROPOSTAS EQUAL ZERO
                   MOVE 'Nenhuma proposta pendente' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
                   DISPLAY "Propostas pendentes (ver ENRIQREL.PRN): "
                   AT LINE 5 COLUMN 20
                   DISPLAY WRK-ENR-PROPOSTAS AT LINE 5 COLUMN 61
                   DISPLAY "Aplicar todas? (S/N)" AT LINE 7 COLUMN 20
                   ACCEPT WRK-ESCOLHA AT LINE 7 COLUMN 42
                   IF WRK-ESCOLHA NOT EQUAL 'S'
                      AND WRK-ESCOLHA NOT EQUAL 's'
                       DISPLAY "Nenhuma proposta aplicada"
                       AT LINE 9 COLUMN 20
                   ELSE
                       PERFORM 2010-EXIGE-SUPERVISOR
                       IF WRK-ACESSO-OK EQUAL 'S'
                           MOVE 'ENRIQAPLICA' TO WRK-JOB-NOME
                           PERFORM 5194-INICIA-JOB
                           OPEN INPUT ENRIQPRO
                           READ ENRIQPRO
                           PERFORM UNTIL ENRIQPRO-STATUS NOT EQUAL 0
                               PERFORM 6455-APLICA-PROPOSTA
                               READ ENRIQPRO
                           END-PERFORM
                           CLOSE ENRIQPRO

      *                    Propostas consumidas: a proxima analise gera
      *                    outras
                           OPEN OUTPUT ENRIQPRO
                           CLOSE ENRIQPRO

                           MOVE WRK-ENR-APLICADAS TO WRK-JOB-QTD
                           MOVE 'OK  ' TO WRK-JOB-SITUACAO
                           PERFORM 5195-GRAVA-JOBLOG

                           DISPLAY TELA
                           DISPLAY "Campos aplicados      : "
                           AT LINE 5 COLUMN 20
                           DISPLAY WRK-ENR-APLICADAS AT LINE 5 COLUMN 45
                           DISPLAY "Ja preenchidos/falhas : "
                           AT LINE 6 COLUMN 20
                           DISPLAY WRK-ENR-IGNORADAS AT LINE 6 COLUMN 45
                       END-IF
                   END-IF
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 52.

      *Aplica uma proposta: diretor, duracao e sinopse regravam o
      *filme (com jornal); ator do elenco entra em FILME-ELENCO na
      *proxima sequencia, se ainda nao estiver la
       6455-APLICA-PROPOSTA  SECTION.
           MOVE 'S' TO WRK-ENR-OK
           MOVE ENR-CODFILME TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE 'N' TO WRK-ENR-OK
           END-READ

           IF WRK-ENR-OK EQUAL 'S'
               IF ENR-CAMPO-ELENCO
                   MOVE ENR-VALOR TO WRK-ENR-NORM-IN
                   PERFORM 6440-NORMALIZA-TEXTO
                   MOVE WRK-ENR-NORM-OUT TO WRK-ENR-NORM-CMP
                   PERFORM 6435-PROCURA-ATOR
                   IF WRK-ENR-ACHOU-ATOR EQUAL 'S'
                      OR WRK-ENR-ULT-SEQ EQUAL 99
                       MOVE 'N' TO WRK-ENR-OK
                   ELSE
                       MOVE CODFILME TO FE-CODFILME
                       COMPUTE FE-SEQ = WRK-ENR-ULT-SEQ + 1
                       MOVE ENR-VALOR TO FE-NOME-ATOR
                       WRITE FILME-ELENCO-REG
                           INVALID KEY
                               MOVE 'N' TO WRK-ENR-OK
                       END-WRITE
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN ENR-CAMPO-DIRETOR AND DIRETOR EQUAL SPACES
                           MOVE ENR-VALOR TO DIRETOR
                       WHEN ENR-CAMPO-DURACAO AND DURACAO EQUAL ZERO
                           MOVE ENR-VALOR (1:3) TO DURACAO
                       WHEN ENR-CAMPO-SINOPSE AND SINOPSE EQUAL SPACES
                           MOVE ENR-VALOR TO SINOPSE
                       WHEN OTHER
                           MOVE 'N' TO WRK-ENR-OK
                   END-EVALUATE
                   IF WRK-ENR-OK EQUAL 'S'
                       ADD 1 TO VERSAO-REG
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       MOVE WRK-DATA-HOJE TO DATAALTERACAO
                       REWRITE FILMES-REG
                       IF FILME-STATUS NOT EQUAL 0
                           MOVE 'N' TO WRK-ENR-OK
                       ELSE
                           MOVE 'A' TO WRK-JRN-OPER
                           PERFORM 5201-JORNAL-FILMES
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WRK-ENR-OK EQUAL 'S'
               ADD 1 TO WRK-ENR-APLICADAS
               MOVE 'ENRIQUE' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'FILMEDB ' DELIMITED BY SIZE
                      ENR-ID-EXTERNO DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      ENR-CAMPO DELIMITED BY SPACE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA
           ELSE
               ADD 1 TO WRK-ENR-IGNORADAS
           END-IF.

       7000-ALTERAR  SECTION.
           MOVE "Alterar" TO WRK-MODULO.
           PERFORM UNTIL WRK-TECLA NOT EQUAL 1
           PERFORM 3500-ZERA-VALORES
           DISPLAY TELA
           DISPLAY TELA-REGISTRO
           ACCEPT PK

           PERFORM 3172-VALIDA-COD-BARRAS

           MOVE WRK-COD-VALIDADO TO CODFILME
           READ FILMES
           IF FILME-STATUS = 0
               MOVE VERSAO-REG TO WRK-VERSAO-ORIGINAL
               MOVE FILMES-REG TO WRK-UNDO-REG
               ACCEPT SS-DADOS
               PERFORM 5180-VERIFICA-OVERFLOW-CAMPOS
               PERFORM 5150-VALIDA-DISTRIBUIDORA
               PERFORM 5155-VALIDA-MOEDA
               PERFORM 5160-VALIDA-GENERO
               PERFORM 5175-NORMALIZA-CATEGORIA

      *    Validações
           IF CODFILME = ZEROS OR TITULO = SPACES OR
              GENERO = SPACES OR DURACAO = ZEROS OR
              DISTRIBUIDORA = SPACES

              MOVE 37 TO WRK-MSG-CHAVE-BUSCA
              PERFORM 1055-BUSCA-MENSAGEM
              MOVE WRK-MSG-RESULTADO TO WRK-ERRO
              DISPLAY TELA-ERRO  ERASE EOL

           ELSE IF NOTA > WRK-NOTA-MAX OR NOTA < WRK-NOTA-MIN
              MOVE 39 TO WRK-MSG-CHAVE-BUSCA
              PERFORM 1055-BUSCA-MENSAGEM
              MOVE WRK-MSG-RESULTADO TO WRK-ERRO
              DISPLAY TELA-ERRO  ERASE EOL

           ELSE IF NOT WRK-DISTRIB-VALIDA
              MOVE 40 TO WRK-MSG-CHAVE-BUSCA
              PERFORM 1055-BUSCA-MENSAGEM
              MOVE WRK-MSG-RESULTADO TO WRK-ERRO
              DISPLAY TELA-ERRO  ERASE EOL

           ELSE IF NOT WRK-MOEDA-VALIDA
              MOVE 41 TO WRK-MSG-CHAVE-BUSCA
              PERFORM 1055-BUSCA-MENSAGEM
              MOVE WRK-MSG-RESULTADO TO WRK-ERRO
              DISPLAY TELA-ERRO  ERASE EOL

           ELSE IF NOT WRK-GENERO-VALIDO
              MOVE 42 TO WRK-MSG-CHAVE-BUSCA
              PERFORM 1055-BUSCA-MENSAGEM
              MOVE WRK-MSG-RESULTADO TO WRK-ERRO
              DISPLAY TELA-ERRO  ERASE EOL

           ELSE IF NOT CLASSIFICACAO-VALIDA
              MOVE 43 TO WRK-MSG-CHAVE-BUSCA
              PERFORM 1055-BUSCA-MENSAGEM
              MOVE WRK-MSG-RESULTADO TO WRK-ERRO
              DISPLAY TELA-ERRO  ERASE EOL

               ELSE
                 DISPLAY "Deseja mesmo alterar? (S ou N)" AT 1635
                 ACCEPT WRK-ESCOLHA AT 1666
                 IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'

      *             Guarda o que foi digitado antes de reler o
      *             registro para checar se outro usuario alterou
                    MOVE TITULO TO WRK-TITULO-TEMP
                    MOVE GENERO TO WRK-GENERO-TEMP
                    MOVE DURACAO TO WRK-DURACAO-TEMP
                    MOVE ANOLANCAMENTO TO WRK-ANO-TEMP
                    MOVE DISTRIBUIDORA TO WRK-DISTRIB-TEMP
                    MOVE NOTA TO WRK-NOTA-TEMP
                    MOVE STATUS-REG TO WRK-STATUS-TEMP
                    MOVE FORMATO-MIDIA TO WRK-FORMATO-TEMP
                    MOVE IDIOMA TO WRK-IDIOMA-TEMP
                    MOVE LEGENDA TO WRK-LEGENDA-TEMP
                    MOVE DIRETOR TO WRK-DIRETOR-TEMP
                    MOVE PRECO-ALUGUEL TO WRK-ALUGUEL-TEMP
                    MOVE PRECO-COMPRA TO WRK-COMPRA-TEMP
                    MOVE MOEDA TO WRK-MOEDA-TEMP
                    MOVE CLASSIFICACAO-INDICATIVA TO WRK-CLASSIF-TEMP

                    READ FILMES
                    IF FILME-STATUS NOT EQUAL 0
                        MOVE 'Registro nao encontrado' TO WRK-ERRO
                        DISPLAY TELA-ERRO  ERASE EOL

                    ELSE IF VERSAO-REG NOT EQUAL WRK-VERSAO-ORIGINAL
                        MOVE 'Alterado por outro usuario' TO WRK-ERRO
                        DISPLAY TELA-ERRO  ERASE EOL

                    ELSE
                        MOVE WRK-TITULO-TEMP TO TITULO
                        MOVE WRK-GENERO-TEMP TO GENERO
                        MOVE WRK-DURACAO-TEMP TO DURACAO
                        MOVE WRK-ANO-TEMP TO ANOLANCAMENTO
                        MOVE WRK-DISTRIB-TEMP TO DISTRIBUIDORA
                        MOVE WRK-NOTA-TEMP TO NOTA
                        MOVE WRK-STATUS-TEMP TO STATUS-REG
                        MOVE WRK-FORMATO-TEMP TO FORMATO-MIDIA
                        MOVE WRK-IDIOMA-TEMP TO IDIOMA
                        MOVE WRK-LEGENDA-TEMP TO LEGENDA
                        MOVE WRK-DIRETOR-TEMP TO DIRETOR
                        MOVE WRK-ALUGUEL-TEMP TO PRECO-ALUGUEL
                        MOVE WRK-COMPRA-TEMP TO PRECO-COMPRA
                        MOVE WRK-MOEDA-TEMP TO MOEDA
                        MOVE WRK-CLASSIF-TEMP TO
                             CLASSIFICACAO-INDICATIVA
                        ADD 1 TO VERSAO-REG
                        ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                        MOVE WRK-DATA-HOJE TO DATAALTERACAO
                        REWRITE FILMES-REG
                        MOVE 'A' TO WRK-JRN-OPER
                        PERFORM 5201-JORNAL-FILMES
                        IF FILME-STATUS = 0
                            DISPLAY 'Registrado alterado' AT 1635
                            ERASE EOL
                            MOVE 'ALTERAR' TO WRK-AUD-OPERACAO
                            PERFORM 5190-GRAVA-AUDITORIA
                            MOVE 'A' TO WRK-UNDO-TIPO
                            MOVE CODFILME-UNDO TO WRK-UNDO-CODFILME
                            MOVE 'S' TO WRK-UNDO-DISPONIVEL
                        ELSE
                            MOVE 'Registro nao alterado' TO WRK-ERRO
                            DISPLAY TELA-ERRO  ERASE EOL
                            MOVE '7000-ALTERAR' TO WRK-ERL-PARAGRAFO
                            MOVE 'FILMES' TO WRK-ERL-ARQUIVO
                            MOVE 'REWRITE' TO WRK-ERL-OPERACAO
                            MOVE FILME-STATUS TO WRK-ERL-STATUS
                            MOVE CODFILME TO WRK-ERL-CHAVE
                            PERFORM 5196-GRAVA-ERRO-ARQUIVO
                        END-IF
                    END-IF
                    END-IF

                 ELSE
                     DISPLAY 'Registrado nao alterado' AT 1635 ERASE EOL
                 END-IF

            END-IF
           END-IF
           END-IF
           END-IF
           ELSE
               MOVE 'Nao encontrado' TO WRK-ERRO
               DISPLAY TELA-ERRO  ERASE EOL
           END-IF
            DISPLAY "Deseja consultar outro registro 1(sim) ou 2(nao): "
            AT LINE 18 COLUMN 35
            ACCEPT WRK-TECLA AT 1886
           END-PERFORM.

       8000-EXCLUIR  SECTION.
           MOVE "Excluir" TO WRK-MODULO.

           PERFORM UNTIL WRK-TECLA NOT EQUAL 1
           PERFORM 3500-ZERA-VALORES
           DISPLAY TELA
           DISPLAY TELA-REGISTRO
           ACCEPT PK

           PERFORM 3172-VALIDA-COD-BARRAS

           MOVE WRK-COD-VALIDADO TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE 'Nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO  ERASE EOL

               NOT INVALID KEY
                   DISPLAY SS-DADOS
                   DISPLAY 'Encontrado (S/N)?: ' AT 1635
                   ACCEPT WRK-ESCOLHA AT 1655
           END-READ
           IF (WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's')
              AND FILME-STATUS = 0

      *       Exclusao logica: apenas marca o registro como inativo,
      *       preservando o historico para uma eventual reativacao
              MOVE FILMES-REG TO WRK-UNDO-REG
              MOVE 'I' TO STATUS-REG
              REWRITE FILMES-REG

              INVALID KEY
              MOVE 'Nao excluido' TO WRK-ERRO
              MOVE '8000-EXCLUIR' TO WRK-ERL-PARAGRAFO
              MOVE 'FILMES' TO WRK-ERL-ARQUIVO
              MOVE 'REWRITE' TO WRK-ERL-OPERACAO
              MOVE FILME-STATUS TO WRK-ERL-STATUS
              MOVE CODFILME TO WRK-ERL-CHAVE
              PERFORM 5196-GRAVA-ERRO-ARQUIVO
              ACCEPT WRK-TECLA AT 1701

              NOT INVALID KEY
              DISPLAY 'Registrado deletado' AT 1635 ERASE EOL
              MOVE 'EXCLUIR' TO WRK-AUD-OPERACAO
              PERFORM 5190-GRAVA-AUDITORIA
              MOVE 'E' TO WRK-UNDO-TIPO
              MOVE CODFILME-UNDO TO WRK-UNDO-CODFILME
              MOVE 'S' TO WRK-UNDO-DISPONIVEL

              END-REWRITE
              MOVE 'A' TO WRK-JRN-OPER
              PERFORM 5201-JORNAL-FILMES
           ELSE
               DISPLAY 'Registrado nao deletado' AT 1635 ERASE EOL
           END-IF
              DISPLAY "Deseja excluir outro registro 1(sim) ou 2(nao): "
              AT LINE 18 COLUMN 35
              ACCEPT WRK-TECLA AT 1882
           END-PERFORM.

       8500-REATIVAR  SECTION.
           MOVE "Reativar" TO WRK-MODULO.

           PERFORM UNTIL WRK-TECLA NOT EQUAL 1
           PERFORM 3500-ZERA-VALORES
           DISPLAY TELA
           DISPLAY TELA-REGISTRO
           ACCEPT PK

           PERFORM 3172-VALIDA-COD-BARRAS

           MOVE WRK-COD-VALIDADO TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE 'Nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO  ERASE EOL

               NOT INVALID KEY
                   DISPLAY SS-DADOS
                   IF FILME-ATIVO
                       MOVE 'Registro ja esta ativo' TO WRK-ERRO
                       DISPLAY TELA-ERRO  ERASE EOL
                   ELSE
                       DISPLAY 'Reativar este registro (S/N)?: ' AT 1635
                       ACCEPT WRK-ESCOLHA AT 1667
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           MOVE 'A' TO STATUS-REG
                           REWRITE FILMES-REG
                           MOVE 'A' TO WRK-JRN-OPER
                           PERFORM 5201-JORNAL-FILMES
                           DISPLAY 'Registro reativado' AT 1635
                           ERASE EOL
                       ELSE
                           DISPLAY 'Registro nao reativado' AT 1635
                           ERASE EOL
                       END-IF
                   END-IF
           END-READ
           DISPLAY "Deseja reativar outro registro 1(sim) ou 2(nao): "
           AT LINE 18 COLUMN 35
           ACCEPT WRK-TECLA AT 1882
           END-PERFORM.

      *Desfaz a ultima inclusao/alteracao/exclusao confirmada nesta
      *sessao, a partir da imagem guardada em WRK-UNDO-REG; so existe
      *uma operacao desfazivel por vez (a mais recente)
       8600-DESFAZER  SECTION.
           MOVE "Desfazer" TO WRK-MODULO.

           DISPLAY TELA

           IF NOT WRK-UNDO-EXISTE
               DISPLAY "Nada para desfazer nesta sessao"
               AT LINE 10 COLUMN 20
           ELSE
               MOVE WRK-UNDO-CODFILME TO CODFILME
               READ FILMES
                   INVALID KEY
                       DISPLAY "Registro nao encontrado para desfazer"
                       AT LINE 10 COLUMN 20
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN WRK-UNDO-INCLUIR
                               DELETE FILMES RECORD
                               MOVE 'E' TO WRK-JRN-OPER
                               PERFORM 5201-JORNAL-FILMES
                               IF FILME-STATUS = 0
                                   PERFORM
                                   8610-EXCLUI-GENEROS-ADICIONAIS
                                   DISPLAY "Inclusao desfeita"
                                   AT LINE 10 COLUMN 20
                               ELSE
                                   DISPLAY "Nao foi possivel desfazer"
                                   AT LINE 10 COLUMN 20
                               END-IF
                           WHEN WRK-UNDO-ALTERAR
                           WHEN WRK-UNDO-EXCLUIR
                               MOVE WRK-UNDO-REG TO FILMES-REG
                               REWRITE FILMES-REG
                               MOVE 'A' TO WRK-JRN-OPER
                               PERFORM 5201-JORNAL-FILMES
                               IF FILME-STATUS = 0
                                   DISPLAY "Operacao desfeita"
                                   AT LINE 10 COLUMN 20
                               ELSE
                                   DISPLAY "Nao foi possivel desfazer"
                                   AT LINE 10 COLUMN 20
                               END-IF
                       END-EVALUATE
               END-READ
               MOVE 'N' TO WRK-UNDO-DISPONIVEL
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 15 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 55.

      *Remove de FILMEGEN todos os generos adicionais do filme
      *identificado em CODFILME, evitando registros orfaos quando o
      *filme e definitivamente excluido de FILMES (DELETE FILMES
      *RECORD em 8600-DESFAZER e 9800-ARQUIVAR-EXCLUIDOS)
       8610-EXCLUI-GENEROS-ADICIONAIS  SECTION.
           MOVE CODFILME TO FG-CODFILME
           MOVE LOW-VALUES TO FG-GENERO
           START FILMEGEN KEY IS NOT LESS THAN FG-CHAVE
               INVALID KEY
                   MOVE 10 TO FILMEGEN-STATUS
           END-START

           IF FILMEGEN-STATUS EQUAL 0
               READ FILMEGEN NEXT RECORD
                   AT END
                       MOVE 10 TO FILMEGEN-STATUS
               END-READ
           END-IF

           PERFORM UNTIL FILMEGEN-STATUS NOT EQUAL 0
               OR FG-CODFILME NOT EQUAL CODFILME
               DELETE FILMEGEN RECORD
               READ FILMEGEN NEXT RECORD
                   AT END
                       MOVE 10 TO FILMEGEN-STATUS
               END-READ
           END-PERFORM.

       9000-LISTAR  SECTION.
           MOVE "Relatorio" TO WRK-MODULO.
           MOVE SPACES TO WRK-FILTRO-GENERO.
           MOVE SPACES TO WRK-FILTRO-DISTRIB.
           MOVE 7 TO WRK-TAM-PAGINA.

           DISPLAY TELA
           DISPLAY "Filtrar por genero (branco = todos): "
           AT LINE 6 COLUMN 20
           ACCEPT WRK-FILTRO-GENERO AT LINE 6 COLUMN 60

           DISPLAY "Filtrar por distribuidora (branco = todos): "
           AT LINE 7 COLUMN 20
           ACCEPT WRK-FILTRO-DISTRIB AT LINE 7 COLUMN 67

           DISPLAY "Linhas por pagina (branco = 7): "
           AT LINE 8 COLUMN 20
           ACCEPT WRK-TAM-PAGINA AT LINE 8 COLUMN 60

           IF WRK-TAM-PAGINA EQUAL ZERO
               MOVE 7 TO WRK-TAM-PAGINA
           END-IF.

           OPEN INPUT FILMESSEQ.

           PERFORM 9010-LER-PROX-FILTRADO
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               ADD 1 TO WRK-CONT-REG
               PERFORM 9010-LER-PROX-FILTRADO
           END-PERFORM

           CLOSE FILMESSEQ.
           OPEN INPUT FILMESSEQ.


           DISPLAY TELA

           DISPLAY "Registros lidos: " AT LINE WRK-CONTADOR-LINHA
           COLUMN 20
           WRK-CONT-REG AT LINE WRK-CONTADOR-LINHA COLUMN 38
           ADD 2 TO WRK-CONTADOR-LINHA.

           PERFORM 9010-LER-PROX-FILTRADO
           IF FILMESEQ-STATUS < 1
               DISPLAY "Codigo"
               AT LINE WRK-CONTADOR-LINHA COLUMN 20

               DISPLAY "Titulo"
               AT LINE WRK-CONTADOR-LINHA COLUMN 28

               DISPLAY "Genero"
               AT LINE WRK-CONTADOR-LINHA COLUMN 59

               DISPLAY "Duracao"
               AT LINE WRK-CONTADOR-LINHA COLUMN 68

               DISPLAY "Distribuidora"
               AT LINE WRK-CONTADOR-LINHA COLUMN 76

               DISPLAY "Nota"
               AT LINE WRK-CONTADOR-LINHA COLUMN 92

               ADD 1 TO WRK-CONTADOR-LINHA
               MOVE 'S' TO  WRK-ESCOLHA
               MOVE 1 TO WRK-PAG-ATUAL

           PERFORM UNTIL (WRK-ESCOLHA NOT EQUAL 's' AND
                         WRK-ESCOLHA NOT EQUAL 'S') AND
                         (WRK-ESCOLHA NOT EQUAL 'u' AND
                         WRK-ESCOLHA NOT EQUAL 'U') AND
                         (WRK-ESCOLHA NOT EQUAL 'p' AND
                         WRK-ESCOLHA NOT EQUAL 'P') AND
                         (WRK-ESCOLHA NOT EQUAL 'f' AND
                         WRK-ESCOLHA NOT EQUAL 'F')

               MOVE 9 TO WRK-CONTADOR-LINHA

               PERFORM WRK-TAM-PAGINA TIMES

               IF FILMESEQ-STATUS < 1
                   DISPLAY CODFILMESQ
                   AT LINE WRK-CONTADOR-LINHA COLUMN 20 ERASE EOL

                   DISPLAY TITULOSQ
                   AT LINE WRK-CONTADOR-LINHA COLUMN 28 ERASE EOL

                   DISPLAY GENEROSQ
                   AT LINE WRK-CONTADOR-LINHA COLUMN 59 ERASE EOL

                   DISPLAY DURACAOSQ
                   AT LINE WRK-CONTADOR-LINHA COLUMN 68 ERASE EOL

                   DISPLAY DISTRIBUIDORASQ
                   AT LINE WRK-CONTADOR-LINHA COLUMN 76 ERASE EOL

                   DISPLAY NOTASQ
                   AT LINE WRK-CONTADOR-LINHA COLUMN 92 ERASE EOL
                   ADD 2 TO WRK-CONTADOR-LINHA

               PERFORM 9010-LER-PROX-FILTRADO

               ELSE IF WRK-FLAG EQUAL 0
               AND (WRK-ESCOLHA NOT EQUAL 'u' AND
               WRK-ESCOLHA NOT EQUAL 'U')
               AND (WRK-ESCOLHA NOT EQUAL 'p' AND
               WRK-ESCOLHA NOT EQUAL 'P')
               AND (WRK-ESCOLHA NOT EQUAL 'f' AND
               WRK-ESCOLHA NOT EQUAL 'F')

                 DISPLAY "Fim dos registros" AT LINE WRK-CONTADOR-LINHA
                 COLUMN 20 ERASE EOL
                 ADD 2 TO WRK-CONTADOR-LINHA
                 MOVE 1 TO WRK-FLAG

               END-IF
               END-IF

               END-PERFORM

               IF WRK-ESCOLHA EQUAL 'u' OR WRK-ESCOLHA EQUAL 'U'
                   CLOSE FILMESSEQ
                   OPEN INPUT FILMESSEQ

                   IF WRK-CONT-REG EQUAL ZERO
                       MOVE 0 TO WRK-NUM-PAG
                   ELSE
                       COMPUTE WRK-NUM-PAG =
                           (WRK-CONT-REG - 1) / WRK-TAM-PAGINA
                       COMPUTE WRK-NUM-PAG =
                           WRK-NUM-PAG * WRK-TAM-PAGINA
                   END-IF

                   PERFORM WRK-NUM-PAG TIMES
                       PERFORM 9010-LER-PROX-FILTRADO
                   END-PERFORM

                   COMPUTE WRK-PAG-ATUAL =
                       (WRK-NUM-PAG / WRK-TAM-PAGINA) + 1

                   PERFORM 9020-MOSTRA-PAGINA

               ELSE IF WRK-ESCOLHA EQUAL 'p' OR WRK-ESCOLHA EQUAL 'P'
                   IF WRK-PAG-ATUAL > 1
                       SUBTRACT 1 FROM WRK-PAG-ATUAL
                   END-IF

                   CLOSE FILMESSEQ
                   OPEN INPUT FILMESSEQ

                   COMPUTE WRK-NUM-PAG =
                       (WRK-PAG-ATUAL - 1) * WRK-TAM-PAGINA

                   PERFORM WRK-NUM-PAG TIMES
                       PERFORM 9010-LER-PROX-FILTRADO
                   END-PERFORM

                   PERFORM 9020-MOSTRA-PAGINA

               ELSE IF WRK-ESCOLHA EQUAL 'f' OR WRK-ESCOLHA EQUAL 'F'
                   CLOSE FILMESSEQ
                   OPEN INPUT FILMESSEQ

                   MOVE 1 TO WRK-PAG-ATUAL

                   PERFORM 9020-MOSTRA-PAGINA

               ELSE
                   ADD 1 TO WRK-PAG-ATUAL
               END-IF
               END-IF
               END-IF

               DISPLAY "S-Proxima P-Anterior F-Primeira U-Ultima N-Sair"
               ERASE SCREEN
               AT LINE WRK-CONTADOR-LINHA COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE WRK-CONTADOR-LINHA COLUMN 68
               ADD 2 TO WRK-CONTADOR-LINHA
               MOVE 0 TO WRK-FLAG
           END-PERFORM
           ADD 1 TO WRK-CONTADOR-LINHA

           ELSE
               IF WRK-FILTRO-GENERO = SPACES
               AND WRK-FILTRO-DISTRIB = SPACES
                   DISPLAY "Nenhum filme cadastrado ainda."
                   AT LINE 6 COLUMN 20
                   DISPLAY "Use a opcao 1 - Incluir do menu para"
                   AT LINE 7 COLUMN 20
                   DISPLAY "cadastrar o primeiro filme."
                   AT LINE 8 COLUMN 20
                   ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 20
               ELSE
                   DISPLAY "Arquivo vazio" AT LINE 6 COLUMN 20
                   ACCEPT WRK-ESCOLHA AT LINE 6 COLUMN 34
               END-IF
           END-IF

           CLOSE FILMESSEQ.

      *Avanca o cursor sequencial ate o proximo registro que
      *atenda ao filtro de genero/distribuidora do relatorio,
      *ou ate o fim do arquivo
       9010-LER-PROX-FILTRADO  SECTION.
           READ FILMESSEQ
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               OR (FILME-ATIVOSQ
               AND (WRK-FILTRO-GENERO EQUAL SPACES OR
                    GENEROSQ EQUAL WRK-FILTRO-GENERO)
               AND (WRK-FILTRO-DISTRIB EQUAL SPACES OR
                    DISTRIBUIDORASQ EQUAL WRK-FILTRO-DISTRIB))
               READ FILMESSEQ
           END-PERFORM.

      *Mostra ate WRK-TAM-PAGINA linhas do relatorio a partir da
      *posicao atual do cursor sequencial, usada pelos saltos de
      *pagina (U/P/F)
       9020-MOSTRA-PAGINA  SECTION.
           MOVE 9 TO WRK-CONTADOR-LINHA

           PERFORM WRK-TAM-PAGINA TIMES
               IF FILMESEQ-STATUS < 1
                   DISPLAY CODFILMESQ
                   AT LINE WRK-CONTADOR-LINHA COLUMN 20 ERASE EOL

                   DISPLAY TITULOSQ
                   AT LINE WRK-CONTADOR-LINHA COLUMN 28 ERASE EOL

                   DISPLAY GENEROSQ
                   AT LINE WRK-CONTADOR-LINHA COLUMN 59 ERASE EOL

                   DISPLAY DURACAOSQ
                   AT LINE WRK-CONTADOR-LINHA COLUMN 68 ERASE EOL

                   DISPLAY DISTRIBUIDORASQ
                   AT LINE WRK-CONTADOR-LINHA COLUMN 76 ERASE EOL

                   DISPLAY NOTASQ
                   AT LINE WRK-CONTADOR-LINHA COLUMN 92 ERASE EOL
                   ADD 2 TO WRK-CONTADOR-LINHA

                   PERFORM 9010-LER-PROX-FILTRADO

               ELSE IF WRK-FLAG EQUAL 0
                   DISPLAY "Fim dos registros"
                   AT LINE WRK-CONTADOR-LINHA COLUMN 20 ERASE EOL
                   ADD 2 TO WRK-CONTADOR-LINHA
                   MOVE 1 TO WRK-FLAG
               END-IF
               END-IF
           END-PERFORM.

      *Copia integral de FILMES.DAT para um arquivo datado
      *(BKPAAAAMMDD.DAT), executada uma vez ao entrar no menu de
      *Utilitarios para proteger o cadastro antes de qualquer
      *rotina em lote (conciliacao, importacao, arquivamento, etc.)
       9050-BACKUP-FILMES  SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           MOVE SPACES TO WRK-BACKUP-PATH
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BKP'        DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  '.DAT'       DELIMITED BY SIZE
                  INTO WRK-BACKUP-PATH
           END-STRING

           OPEN OUTPUT BACKUPFILE
           OPEN INPUT FILMESSEQ

           READ FILMESSEQ
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               MOVE CODFILMESQ      TO CODFILMEBKP
               MOVE TITULOSQ        TO TITULOBKP
               MOVE GENEROSQ        TO GENEROBKP
               MOVE DURACAOSQ       TO DURACAOBKP
               MOVE ANOLANCAMENTOSQ TO ANOLANCAMENTOBKP
               MOVE DISTRIBUIDORASQ TO DISTRIBUIDORABKP
               MOVE FORMATO-MIDIASQ TO FORMATO-MIDIABKP
               MOVE IDIOMASQ        TO IDIOMABKP
               MOVE LEGENDASQ       TO LEGENDABKP
               MOVE DIRETORSQ       TO DIRETORBKP
               MOVE SINOPSESQ       TO SINOPSEBKP
               MOVE PRECO-ALUGUELSQ TO PRECO-ALUGUELBKP
               MOVE PRECO-COMPRASQ  TO PRECO-COMPRABKP
               MOVE MOEDASQ         TO MOEDABKP
               MOVE NOTASQ          TO NOTABKP
               MOVE CLASSIFICACAOSQ TO CLASSIFICACAO-INDICATIVABKP
               MOVE STATUS-VISUALIZACAOSQ TO STATUS-VISUALIZACAOBKP
               MOVE DATA-ASSISTIDOSQ TO DATA-ASSISTIDOBKP
               MOVE STATUS-REGSQ    TO STATUS-REGBKP
               MOVE DATACRIACAOSQ   TO DATACRIACAOBKP
               MOVE DATAALTERACAOSQ TO DATAALTERACAOBKP
               MOVE VERSAO-REGSQ    TO VERSAO-REGBKP
               MOVE CATEGORIA-LANCAMENTOSQ
                   TO CATEGORIA-LANCAMENTOBKP

               WRITE BACKUPFILE-REG

               READ FILMESSEQ
           END-PERFORM

           CLOSE FILMESSEQ.
           CLOSE BACKUPFILE.

      *Relatorio dos filmes mais bem avaliados, ordenado por NOTA
      *decrescente via SORT, sem alterar o arquivo original
       9100-TOP-AVALIADOS  SECTION.
           MOVE "Top Avaliados" TO WRK-MODULO.

           SORT FILMESORD
               ON DESCENDING KEY NOTAORD
               USING FILMESSEQ
               GIVING TOPFILME

           OPEN INPUT TOPFILME.

           DISPLAY TELA

           DISPLAY "Top 10 filmes mais bem avaliados"
           AT LINE 5 COLUMN 20

           DISPLAY "Codigo" AT LINE 7 COLUMN 20
           DISPLAY "Titulo" AT LINE 7 COLUMN 28
           DISPLAY "Nota" AT LINE 7 COLUMN 59

           MOVE 9 TO WRK-CONTADOR-LINHA
           PERFORM 9110-LER-PROX-TOP-ATIVO

           PERFORM 10 TIMES
               IF TOPFILME-STATUS < 1
                   DISPLAY CODFILMETOP
                   AT LINE WRK-CONTADOR-LINHA COLUMN 20 ERASE EOL

                   DISPLAY TITULOTOP
                   AT LINE WRK-CONTADOR-LINHA COLUMN 28 ERASE EOL

                   DISPLAY NOTATOP
                   AT LINE WRK-CONTADOR-LINHA COLUMN 59 ERASE EOL

                   ADD 2 TO WRK-CONTADOR-LINHA
                   PERFORM 9110-LER-PROX-TOP-ATIVO
               END-IF
           END-PERFORM

           CLOSE TOPFILME.

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE WRK-CONTADOR-LINHA COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE WRK-CONTADOR-LINHA COLUMN 55.

      *Avanca no arquivo ordenado TOPFILME ate o proximo registro
      *ativo (ou fim de arquivo), pulando os filmes excluidos por
      *8000-EXCLUIR para que o Top 10 mostre sempre filmes validos
       9110-LER-PROX-TOP-ATIVO  SECTION.
           READ TOPFILME
           PERFORM UNTIL TOPFILME-STATUS NOT EQUAL 0
               OR STATUS-REGTOP EQUAL 'A'
               READ TOPFILME
           END-PERFORM.

      *Relatorio-resumo por distribuidora/genero, com subtotal de
      *quantidade e nota media por grupo (quebra de controle)
       9200-RESUMO-GENERO-DISTRIB  SECTION.
           MOVE "Resumo" TO WRK-MODULO.
           MOVE SPACES TO WRK-DISTRIB-ANT.
           MOVE SPACES TO WRK-GENERO-ANT.
           MOVE 0 TO WRK-QTD-GRUPO.
           MOVE 0 TO WRK-SOMA-NOTA.
           MOVE 'S' TO WRK-PRIMEIRO-GRUPO.

           SORT FILMESORD
               ON ASCENDING KEY DISTRIBUIDORAORD
               ON ASCENDING KEY GENEROORD
               USING FILMESSEQ
               GIVING RESFILME

           OPEN INPUT RESFILME.

           DISPLAY TELA

           DISPLAY "Resumo por distribuidora e genero"
           AT LINE 5 COLUMN 20

           DISPLAY "Distribuidora" AT LINE 7 COLUMN 20
           DISPLAY "Genero"        AT LINE 7 COLUMN 40
           DISPLAY "Qtde"          AT LINE 7 COLUMN 55
           DISPLAY "Nota Media"    AT LINE 7 COLUMN 65

           MOVE 9 TO WRK-CONTADOR-LINHA
           READ RESFILME

           PERFORM UNTIL RESFILME-STATUS NOT EQUAL 0

               IF STATUS-REGRES EQUAL 'A'
                   IF WRK-PRIMEIRO-GRUPO EQUAL 'S'
                       MOVE DISTRIBUIDORARES TO WRK-DISTRIB-ANT
                       MOVE GENERORES TO WRK-GENERO-ANT
                       MOVE 'N' TO WRK-PRIMEIRO-GRUPO
                   END-IF

                   IF DISTRIBUIDORARES NOT EQUAL WRK-DISTRIB-ANT
                      OR GENERORES NOT EQUAL WRK-GENERO-ANT
                       PERFORM 9210-IMPRIME-SUBTOTAL
                       MOVE DISTRIBUIDORARES TO WRK-DISTRIB-ANT
                       MOVE GENERORES TO WRK-GENERO-ANT
                   END-IF

                   ADD 1 TO WRK-QTD-GRUPO
                   ADD NOTARES TO WRK-SOMA-NOTA
               END-IF

               READ RESFILME
           END-PERFORM

           PERFORM 9210-IMPRIME-SUBTOTAL

           CLOSE RESFILME.

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE WRK-CONTADOR-LINHA COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE WRK-CONTADOR-LINHA COLUMN 55.

      *Imprime a linha de subtotal do grupo distribuidora/genero
      *corrente e zera os acumuladores para o proximo grupo
       9210-IMPRIME-SUBTOTAL  SECTION.
           IF WRK-QTD-GRUPO > 0
               COMPUTE WRK-MEDIA-NOTA = WRK-SOMA-NOTA / WRK-QTD-GRUPO

               DISPLAY WRK-DISTRIB-ANT
               AT LINE WRK-CONTADOR-LINHA COLUMN 20 ERASE EOL

               DISPLAY WRK-GENERO-ANT
               AT LINE WRK-CONTADOR-LINHA COLUMN 40 ERASE EOL

               DISPLAY WRK-QTD-GRUPO
               AT LINE WRK-CONTADOR-LINHA COLUMN 55 ERASE EOL

               DISPLAY WRK-MEDIA-NOTA
               AT LINE WRK-CONTADOR-LINHA COLUMN 65 ERASE EOL

               ADD 2 TO WRK-CONTADOR-LINHA

               MOVE 0 TO WRK-QTD-GRUPO
               MOVE 0 TO WRK-SOMA-NOTA
           END-IF.

      *Exporta o catalogo completo para um arquivo texto em CSV.
      *O separador usado e ';' para nao colidir com a virgula
      *decimal da nota (DECIMAL-POINT IS COMMA)
       9300-EXPORTAR-CSV  SECTION.
           MOVE "Exportar CSV" TO WRK-MODULO.

           OPEN INPUT FILMESSEQ.
           OPEN OUTPUT CSVFILE.

           MOVE "Codigo;Titulo;Genero;Duracao;Ano;Distribuidora;"
           TO CSVFILE-REG
           WRITE CSVFILE-REG.

           MOVE "Nota;Situacao" TO CSVFILE-REG
           WRITE CSVFILE-REG.

           READ FILMESSEQ
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               MOVE NOTASQ TO WRK-NOTA-CSV
               MOVE TITULOSQ TO WRK-CSV-CAMPO-IN
               PERFORM 5185-PROTEGE-CAMPO
               MOVE SPACES TO WRK-LINHA-CSV

               STRING CODFILMESQ   DELIMITED BY SIZE
                      ";"          DELIMITED BY SIZE
                      WRK-CSV-CAMPO-OUT DELIMITED BY SIZE
                      ";"          DELIMITED BY SIZE
                      GENEROSQ     DELIMITED BY SIZE
                      ";"          DELIMITED BY SIZE
                      DURACAOSQ    DELIMITED BY SIZE
                      ";"          DELIMITED BY SIZE
                      ANOLANCAMENTOSQ DELIMITED BY SIZE
                      ";"          DELIMITED BY SIZE
                      DISTRIBUIDORASQ DELIMITED BY SIZE
                      ";"          DELIMITED BY SIZE
                      WRK-NOTA-CSV DELIMITED BY SIZE
                      ";"          DELIMITED BY SIZE
                      STATUS-REGSQ DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING

               WRITE CSVFILE-REG FROM WRK-LINHA-CSV

               READ FILMESSEQ
           END-PERFORM

           CLOSE FILMESSEQ.
           CLOSE CSVFILE.

           DISPLAY TELA

           DISPLAY "Catalogo exportado para FILMES.CSV"
           AT LINE 10 COLUMN 20

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 55.

      *Gera um relatorio do catalogo completo em arquivo texto,
      *pronto para impressao, com cabecalho e quebra a cada 50
      *linhas (ver 9410-CABECALHO-IMPRESSAO). Retomavel: grava um
      *ponto de controle a cada 20 linhas (9415-GRAVA-CHECKPOINT)
      *para nao reiniciar do zero se a emissao for interrompida
      *no meio de um catalogo grande (ver 9405-VERIFICA-CHECKPOINT)
       9400-IMPRIMIR-RELATORIO  SECTION.
           MOVE "Imprimir" TO WRK-MODULO.
           MOVE 0 TO WRK-PAG-IMP.
           MOVE 0 TO WRK-CKPT-CONTADOR.

           PERFORM 9405-VERIFICA-CHECKPOINT

           OPEN INPUT FILMESSEQ.

           PERFORM 9410-CABECALHO-IMPRESSAO

           READ FILMESSEQ
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               IF FILME-INATIVOSQ
                   CONTINUE
               ELSE
               IF WRK-CKPT-COD > 0 AND CODFILMESQ NOT GREATER
                  WRK-CKPT-COD
                   CONTINUE
               ELSE
                   IF WRK-LINCONT-IMP NOT LESS THAN 50
                       PERFORM 9410-CABECALHO-IMPRESSAO
                   END-IF

                   MOVE NOTASQ TO WRK-NOTA-CSV
                   MOVE SPACES TO WRK-LINHA-IMP

                   STRING CODFILMESQ   DELIMITED BY SIZE
                          " "          DELIMITED BY SIZE
                          TITULOSQ     DELIMITED BY SIZE
                          " "          DELIMITED BY SIZE
                          GENEROSQ     DELIMITED BY SIZE
                          " "          DELIMITED BY SIZE
                          DISTRIBUIDORASQ DELIMITED BY SIZE
                          " "          DELIMITED BY SIZE
                          WRK-NOTA-CSV DELIMITED BY SIZE
                          INTO WRK-LINHA-IMP
                   END-STRING

                   WRITE PRINTFILE-REG FROM WRK-LINHA-IMP
                   ADD 1 TO WRK-LINCONT-IMP
                   ADD 1 TO WRK-CKPT-CONTADOR

                   IF WRK-CKPT-CONTADOR NOT LESS THAN 20
                       MOVE CODFILMESQ TO WRK-CKPT-COD
                       PERFORM 9415-GRAVA-CHECKPOINT
                       MOVE 0 TO WRK-CKPT-CONTADOR
                   END-IF
               END-IF
               END-IF

               READ FILMESSEQ
           END-PERFORM

           CLOSE FILMESSEQ.
           CLOSE PRINTFILE
           MOVE 'CATALOGO' TO WRK-SPL-RELATORIO
           MOVE WRK-PATH-PRINTFILE TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO.

      *    Relatorio concluido do inicio ao fim: limpa o ponto de
      *    controle para a proxima emissao comecar do zero
           MOVE 0 TO WRK-CKPT-COD
           PERFORM 9415-GRAVA-CHECKPOINT

           DISPLAY TELA

           DISPLAY "Relatorio gerado em RELATORIO.PRN"
           AT LINE 10 COLUMN 20

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 55.

      *Le o ponto de controle de uma emissao anterior (se existir e
      *for diferente de zero) e pergunta ao operador se deseja
      *retomar de onde parou; conforme a resposta, abre o PRINTFILE
      *por extensao (retomando) ou do zero (reiniciando)
       9405-VERIFICA-CHECKPOINT  SECTION.
           MOVE 0 TO WRK-CKPT-COD

           OPEN INPUT CKPTFILE
           IF CKPTFILE-STATUS EQUAL 0
               READ CKPTFILE
               IF CKPTFILE-STATUS EQUAL 0
                   MOVE CKPTFILE-REG TO WRK-CKPT-COD
               END-IF
               CLOSE CKPTFILE
           END-IF

           IF WRK-CKPT-COD > 0
               DISPLAY TELA
               DISPLAY "Emissao anterior interrompida apos o codigo"
               AT LINE 5 COLUMN 20
               DISPLAY WRK-CKPT-COD AT LINE 5 COLUMN 65

               DISPLAY "Retomar de onde parou? (S/N): "
               AT LINE 6 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 6 COLUMN 51

               IF WRK-ESCOLHA EQUAL 'S' OR WRK-ESCOLHA EQUAL 's'
                   OPEN EXTEND PRINTFILE
               ELSE
                   MOVE 0 TO WRK-CKPT-COD
                   OPEN OUTPUT PRINTFILE
               END-IF
           ELSE
               OPEN OUTPUT PRINTFILE
           END-IF.

      *Grava o ultimo codigo ja impresso no arquivo de ponto de
      *controle (zero indica nenhuma emissao pendente de retomada)
       9415-GRAVA-CHECKPOINT  SECTION.
           OPEN OUTPUT CKPTFILE
           MOVE WRK-CKPT-COD TO CKPTFILE-REG
           WRITE CKPTFILE-REG
           CLOSE CKPTFILE.

      *Escreve o cabecalho de uma nova pagina do relatorio de
      *impressao e zera o contador de linhas da pagina
       9410-CABECALHO-IMPRESSAO  SECTION.
           ADD 1 TO WRK-PAG-IMP
           MOVE SPACES TO WRK-LINHA-IMP

           STRING "Catalogo de Filmes - Pagina " DELIMITED BY SIZE
                  WRK-PAG-IMP                    DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING

           WRITE PRINTFILE-REG FROM WRK-LINHA-IMP

           MOVE "Codigo Titulo Genero Distribuidora Nota"
           TO WRK-LINHA-IMP
           WRITE PRINTFILE-REG FROM WRK-LINHA-IMP

           MOVE 0 TO WRK-LINCONT-IMP.

      *Confere, registro a registro, se tudo que existe na leitura
      *sequencial (FILMESSEQ) tambem e localizavel pelo indice
      *principal (FILMES) -- as duas sao vistas do mesmo arquivo
      *fisico, entao qualquer divergencia indica corrupcao do indice
       9500-RECONCILIAR  SECTION.
           MOVE 'RECONCILIA' TO WRK-JOB-NOME
           PERFORM 5194-INICIA-JOB
           MOVE 0 TO WRK-QTD-SEQ
           MOVE 0 TO WRK-QTD-DIVERGENTE

           OPEN INPUT FILMESSEQ
           READ FILMESSEQ
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               ADD 1 TO WRK-QTD-SEQ
               MOVE CODFILMESQ TO CODFILME

               READ FILMES
                   INVALID KEY
                       ADD 1 TO WRK-QTD-DIVERGENTE
               END-READ

               READ FILMESSEQ
           END-PERFORM
           CLOSE FILMESSEQ

           MOVE WRK-QTD-SEQ TO WRK-JOB-QTD
           IF WRK-QTD-DIVERGENTE EQUAL ZERO
               MOVE 'OK  ' TO WRK-JOB-SITUACAO
           ELSE
               MOVE 'DIVG' TO WRK-JOB-SITUACAO
           END-IF
           PERFORM 5195-GRAVA-JOBLOG

           DISPLAY TELA
           DISPLAY "Reconciliacao FILMES x FILMESSEQ"
           AT LINE 5 COLUMN 20

           DISPLAY "Registros lidos (sequencial): "
           AT LINE 7 COLUMN 20
           DISPLAY WRK-QTD-SEQ AT LINE 7 COLUMN 52

           DISPLAY "Nao localizados pelo indice : "
           AT LINE 8 COLUMN 20
           DISPLAY WRK-QTD-DIVERGENTE AT LINE 8 COLUMN 52

           IF WRK-QTD-DIVERGENTE EQUAL ZERO
               DISPLAY "Situacao: OK, arquivos consistentes"
               AT LINE 10 COLUMN 20
           ELSE
               DISPLAY "Situacao: DIVERGENCIA ENCONTRADA"
               AT LINE 10 COLUMN 20
           END-IF

           DISPLAY "Pressione ENTER para continuar"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Le o arquivo de lote (IMPORT.CSV, campos separados por ';',
      *sem codigo) e grava um filme novo por linha valida, gerando
      *o codigo automaticamente a partir do controle CTLFILME
       9600-IMPORTAR-LOTE  SECTION.
           MOVE 'IMPORTA' TO WRK-JOB-NOME
           PERFORM 5194-INICIA-JOB
           MOVE 0 TO WRK-QTD-IMPORTADOS
           MOVE 0 TO WRK-QTD-REJEITADOS

           OPEN INPUT IMPORTFILE
           IF IMPORTFILE-STATUS NOT EQUAL 0
               DISPLAY TELA
               DISPLAY "Arquivo de importacao nao encontrado"
               AT LINE 5 COLUMN 20
           ELSE
               READ IMPORTFILE
               PERFORM UNTIL IMPORTFILE-STATUS NOT EQUAL 0
                   PERFORM 9610-IMPORTAR-LINHA
                   READ IMPORTFILE
               END-PERFORM
               CLOSE IMPORTFILE

               MOVE WRK-QTD-IMPORTADOS TO WRK-JOB-QTD
               MOVE 'OK  ' TO WRK-JOB-SITUACAO
               PERFORM 5195-GRAVA-JOBLOG

               DISPLAY TELA
               DISPLAY "Importacao em lote concluida"
               AT LINE 5 COLUMN 20

               DISPLAY "Filmes importados: " AT LINE 7 COLUMN 20
               DISPLAY WRK-QTD-IMPORTADOS AT LINE 7 COLUMN 45

               DISPLAY "Linhas rejeitadas : " AT LINE 8 COLUMN 20
               DISPLAY WRK-QTD-REJEITADOS AT LINE 8 COLUMN 45
           END-IF

           DISPLAY "Pressione ENTER para continuar"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Converte uma linha do lote em um FILMES-REG e grava,
      *reaproveitando as mesmas validacoes de 5000-INCLUIR
       9610-IMPORTAR-LINHA  SECTION.
           PERFORM 3500-ZERA-VALORES

           MOVE SPACES TO WRK-IMP-TITULO
           MOVE SPACES TO WRK-IMP-GENERO
           MOVE ZERO TO WRK-IMP-DURACAO
           MOVE ZERO TO WRK-IMP-ANO
           MOVE SPACES TO WRK-IMP-DISTRIB
           MOVE ZERO TO WRK-IMP-NOTA

           MOVE IMPORTFILE-REG TO WRK-CSV-LINHA
           PERFORM 5183-ESCONDE-SEPARADOR
           UNSTRING WRK-CSV-LINHA DELIMITED BY ';'
               INTO WRK-IMP-TITULO WRK-IMP-GENERO WRK-IMP-DURACAO
                    WRK-IMP-ANO WRK-IMP-DISTRIB WRK-IMP-NOTA
           END-UNSTRING

      *    Titulos protegidos pelo 5185 voltam sem as aspas
           MOVE WRK-IMP-TITULO TO WRK-CSV-CAMPO-IN
           PERFORM 5184-REMOVE-ASPAS
           MOVE WRK-CSV-CAMPO-OUT (1:30) TO WRK-IMP-TITULO

           MOVE WRK-IMP-TITULO TO TITULO
           MOVE WRK-IMP-GENERO TO GENERO
           MOVE WRK-IMP-DURACAO TO DURACAO
           MOVE WRK-IMP-ANO TO ANOLANCAMENTO
           MOVE WRK-IMP-DISTRIB TO DISTRIBUIDORA
           MOVE WRK-IMP-NOTA TO NOTA
           MOVE 'A' TO STATUS-REG

           PERFORM 5150-VALIDA-DISTRIBUIDORA
           PERFORM 5160-VALIDA-GENERO

           IF TITULO EQUAL SPACES OR GENERO EQUAL SPACES OR
              DURACAO EQUAL ZEROS OR DISTRIBUIDORA EQUAL SPACES OR
              NOTA > 10 OR NOTA < 1 OR NOT WRK-DISTRIB-VALIDA OR
              NOT WRK-GENERO-VALIDO

               ADD 1 TO WRK-QTD-REJEITADOS
           ELSE
               MOVE '1' TO CTL-CHAVE
               READ CTLFILME KEY IS CTL-CHAVE
               COMPUTE WRK-PROX-CODIGO = CTL-ULT-CODIGO + 1
               MOVE WRK-PROX-CODIGO TO CODFILME

               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-DATA-HOJE TO DATACRIACAO
               MOVE WRK-DATA-HOJE TO DATAALTERACAO
               MOVE 1 TO VERSAO-REG

               WRITE FILMES-REG
                   INVALID KEY
                       ADD 1 TO WRK-QTD-REJEITADOS

                   NOT INVALID KEY
                       MOVE CODFILME TO CTL-ULT-CODIGO
                       REWRITE CTL-FILME-REG
                       ADD 1 TO WRK-QTD-IMPORTADOS
               END-WRITE
               MOVE 'I' TO WRK-JRN-OPER
               PERFORM 5201-JORNAL-FILMES
           END-IF.

      *Gera o extrato noturno do catalogo para o site da loja:
      *somente os filmes ativos, sem os campos de controle interno
      *(situacao, datas de cadastro/alteracao), para publicacao
      *externa. Reaproveita o layout de 9300-EXPORTAR-CSV. O preco
      *de cada loja vai ao lado, em SITEPRECO.CSV (9654).
       9700-GERAR-FEED-SITE  SECTION.
           MOVE 'FEEDSITE' TO WRK-JOB-NOME
           PERFORM 5194-INICIA-JOB
           MOVE 0 TO WRK-QTD-FEED

           OPEN INPUT FILMESSEQ.
           OPEN OUTPUT SITEFEED.

           MOVE "Codigo;Titulo;Genero;Duracao;Ano;Distribuidora;Nota"
           TO SITEFEED-REG
           WRITE SITEFEED-REG.

           READ FILMESSEQ
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
      *        Titulo com a licenca encerrada sai do site
               MOVE CODFILMESQ TO WRK-JAN-CODFILME
               PERFORM 9614-SITUACAO-JANELA
               IF FILME-ATIVOSQ
                  AND NOT WRK-JAN-EXPIRADO
                   MOVE NOTASQ TO WRK-NOTA-CSV
                   MOVE TITULOSQ TO WRK-CSV-CAMPO-IN
                   PERFORM 5185-PROTEGE-CAMPO
                   MOVE SPACES TO WRK-LINHA-CSV

                   STRING CODFILMESQ      DELIMITED BY SIZE
                          ";"             DELIMITED BY SIZE
                          WRK-CSV-CAMPO-OUT DELIMITED BY SIZE
                          ";"             DELIMITED BY SIZE
                          GENEROSQ        DELIMITED BY SIZE
                          ";"             DELIMITED BY SIZE
                          DURACAOSQ       DELIMITED BY SIZE
                          ";"             DELIMITED BY SIZE
                          ANOLANCAMENTOSQ DELIMITED BY SIZE
                          ";"             DELIMITED BY SIZE
                          DISTRIBUIDORASQ DELIMITED BY SIZE
                          ";"             DELIMITED BY SIZE
                          WRK-NOTA-CSV    DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING

                   WRITE SITEFEED-REG FROM WRK-LINHA-CSV
                   ADD 1 TO WRK-QTD-FEED
               END-IF

               READ FILMESSEQ
           END-PERFORM

           CLOSE FILMESSEQ.
           CLOSE SITEFEED.

      *    Precos de cada loja, em arquivo ao lado do feed
           PERFORM 9654-PRECOS-SITE

           MOVE WRK-QTD-FEED TO WRK-JOB-QTD
           MOVE 'OK  ' TO WRK-JOB-SITUACAO
           PERFORM 5195-GRAVA-JOBLOG

           DISPLAY TELA
           DISPLAY "Feed do site gerado em SITEFEED.CSV"
           AT LINE 10 COLUMN 20

           DISPLAY "Filmes publicados: " AT LINE 11 COLUMN 20
           DISPLAY WRK-QTD-FEED AT LINE 11 COLUMN 45
           DISPLAY "Precos por loja em SITEPRECO.CSV: "
           AT LINE 12 COLUMN 20
           DISPLAY WRK-PLJ-QTD AT LINE 12 COLUMN 55

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 55.

      *Move para ARQFILME.DAT (e remove de FILMES.DAT) os registros
      *com exclusao logica (STATUS-REG = 'I'), liberando o arquivo
      *principal do historico de filmes excluidos ha muito tempo
       9800-ARQUIVAR-EXCLUIDOS  SECTION.
           MOVE 'ARQUIVA' TO WRK-JOB-NOME
           PERFORM 5194-INICIA-JOB
           MOVE 0 TO WRK-QTD-ARQUIVADOS

           OPEN EXTEND ARQFILME
           IF ARQFILME-STATUS EQUAL 35
               OPEN OUTPUT ARQFILME
           END-IF

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT FILMESSEQ
           READ FILMESSEQ
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               IF FILME-INATIVOSQ
                   MOVE CODFILMESQ      TO CODFILMEARQ
                   MOVE TITULOSQ        TO TITULOARQ
                   MOVE GENEROSQ        TO GENEROARQ
                   MOVE DURACAOSQ       TO DURACAOARQ
                   MOVE ANOLANCAMENTOSQ TO ANOLANCAMENTOARQ
                   MOVE DISTRIBUIDORASQ TO DISTRIBUIDORAARQ
                   MOVE FORMATO-MIDIASQ TO FORMATO-MIDIAARQ
                   MOVE IDIOMASQ        TO IDIOMAARQ
                   MOVE LEGENDASQ       TO LEGENDAARQ
                   MOVE DIRETORSQ       TO DIRETORARQ
                   MOVE SINOPSESQ       TO SINOPSEARQ
                   MOVE PRECO-ALUGUELSQ TO PRECO-ALUGUELARQ
                   MOVE PRECO-COMPRASQ  TO PRECO-COMPRAARQ
                   MOVE MOEDASQ         TO MOEDAARQ
                   MOVE NOTASQ          TO NOTAARQ
                   MOVE CLASSIFICACAOSQ TO CLASSIFICACAO-INDICATIVAARQ
                   MOVE STATUS-VISUALIZACAOSQ TO STATUS-VISUALIZACAOARQ
                   MOVE DATA-ASSISTIDOSQ TO DATA-ASSISTIDOARQ
                   MOVE DATACRIACAOSQ   TO DATACRIACAOARQ
                   MOVE DATAALTERACAOSQ TO DATAALTERACAOARQ
                   MOVE VERSAO-REGSQ    TO VERSAO-REGARQ
                   MOVE CATEGORIA-LANCAMENTOSQ
                       TO CATEGORIA-LANCAMENTOARQ
                   MOVE WRK-DATA-HOJE   TO DATAARQUIVAMENTO

                   WRITE ARQFILME-REG

                   MOVE CODFILMESQ TO CODFILME
                   READ FILMES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE FILMES RECORD
                           MOVE 'E' TO WRK-JRN-OPER
                           PERFORM 5201-JORNAL-FILMES
                           PERFORM 8610-EXCLUI-GENEROS-ADICIONAIS
                           ADD 1 TO WRK-QTD-ARQUIVADOS
                   END-READ
               END-IF

               READ FILMESSEQ
           END-PERFORM

           CLOSE FILMESSEQ.
           CLOSE ARQFILME.

           MOVE WRK-QTD-ARQUIVADOS TO WRK-JOB-QTD
           MOVE 'OK  ' TO WRK-JOB-SITUACAO
           PERFORM 5195-GRAVA-JOBLOG

           DISPLAY TELA
           DISPLAY "Arquivamento de excluidos concluido"
           AT LINE 10 COLUMN 20

           DISPLAY "Filmes movidos para ARQFILME.DAT: "
           AT LINE 11 COLUMN 20
           DISPLAY WRK-QTD-ARQUIVADOS AT LINE 11 COLUMN 56

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 55.

      *Ordena o catalogo por TITULO (SORT ... USING FILMESSEQ) e
      *varre a saida ordenada procurando titulos ativos repetidos,
      *gravando os registros envolvidos em DUPLICADOS.CSV para
      *orientar uma limpeza manual do cadastro
       9900-RELATORIO-DUPLICADOS  SECTION.
           MOVE 'DUPLICADOS' TO WRK-JOB-NOME
           PERFORM 5194-INICIA-JOB
           MOVE 0 TO WRK-QTD-GRUPOS-DUP
           MOVE 0 TO WRK-QTD-REG-DUP
           MOVE SPACES TO WRK-TITULO-ANTERIOR
           MOVE 'N' TO WRK-REPETIU-TITULO
           MOVE 0 TO WRK-COD-ANTERIOR

           SORT FILMESORD
               ON ASCENDING KEY TITULOORD
               USING FILMESSEQ
               GIVING DUPFILME

           OPEN OUTPUT DUPLIST
           MOVE "Codigo;Titulo" TO DUPLIST-REG
           WRITE DUPLIST-REG

           OPEN INPUT DUPFILME
           READ DUPFILME
           PERFORM UNTIL DUPFILME-STATUS NOT EQUAL 0
               IF STATUS-REGDUP EQUAL 'A'
                   IF TITULODUP EQUAL WRK-TITULO-ANTERIOR
                       IF WRK-REPETIU-TITULO EQUAL 'N'
                           ADD 1 TO WRK-QTD-GRUPOS-DUP
                           ADD 1 TO WRK-QTD-REG-DUP
                           MOVE 'S' TO WRK-REPETIU-TITULO

                           MOVE SPACES TO WRK-LINHA-CSV
                           STRING WRK-COD-ANTERIOR    DELIMITED BY SIZE
                                  ";"                 DELIMITED BY SIZE
                                  WRK-TITULO-ANTERIOR  DELIMITED BY SIZE
                                  INTO WRK-LINHA-CSV
                           END-STRING
                           WRITE DUPLIST-REG FROM WRK-LINHA-CSV
                       END-IF

                       ADD 1 TO WRK-QTD-REG-DUP
                       MOVE SPACES TO WRK-LINHA-CSV
                       STRING CODFILMEDUP DELIMITED BY SIZE
                              ";"          DELIMITED BY SIZE
                              TITULODUP    DELIMITED BY SIZE
                              INTO WRK-LINHA-CSV
                       END-STRING
                       WRITE DUPLIST-REG FROM WRK-LINHA-CSV
                   ELSE
                       MOVE TITULODUP TO WRK-TITULO-ANTERIOR
                       MOVE 'N' TO WRK-REPETIU-TITULO
                   END-IF
                   MOVE CODFILMEDUP TO WRK-COD-ANTERIOR
               END-IF

               READ DUPFILME
           END-PERFORM

           CLOSE DUPFILME.
           CLOSE DUPLIST.

           MOVE WRK-QTD-REG-DUP TO WRK-JOB-QTD
           MOVE 'OK  ' TO WRK-JOB-SITUACAO
           PERFORM 5195-GRAVA-JOBLOG

           DISPLAY TELA
           DISPLAY "Relatorio de titulos duplicados gerado em"
           AT LINE 9 COLUMN 20
           DISPLAY "DUPLIC.CSV" AT LINE 10 COLUMN 20

           DISPLAY "Titulos repetidos   : " AT LINE 12 COLUMN 20
           DISPLAY WRK-QTD-GRUPOS-DUP AT LINE 12 COLUMN 50

           DISPLAY "Registros envolvidos: " AT LINE 13 COLUMN 20
           DISPLAY WRK-QTD-REG-DUP AT LINE 13 COLUMN 50

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 15 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 55.

      *Conta os registros ativos/inativos de FILMES.DAT e acrescenta
      *uma linha de totais de controle em CONTROLE.CSV, para conferencia
      *de fim de dia contra a contagem do dia anterior
       9950-TOTAIS-CONTROLE  SECTION.
           MOVE 'TOTAIS' TO WRK-JOB-NOME
           PERFORM 5194-INICIA-JOB
           MOVE 0 TO WRK-QTD-TOTAL-CTL
           MOVE 0 TO WRK-QTD-ATIVOS-CTL
           MOVE 0 TO WRK-QTD-INATIVOS-CTL

           OPEN INPUT FILMESSEQ
           READ FILMESSEQ
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               ADD 1 TO WRK-QTD-TOTAL-CTL
               IF FILME-ATIVOSQ
                   ADD 1 TO WRK-QTD-ATIVOS-CTL
               ELSE
                   ADD 1 TO WRK-QTD-INATIVOS-CTL
               END-IF

               READ FILMESSEQ
           END-PERFORM
           CLOSE FILMESSEQ.

      *    Total dos depositos caucao ainda retidos na loja
           MOVE 0 TO WRK-QTD-DEPOSITOS
           MOVE 0 TO WRK-TOTAL-DEPOSITOS
           MOVE LOW-VALUES TO DEP-CLIENTE
           START DEPOSITOS KEY IS NOT LESS THAN DEP-CLIENTE
               INVALID KEY
                   MOVE 10 TO DEPOSITOS-STATUS
           END-START
           IF DEPOSITOS-STATUS EQUAL 0
               READ DEPOSITOS NEXT RECORD
               PERFORM UNTIL DEPOSITOS-STATUS NOT EQUAL 0
                   IF DEPOSITO-RETIDO
                       ADD 1 TO WRK-QTD-DEPOSITOS
                       ADD DEP-VALOR TO WRK-TOTAL-DEPOSITOS
                   END-IF
                   READ DEPOSITOS NEXT RECORD
               END-PERFORM
           END-IF

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN EXTEND CONTROLEFILE
           IF CONTROLEFILE-STATUS EQUAL 35
               OPEN OUTPUT CONTROLEFILE
           END-IF

           MOVE SPACES TO WRK-LINHA-CSV
           STRING WRK-DATA-HOJE        DELIMITED BY SIZE
                  ";Total="            DELIMITED BY SIZE
                  WRK-QTD-TOTAL-CTL    DELIMITED BY SIZE
                  ";Ativos="           DELIMITED BY SIZE
                  WRK-QTD-ATIVOS-CTL   DELIMITED BY SIZE
                  ";Inativos="         DELIMITED BY SIZE
                  WRK-QTD-INATIVOS-CTL DELIMITED BY SIZE
                  ";DepositosRetidos=" DELIMITED BY SIZE
                  WRK-TOTAL-DEPOSITOS  DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE CONTROLEFILE-REG FROM WRK-LINHA-CSV
           CLOSE CONTROLEFILE.

           MOVE WRK-QTD-TOTAL-CTL TO WRK-JOB-QTD
           MOVE 'OK  ' TO WRK-JOB-SITUACAO
           PERFORM 5195-GRAVA-JOBLOG

           DISPLAY TELA
           DISPLAY "Totais de controle de fim de dia"
           AT LINE 5 COLUMN 20

           DISPLAY "Total de registros : " AT LINE 7 COLUMN 20
           DISPLAY WRK-QTD-TOTAL-CTL AT LINE 7 COLUMN 50

           DISPLAY "Ativos             : " AT LINE 8 COLUMN 20
           DISPLAY WRK-QTD-ATIVOS-CTL AT LINE 8 COLUMN 50

           DISPLAY "Inativos           : " AT LINE 9 COLUMN 20
           DISPLAY WRK-QTD-INATIVOS-CTL AT LINE 9 COLUMN 50

           DISPLAY "Depositos retidos  : " AT LINE 10 COLUMN 20
           DISPLAY WRK-QTD-DEPOSITOS AT LINE 10 COLUMN 42
           DISPLAY WRK-TOTAL-DEPOSITOS AT LINE 10 COLUMN 50

           DISPLAY "Registrado em CONTROLE.CSV" AT LINE 11 COLUMN 20

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 55.

      *Varre EMPRESTIMOS em aberto cuja data prevista de devolucao
      *ja passou, calcula dias de atraso e multa pelo mesmo metodo
      *do 3200-CHECKIN e grava uma linha por emprestimo em
      *ATRASOS.CSV, com o total de multas em aberto ao final
       9960-RELATORIO-ATRASOS  SECTION.
           MOVE 'ATRASOS' TO WRK-JOB-NOME
           PERFORM 5194-INICIA-JOB
           MOVE 0 TO WRK-QTD-ATRASOS
           MOVE 0 TO WRK-TOTAL-MULTAS

           MOVE SPACES TO WRK-FILTRO-LOJA
           DISPLAY TELA
           DISPLAY "Loja (branco = todas): " AT LINE 5 COLUMN 20
           ACCEPT WRK-FILTRO-LOJA AT LINE 5 COLUMN 44

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT ATRASOS
           MOVE "Data;Emprestimo;Filme;Cliente;DiasAtraso;Multa;Tipo"
               TO ATRASOS-REG
           WRITE ATRASOS-REG

           MOVE LOW-VALUES TO NUM-EMPRESTIMO
           START EMPRESTIMOS KEY IS NOT LESS THAN NUM-EMPRESTIMO
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
           END-IF
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               IF EMPRESTIMO-ABERTO
                  AND WRK-DATA-HOJE > EMP-DATA-PREVISTA
                  AND (WRK-FILTRO-LOJA EQUAL SPACES OR
                       EMP-LOJA EQUAL WRK-FILTRO-LOJA)
                   PERFORM 3165-TERMOS-DO-EMPRESTIMO
                   MOVE 0 TO WRK-DIAS-ATRASO
                   MOVE EMP-DATA-PREVISTA TO WRK-DATA-CALC
                   PERFORM UNTIL WRK-DATA-CALC EQUAL WRK-DATA-HOJE
                       PERFORM 3150-AVANCA-UM-DIA
                       PERFORM 3156-DIA-FECHADO
                       IF WRK-DIA-FECHADO EQUAL 'N'
                           ADD 1 TO WRK-DIAS-ATRASO
                       END-IF
                   END-PERFORM
                   COMPUTE WRK-VALOR-MULTA =
                       WRK-DIAS-ATRASO * WRK-MULTA-DIA
                   PERFORM 3166-LIMITA-MULTA

                   ADD 1 TO WRK-QTD-ATRASOS
                   ADD WRK-VALOR-MULTA TO WRK-TOTAL-MULTAS

      *            O tipo separa os equipamentos dos filmes
                   PERFORM 3695-LE-EQUIPAMENTO
                   IF WRK-EQP-ACHOU EQUAL 'S'
                       MOVE 'EQUIP' TO WRK-EQP-TIPO
                   ELSE
                       MOVE 'FILME' TO WRK-EQP-TIPO
                   END-IF

      *            A data da emissao abre a linha para que a poda
      *            de retencao (9897) reconheca o mes do detalhe
                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING WRK-DATA-HOJE    DELIMITED BY SIZE
                          ";"              DELIMITED BY SIZE
                          NUM-EMPRESTIMO   DELIMITED BY SIZE
                          ";"              DELIMITED BY SIZE
                          EMP-CODFILME     DELIMITED BY SIZE
                          ";"              DELIMITED BY SIZE
                          EMP-CLIENTE      DELIMITED BY SIZE
                          ";"              DELIMITED BY SIZE
                          WRK-DIAS-ATRASO  DELIMITED BY SIZE
                          ";"              DELIMITED BY SIZE
                          WRK-VALOR-MULTA  DELIMITED BY SIZE
                          ";"              DELIMITED BY SIZE
                          WRK-EQP-TIPO     DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE ATRASOS-REG FROM WRK-LINHA-CSV
               END-IF

               READ EMPRESTIMOS NEXT RECORD
           END-PERFORM
           CLOSE ATRASOS
           MOVE 'ATRASOS' TO WRK-SPL-RELATORIO
           MOVE SPACES TO WRK-SPL-PARAMETROS
           STRING 'LOJA=' DELIMITED BY SIZE
                  WRK-FILTRO-LOJA DELIMITED BY SPACE
                  INTO WRK-SPL-PARAMETROS
           END-STRING
           MOVE WRK-PATH-ATRASOS TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO.

           MOVE WRK-QTD-ATRASOS TO WRK-JOB-QTD
           MOVE 'OK  ' TO WRK-JOB-SITUACAO
           PERFORM 5195-GRAVA-JOBLOG

           DISPLAY TELA
           DISPLAY "Relatorio de emprestimos em atraso gerado em"
           AT LINE 9 COLUMN 20
           DISPLAY "ATRASOS.CSV" AT LINE 10 COLUMN 20

           DISPLAY "Emprestimos em atraso: " AT LINE 12 COLUMN 20
           DISPLAY WRK-QTD-ATRASOS AT LINE 12 COLUMN 50

           DISPLAY "Total de multas      : " AT LINE 13 COLUMN 20
           DISPLAY WRK-TOTAL-MULTAS AT LINE 13 COLUMN 50

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 15 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 55.

      *Processa o lote de devolucoes da caixa noturna: le um
      *CODFILME por linha de DEVLOTE.TXT, aplica a logica de
      *devolucao sobre o emprestimo em aberto de cada codigo e
      *desvia para DEVEXCEC.CSV os casos que exigem o balcao
      *(codigo invalido, sem emprestimo aberto, multa devida ou
      *reserva pendente), que continuam em aberto no sistema. E
      *tambem a entrada dos discos da assinatura pelo correio: a
      *volta tira o titulo da fila e libera o proximo envio (9724)
       9965-DEVOLUCAO-LOTE  SECTION.
           MOVE 0 TO WRK-QTD-DEV-OK
           MOVE 0 TO WRK-QTD-DEV-EXC
           MOVE 0 TO WRK-ASC-QTD-LIBERADOS

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT DEVLOTE
           IF DEVLOTE-STATUS NOT EQUAL 0
               DISPLAY TELA
               DISPLAY "Arquivo DEVLOTE.TXT nao encontrado"
               AT LINE 5 COLUMN 20
           ELSE
               OPEN OUTPUT DEVEXC
               MOVE "Codigo;Motivo" TO DEVEXC-REG
               WRITE DEVEXC-REG

               READ DEVLOTE
               PERFORM UNTIL DEVLOTE-STATUS NOT EQUAL 0
                   PERFORM 9966-DEVOLVE-UM-CODIGO
                   READ DEVLOTE
               END-PERFORM

               CLOSE DEVLOTE
               CLOSE DEVEXC

               PERFORM 3198-ATUALIZA-DISPONIBILIDADE

               DISPLAY TELA
               DISPLAY "Lote de devolucoes processado"
               AT LINE 5 COLUMN 20

               DISPLAY "Devolucoes baixadas: " AT LINE 7 COLUMN 20
               DISPLAY WRK-QTD-DEV-OK AT LINE 7 COLUMN 45

               DISPLAY "Excecoes p/ o balcao: " AT LINE 8 COLUMN 20
               DISPLAY WRK-QTD-DEV-EXC AT LINE 8 COLUMN 45

               DISPLAY "Assinantes liberados: " AT LINE 9 COLUMN 20
               DISPLAY WRK-ASC-QTD-LIBERADOS AT LINE 9 COLUMN 45

               DISPLAY "Excecoes gravadas em DEVEXCEC.CSV"
               AT LINE 10 COLUMN 20
           END-IF

           DISPLAY "Pressione ENTER para continuar"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Processa uma linha do lote de devolucoes; o leitor grava o
      *CODFILME com os cinco digitos, inclusive os zeros a esquerda
       9966-DEVOLVE-UM-CODIGO  SECTION.
           IF DEVLOTE-REG (1:5) NOT NUMERIC
               ADD 1 TO WRK-QTD-DEV-EXC
               MOVE SPACES TO WRK-LINHA-CSV
               STRING DEVLOTE-REG (1:5)   DELIMITED BY SIZE
                      ";CODIGO INVALIDO"  DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE DEVEXC-REG FROM WRK-LINHA-CSV
           ELSE
               MOVE DEVLOTE-REG (1:5) TO EMP-CODFILME-DIG
               PERFORM 3250-LOCALIZA-EMPRESTIMO-ABERTO

               IF WRK-EMP-ACHOU EQUAL ZERO
                   ADD 1 TO WRK-QTD-DEV-EXC
                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING EMP-CODFILME-DIG DELIMITED BY SIZE
                          ";SEM EMPRESTIMO ABERTO" DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE DEVEXC-REG FROM WRK-LINHA-CSV
               ELSE
                   MOVE 0 TO WRK-DIAS-ATRASO
                   IF WRK-DATA-HOJE > EMP-DATA-PREVISTA
                       MOVE EMP-DATA-PREVISTA TO WRK-DATA-CALC
                       PERFORM UNTIL WRK-DATA-CALC EQUAL WRK-DATA-HOJE
                           PERFORM 3150-AVANCA-UM-DIA
                           PERFORM 3156-DIA-FECHADO
                           IF WRK-DIA-FECHADO EQUAL 'N'
                               ADD 1 TO WRK-DIAS-ATRASO
                           END-IF
                       END-PERFORM
                   END-IF

                   PERFORM 3360-CONSULTA-RESERVA

                   EVALUATE TRUE
                       WHEN WRK-DIAS-ATRASO > 0
                           ADD 1 TO WRK-QTD-DEV-EXC
                           MOVE SPACES TO WRK-LINHA-CSV
                           STRING EMP-CODFILME-DIG DELIMITED BY SIZE
                                  ";MULTA DEVIDA - EMPRESTIMO "
                                  DELIMITED BY SIZE
                                  NUM-EMPRESTIMO DELIMITED BY SIZE
                                  INTO WRK-LINHA-CSV
                           END-STRING
                           WRITE DEVEXC-REG FROM WRK-LINHA-CSV
                       WHEN WRK-RES-ACHOU NOT EQUAL ZERO
                           ADD 1 TO WRK-QTD-DEV-EXC
                           MOVE SPACES TO WRK-LINHA-CSV
                           STRING EMP-CODFILME-DIG DELIMITED BY SIZE
                                  ";RESERVA PENDENTE - EMPRESTIMO "
                                  DELIMITED BY SIZE
                                  NUM-EMPRESTIMO DELIMITED BY SIZE
                                  INTO WRK-LINHA-CSV
                           END-STRING
                           WRITE DEVEXC-REG FROM WRK-LINHA-CSV
                       WHEN OTHER
                           MOVE WRK-DATA-HOJE TO EMP-DATA-DEVOLUCAO
                           ACCEPT WRK-HORA-BALCAO FROM TIME
                           MOVE WRK-HORA-BALCAO (1:4)
                               TO EMP-HORA-DEVOLUCAO
                           MOVE 'D' TO EMP-STATUS
                           REWRITE EMPRESTIMOS-REG
                           MOVE 'A' TO WRK-JRN-OPER
                           PERFORM 5202-JORNAL-EMPRESTIMOS
                           PERFORM 9724-CORREIO-DEVOLVIDO

                           PERFORM 3205-CONTA-USO-EXEMPLAR

      *                    Copia de prensagem em recall vai para a
      *                    RMA, como no balcao (3200)
                           MOVE EMP-CODFILME TO WRK-RCL-CODFILME
                           MOVE EMP-EXEMPLAR TO WRK-RCL-EXEMPLAR
                           PERFORM 9596-CONFERE-RECALL
                           IF WRK-RCL-PENDENTE EQUAL 'S'
                               PERFORM 9590-RECOLHE-RECALL
                               MOVE SPACES TO WRK-LINHA-CSV
                               STRING EMP-CODFILME-DIG DELIMITED BY SIZE
                                      ";RECALL - SEPARAR P/ RMA "
                                      DELIMITED BY SIZE
                                      RCL-RMA DELIMITED BY SIZE
                                      INTO WRK-LINHA-CSV
                               END-STRING
                               WRITE DEVEXC-REG FROM WRK-LINHA-CSV
                           ELSE
                               MOVE EMP-CODFILME TO EX-CODFILME
                               MOVE EMP-EXEMPLAR TO EX-NUMERO
                               READ EXEMPLARES
                                   NOT INVALID KEY
                                       IF WRK-INSP-DEVIDA EQUAL 'S'
                                           MOVE 'I' TO EX-STATUS
                                       ELSE
                                           MOVE 'D' TO EX-STATUS
                                       END-IF
                                       REWRITE EXEMPLARES-REG
                                       MOVE 'A' TO WRK-JRN-OPER
                                       PERFORM 5205-JORNAL-EXEMPLARES
                                       IF EXEMPLAR-DISPONIVEL
                                           PERFORM 9763-GRAVA-GUARDAR
                                       END-IF
                               END-READ
                               IF WRK-INSP-DEVIDA EQUAL 'S'
                                   MOVE SPACES TO WRK-LINHA-CSV
                                   STRING EMP-CODFILME-DIG
                                          DELIMITED BY SIZE
                                          ";DEVOLVIDO - SEPARAR"
                                          DELIMITED BY SIZE
                                          " P/ INSPECAO"
                                          DELIMITED BY SIZE
                                          INTO WRK-LINHA-CSV
                                   END-STRING
                                   WRITE DEVEXC-REG FROM WRK-LINHA-CSV
                               END-IF
                           END-IF
                           ADD 1 TO WRK-QTD-DEV-OK
                   END-EVALUATE
               END-IF
           END-IF.

      *Inclui ou altera as condicoes de locacao de uma categoria
      *(prazo em dias e multa por dia), mostrando o valor atual
      *quando a categoria ja existe; e assim que um lancamento
      *ganha prazo curto e multa dura sem recompilar
       9969-MANTER-TERMOS  SECTION.
           MOVE "Termos locacao" TO WRK-MODULO.
           MOVE SPACES TO TRM-CAT-DIG
           MOVE ZERO TO TRM-PRAZO-DIG
           MOVE ZERO TO TRM-MULTA-DIG
           MOVE ZERO TO TRM-EXTRA-DIG
           MOVE ZERO TO TRM-SEMANA-DIG

           DISPLAY TELA
           DISPLAY "Categoria (FORMATO-MIDIA ou PADRAO): "
           AT LINE 5 COLUMN 20
           ACCEPT TRM-CAT-DIG AT LINE 5 COLUMN 58

           IF TRM-CAT-DIG EQUAL SPACES
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE TRM-CAT-DIG TO TRM-CATEGORIA
               READ TERMOS
                   INVALID KEY
                       DISPLAY "Categoria nova" AT LINE 6 COLUMN 20
                   NOT INVALID KEY
                       DISPLAY "Prazo atual: " AT LINE 6 COLUMN 20
                       DISPLAY TRM-PRAZO-DIAS AT LINE 6 COLUMN 34
                       DISPLAY "Multa atual: " AT LINE 6 COLUMN 45
                       DISPLAY TRM-MULTA-DIA AT LINE 6 COLUMN 59
                       DISPLAY "Diaria extra: " AT LINE 7 COLUMN 20
                       DISPLAY TRM-EXTRA-DIA AT LINE 7 COLUMN 35
                       DISPLAY "Semana: " AT LINE 7 COLUMN 45
                       DISPLAY TRM-SEMANA AT LINE 7 COLUMN 54
               END-READ

               DISPLAY "Prazo em dias: " AT LINE 8 COLUMN 20
               ACCEPT TRM-PRAZO-DIG AT LINE 8 COLUMN 36
               DISPLAY "Multa por dia: " AT LINE 9 COLUMN 20
               ACCEPT TRM-MULTA-DIG AT LINE 9 COLUMN 36
               DISPLAY "Diaria extra (0=sem): " AT LINE 10 COLUMN 20
               ACCEPT TRM-EXTRA-DIG AT LINE 10 COLUMN 43
               DISPLAY "Tarifa semanal (0=sem): "
               AT LINE 10 COLUMN 52
               ACCEPT TRM-SEMANA-DIG AT LINE 10 COLUMN 77

               IF TRM-PRAZO-DIG EQUAL ZERO
                   MOVE 'Prazo nao pode ser zero' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
                   DISPLAY "Confirma a gravacao? (S/N): "
                   AT LINE 11 COLUMN 20
                   ACCEPT WRK-ESCOLHA AT LINE 11 COLUMN 49
                   IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                       MOVE TRM-CAT-DIG TO TRM-CATEGORIA
                       MOVE TRM-PRAZO-DIG TO TRM-PRAZO-DIAS
                       MOVE TRM-MULTA-DIG TO TRM-MULTA-DIA
                       MOVE TRM-EXTRA-DIG TO TRM-EXTRA-DIA
                       MOVE TRM-SEMANA-DIG TO TRM-SEMANA
                       WRITE TERMOS-REG
                           INVALID KEY
                               REWRITE TERMOS-REG
                       END-WRITE
                       DISPLAY "Condicoes gravadas" AT LINE 13 COLUMN 20
                   ELSE
                       DISPLAY "Gravacao cancelada" AT LINE 13 COLUMN 20
                   END-IF
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 15 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 52.

      *Inclui ou remove um dia fechado do calendario da loja; as
      *datas previstas e a contagem de atraso passam a respeitar
      *o dia na mesma hora, sem recompilar
       9971-MANTER-CALENDARIO  SECTION.
           MOVE "Calendario" TO WRK-MODULO.
           MOVE ZERO TO CAL-DATA-DIG
           MOVE SPACES TO CAL-DESC-DIG

           DISPLAY TELA
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               DISPLAY "Data (AAAAMMDD): " AT LINE 5 COLUMN 20
               ACCEPT CAL-DATA-DIG AT LINE 5 COLUMN 38
               MOVE CAL-DATA-DIG TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM

           IF CAL-DATA-DIG EQUAL ZERO
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE CAL-DATA-DIG TO CAL-DATA
               READ CALENDARIO
                   INVALID KEY
                       DISPLAY "Dia aberto hoje no calendario"
                       AT LINE 6 COLUMN 20
                       DISPLAY "Descricao do fechamento: "
                       AT LINE 7 COLUMN 20
                       ACCEPT CAL-DESC-DIG AT LINE 7 COLUMN 46
                       DISPLAY "Marcar como fechado? (S/N): "
                       AT LINE 8 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 8 COLUMN 49
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           MOVE CAL-DATA-DIG TO CAL-DATA
                           MOVE CAL-DESC-DIG TO CAL-DESCRICAO
                           WRITE CALENDARIO-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           DISPLAY "Dia marcado como fechado"
                           AT LINE 10 COLUMN 20
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Dia ja esta fechado: "
                       AT LINE 6 COLUMN 20
                       DISPLAY CAL-DESCRICAO AT LINE 6 COLUMN 42
                       DISPLAY "Reabrir este dia? (S/N): "
                       AT LINE 8 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 8 COLUMN 46
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           DELETE CALENDARIO RECORD
                           DISPLAY "Dia reaberto" AT LINE 10 COLUMN 20
                       END-IF
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Inclui, altera ou remove uma promocao de locacao; a
      *promocao passa a valer no proximo checkout dentro da
      *vigencia, sem recompilar
       9972-MANTER-PROMOCOES  SECTION.
           MOVE "Promocoes" TO WRK-MODULO.
           MOVE ZERO TO PRM-NUM-DIG

           DISPLAY TELA
           DISPLAY "Numero da promocao: " AT LINE 5 COLUMN 20
           ACCEPT PRM-NUM-DIG AT LINE 5 COLUMN 41

           IF PRM-NUM-DIG EQUAL ZERO
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE PRM-NUM-DIG TO NUM-PROMO
               READ PROMOCOES
                   INVALID KEY
                       DISPLAY "Promocao nova" AT LINE 6 COLUMN 20
                       MOVE PRM-NUM-DIG TO NUM-PROMO
                       MOVE SPACES TO PRM-DESCRICAO
                       MOVE SPACES TO PRM-ESCOPO
                       MOVE SPACES TO PRM-VALOR-ESCOPO
                       MOVE SPACES TO PRM-TIPO-DESC
                       MOVE ZERO TO PRM-PERCENTUAL
                       MOVE ZERO TO PRM-VALOR-FIXO
                       MOVE ZERO TO PRM-DATA-INICIO
                       MOVE ZERO TO PRM-DATA-FIM
                       PERFORM 9973-EDITA-PROMOCAO
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           WRITE PROMOCOES-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           DISPLAY "Promocao gravada"
                           AT LINE 20 COLUMN 20
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Promocao existente: "
                       AT LINE 6 COLUMN 20
                       DISPLAY PRM-DESCRICAO AT LINE 6 COLUMN 41
                       DISPLAY "A-lterar ou R-emover? "
                       AT LINE 7 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 7 COLUMN 43
                       EVALUATE WRK-ESCOLHA
                           WHEN 'R'
                           WHEN 'r'
                               DELETE PROMOCOES RECORD
                               DISPLAY "Promocao removida"
                               AT LINE 20 COLUMN 20
                           WHEN 'A'
                           WHEN 'a'
                               PERFORM 9973-EDITA-PROMOCAO
                               IF WRK-ESCOLHA = 'S'
                                  OR WRK-ESCOLHA = 's'
                                   REWRITE PROMOCOES-REG
                                   DISPLAY "Promocao alterada"
                                   AT LINE 20 COLUMN 20
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 22 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 52.

      *Captura os campos de uma promocao e pede a confirmacao da
      *gravacao em WRK-ESCOLHA (S = confirma)
       9973-EDITA-PROMOCAO  SECTION.
           DISPLAY "Descricao: " AT LINE 9 COLUMN 20
           ACCEPT PRM-DESCRICAO AT LINE 9 COLUMN 32
           DISPLAY "Escopo (G-enero F-ormato D-ia sem.): "
           AT LINE 10 COLUMN 20
           ACCEPT PRM-ESCOPO AT LINE 10 COLUMN 58
           DISPLAY "Valor do escopo (genero/formato/1-7): "
           AT LINE 11 COLUMN 20
           ACCEPT PRM-VALOR-ESCOPO AT LINE 11 COLUMN 59
           DISPLAY "Tipo (P-ercentual V-alor fixo): "
           AT LINE 12 COLUMN 20
           ACCEPT PRM-TIPO-DESC AT LINE 12 COLUMN 53
           DISPLAY "Percentual: " AT LINE 13 COLUMN 20
           ACCEPT PRM-PERCENTUAL AT LINE 13 COLUMN 33
           DISPLAY "Valor fixo: " AT LINE 14 COLUMN 20
           ACCEPT PRM-VALOR-FIXO AT LINE 14 COLUMN 33
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               DISPLAY "Inicio (AAAAMMDD): " AT LINE 15 COLUMN 20
               ACCEPT PRM-DATA-INICIO AT LINE 15 COLUMN 40
               MOVE PRM-DATA-INICIO TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               DISPLAY "Fim (AAAAMMDD): " AT LINE 16 COLUMN 20
               ACCEPT PRM-DATA-FIM AT LINE 16 COLUMN 37
               MOVE PRM-DATA-FIM TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM

           DISPLAY "Confirma a gravacao? (S/N): "
           AT LINE 18 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 18 COLUMN 49.

      *Inclui, altera ou remove uma regra de pacote de locacao,
      *no mesmo padrao da manutencao de promocoes (9972)
       9876-MANTER-PACOTES  SECTION.
           MOVE "Pacotes" TO WRK-MODULO.
           MOVE ZERO TO PAC-NUM-DIG

           DISPLAY TELA
           DISPLAY "Numero do pacote: " AT LINE 5 COLUMN 20
           ACCEPT PAC-NUM-DIG AT LINE 5 COLUMN 41

           IF PAC-NUM-DIG EQUAL ZERO
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE PAC-NUM-DIG TO PAC-NUMERO
               READ PACOTES
                   INVALID KEY
                       DISPLAY "Pacote novo" AT LINE 6 COLUMN 20
                       MOVE PAC-NUM-DIG TO PAC-NUMERO
                       MOVE SPACES TO PAC-DESCRICAO
                       MOVE ZERO TO PAC-QTD
                       MOVE SPACES TO PAC-ESCOPO
                       MOVE SPACES TO PAC-VALOR-ESCOPO
                       MOVE SPACES TO PAC-TIPO
                       MOVE ZERO TO PAC-QTD-GRATIS
                       MOVE ZERO TO PAC-PRECO
                       MOVE SPACES TO PAC-DIAS
                       MOVE ZERO TO PAC-DATA-INICIO
                       MOVE ZERO TO PAC-DATA-FIM
                       PERFORM 9877-EDITA-PACOTE
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           WRITE PACOTES-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           DISPLAY "Pacote gravado"
                           AT LINE 20 COLUMN 20
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Pacote existente: "
                       AT LINE 6 COLUMN 20
                       DISPLAY PAC-DESCRICAO AT LINE 6 COLUMN 41
                       DISPLAY "A-lterar ou R-emover? "
                       AT LINE 7 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 7 COLUMN 43
                       EVALUATE WRK-ESCOLHA
                           WHEN 'R'
                           WHEN 'r'
                               DELETE PACOTES RECORD
                               DISPLAY "Pacote removido"
                               AT LINE 20 COLUMN 20
                           WHEN 'A'
                           WHEN 'a'
                               PERFORM 9877-EDITA-PACOTE
                               IF WRK-ESCOLHA = 'S'
                                  OR WRK-ESCOLHA = 's'
                                   REWRITE PACOTES-REG
                                   DISPLAY "Pacote alterado"
                                   AT LINE 20 COLUMN 20
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 22 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 52.

      *Captura os campos de uma regra de pacote e pede a
      *confirmacao da gravacao em WRK-ESCOLHA (S = confirma)
       9877-EDITA-PACOTE  SECTION.
           DISPLAY "Descricao: " AT LINE 8 COLUMN 20
           ACCEPT PAC-DESCRICAO AT LINE 8 COLUMN 32
           DISPLAY "Itens por grupo: " AT LINE 9 COLUMN 20
           ACCEPT PAC-QTD AT LINE 9 COLUMN 38
           DISPLAY "Alcance (G-enero C-ategoria F-ormato T-odos): "
           AT LINE 10 COLUMN 20
           ACCEPT PAC-ESCOPO AT LINE 10 COLUMN 67
           DISPLAY "Valor do alcance (genero/L-C-P/formato): "
           AT LINE 11 COLUMN 20
           ACCEPT PAC-VALOR-ESCOPO AT LINE 11 COLUMN 62
           DISPLAY "Tipo (G-ratis P-reco fechado): "
           AT LINE 12 COLUMN 20
           ACCEPT PAC-TIPO AT LINE 12 COLUMN 52
           DISPLAY "Itens gratis por grupo: " AT LINE 13 COLUMN 20
           ACCEPT PAC-QTD-GRATIS AT LINE 13 COLUMN 45
           DISPLAY "Preco do grupo (BRL): " AT LINE 14 COLUMN 20
           ACCEPT PAC-PRECO AT LINE 14 COLUMN 43
           DISPLAY "Dias (S por dia, dom a sab; branco = todos): "
           AT LINE 15 COLUMN 20
           ACCEPT PAC-DIAS AT LINE 15 COLUMN 66
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               DISPLAY "Inicio (AAAAMMDD): " AT LINE 16 COLUMN 20
               ACCEPT PAC-DATA-INICIO AT LINE 16 COLUMN 40
               MOVE PAC-DATA-INICIO TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               DISPLAY "Fim (AAAAMMDD): " AT LINE 17 COLUMN 20
               ACCEPT PAC-DATA-FIM AT LINE 17 COLUMN 37
               MOVE PAC-DATA-FIM TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM

      *    Regra que o 3123 nao teria como aplicar nao e gravada
           IF PAC-QTD < 2
              OR (PAC-TIPO NOT EQUAL 'G' AND NOT EQUAL 'P')
              OR (PAC-TIPO EQUAL 'G'
                  AND (PAC-QTD-GRATIS EQUAL ZERO
                   OR PAC-QTD-GRATIS NOT LESS THAN PAC-QTD))
               MOVE 'Regra de pacote invalida' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               MOVE 'N' TO WRK-ESCOLHA
           ELSE
               DISPLAY "Confirma a gravacao? (S/N): "
               AT LINE 18 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 18 COLUMN 49
           END-IF.

      *Inclui ou altera um plano de assinatura (mensalidade,
      *locacoes inclusas, desconto e bonus de limite)
       9975-MANTER-PLANOS  SECTION.
           MOVE "Planos" TO WRK-MODULO.
           MOVE SPACES TO PLN-COD-DIG

           DISPLAY TELA
           DISPLAY "Codigo do plano: " AT LINE 5 COLUMN 20
           ACCEPT PLN-COD-DIG AT LINE 5 COLUMN 38

           IF PLN-COD-DIG EQUAL SPACES
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE PLN-COD-DIG TO PLN-CODIGO
               READ PLANOS
                   INVALID KEY
                       DISPLAY "Plano novo" AT LINE 6 COLUMN 20
                       MOVE PLN-COD-DIG TO PLN-CODIGO
                       MOVE SPACES TO PLN-DESCRICAO
                       MOVE ZERO TO PLN-MENSALIDADE
                       MOVE ZERO TO PLN-LOCACOES-INCLUSAS
                       MOVE ZERO TO PLN-DESCONTO-PCT
                       MOVE ZERO TO PLN-BONUS-LIMITE
                       PERFORM 9976-EDITA-PLANO
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           WRITE PLANOS-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           DISPLAY "Plano gravado" AT LINE 18 COLUMN 20
                       END-IF
                   NOT INVALID KEY
                       PERFORM 9976-EDITA-PLANO
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           REWRITE PLANOS-REG
                           DISPLAY "Plano alterado" AT LINE 18 COLUMN 20
                       END-IF
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Captura os campos de um plano e pede a confirmacao da
      *gravacao em WRK-ESCOLHA (S = confirma)
       9976-EDITA-PLANO  SECTION.
           DISPLAY "Descricao: " AT LINE 8 COLUMN 20
           ACCEPT PLN-DESCRICAO AT LINE 8 COLUMN 32
           DISPLAY "Mensalidade: " AT LINE 9 COLUMN 20
           ACCEPT PLN-MENSALIDADE AT LINE 9 COLUMN 34
           DISPLAY "Locacoes inclusas por mes: " AT LINE 10 COLUMN 20
           ACCEPT PLN-LOCACOES-INCLUSAS AT LINE 10 COLUMN 48
           DISPLAY "Desconto (%): " AT LINE 11 COLUMN 20
           ACCEPT PLN-DESCONTO-PCT AT LINE 11 COLUMN 35
           DISPLAY "Bonus de limite de filmes: " AT LINE 12 COLUMN 20
           ACCEPT PLN-BONUS-LIMITE AT LINE 12 COLUMN 48

           DISPLAY "Confirma a gravacao? (S/N): "
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 49.

      *Varre os clientes ativos com plano e grava em PLANVENC.CSV
      *os que estao com a mensalidade vencida, para o balcao
      *oferecer a renovacao
       9974-RELATORIO-PLANOS-VENCIDOS  SECTION.
           MOVE 0 TO WRK-QTD-PLANVENC
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT PLANVENC
           MOVE "Cliente;Nome;Telefone;Plano;PagoAte" TO PLANVENC-REG
           WRITE PLANVENC-REG

           MOVE LOW-VALUES TO COD-CLIENTE
           START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
               INVALID KEY
                   MOVE 10 TO CLIENTES-STATUS
           END-START
           IF CLIENTES-STATUS EQUAL 0
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                   IF CLIENTE-ATIVO
                      AND CLI-PLANO NOT EQUAL SPACES
                      AND CLI-PAGO-ATE < WRK-DATA-HOJE
                       ADD 1 TO WRK-QTD-PLANVENC
                       MOVE SPACES TO WRK-LINHA-CSV
                       STRING COD-CLIENTE      DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              NOME-CLIENTE     DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              TELEFONE-CLIENTE DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              CLI-PLANO        DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              CLI-PAGO-ATE     DELIMITED BY SIZE
                              INTO WRK-LINHA-CSV
                       END-STRING
                       WRITE PLANVENC-REG FROM WRK-LINHA-CSV
                   END-IF
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-IF

           CLOSE PLANVENC.

           DISPLAY TELA
           DISPLAY "Relatorio de planos vencidos gerado em"
           AT LINE 10 COLUMN 20
           DISPLAY "PLANVENC.CSV" AT LINE 11 COLUMN 20

           DISPLAY "Clientes com plano vencido: " AT LINE 13 COLUMN 20
           DISPLAY WRK-QTD-PLANVENC AT LINE 13 COLUMN 50

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 15 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 55.

      *Ranking dos melhores clientes por receita em um periodo:
      *percorre PAGAMENTOS na ordem da chave alternada por cliente
      *(quebra de controle), acumula receita e multas pagas, conta
      *as locacoes do periodo pelo indice de EMPRESTIMOS, reordena
      *os totais por receita decrescente via SORT (como o
      *9100-TOP-AVALIADOS faz por nota) e grava os 20 primeiros em
      *TOPCLI.CSV com o nome do cliente
       9977-TOP-CLIENTES  SECTION.
           MOVE "Top clientes" TO WRK-MODULO.
           MOVE ZERO TO WRK-TOP-DATA-INI
           MOVE ZERO TO WRK-TOP-DATA-FIM

           DISPLAY TELA
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               DISPLAY "Periodo - inicio (AAAAMMDD): "
               AT LINE 5 COLUMN 20
               ACCEPT WRK-TOP-DATA-INI AT LINE 5 COLUMN 50
               MOVE WRK-TOP-DATA-INI TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               DISPLAY "Periodo - fim    (AAAAMMDD): "
               AT LINE 6 COLUMN 20
               ACCEPT WRK-TOP-DATA-FIM AT LINE 6 COLUMN 50
               MOVE WRK-TOP-DATA-FIM TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM

           OPEN OUTPUT CLITOT

           MOVE 0 TO WRK-CT-CLIENTE-ANT
           MOVE 0 TO WRK-CT-VALOR-ACUM
           MOVE 0 TO WRK-CT-MULTAS-ACUM

           MOVE LOW-VALUES TO PAG-CLIENTE
           START PAGAMENTOS KEY IS NOT LESS THAN PAG-CLIENTE
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START
           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
               PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                   IF PAG-CLIENTE NOT EQUAL WRK-CT-CLIENTE-ANT
                       PERFORM 9978-FECHA-CLIENTE-TOP
                       MOVE PAG-CLIENTE TO WRK-CT-CLIENTE-ANT
                   END-IF
                   IF PAG-DATA NOT LESS THAN WRK-TOP-DATA-INI
                      AND PAG-DATA NOT GREATER THAN WRK-TOP-DATA-FIM
                       IF PAGAMENTO-ESTORNO
                          OR PAGAMENTO-NOTA-CRED
                           SUBTRACT PAG-VALOR-BRL
                               FROM WRK-CT-VALOR-ACUM
                       ELSE
                           ADD PAG-VALOR-BRL TO WRK-CT-VALOR-ACUM
                       END-IF
                       IF PAGAMENTO-MULTA
                           ADD PAG-VALOR-BRL TO WRK-CT-MULTAS-ACUM
                       END-IF
                   END-IF
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM
           END-IF
           PERFORM 9978-FECHA-CLIENTE-TOP

           CLOSE CLITOT

           SORT CLIENTESORD
               ON DESCENDING KEY CT-VALOR-ORD
               USING CLITOT
               GIVING CLITOP

           OPEN INPUT CLITOP
           OPEN OUTPUT TOPCLI
           MOVE "Cliente;Nome;Locacoes;MultasPagas;Receita"
               TO TOPCLI-REG
           WRITE TOPCLI-REG

           MOVE 0 TO WRK-CT-LINHAS
           READ CLITOP
           PERFORM UNTIL CLITOP-STATUS NOT EQUAL 0
               OR WRK-CT-LINHAS NOT LESS THAN 20
               MOVE CT-CLIENTE-TOP TO COD-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE SPACES TO NOME-CLIENTE
               END-READ

               MOVE SPACES TO WRK-LINHA-CSV
               STRING CT-CLIENTE-TOP  DELIMITED BY SIZE
                      ";"             DELIMITED BY SIZE
                      NOME-CLIENTE    DELIMITED BY SIZE
                      ";"             DELIMITED BY SIZE
                      CT-QTD-TOP      DELIMITED BY SIZE
                      ";"             DELIMITED BY SIZE
                      CT-MULTAS-TOP   DELIMITED BY SIZE
                      ";"             DELIMITED BY SIZE
                      CT-VALOR-TOP    DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE TOPCLI-REG FROM WRK-LINHA-CSV
               ADD 1 TO WRK-CT-LINHAS

               READ CLITOP
           END-PERFORM

           CLOSE CLITOP
           CLOSE TOPCLI

           DISPLAY TELA
           DISPLAY "Ranking de clientes gerado em TOPCLI.CSV"
           AT LINE 10 COLUMN 20

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Fecha o grupo do cliente corrente do ranking: conta as
      *locacoes do periodo pelo indice por cliente de EMPRESTIMOS
      *e grava o total acumulado (cliente zero, usado em recibos
      *sem cliente, fica de fora)
       9978-FECHA-CLIENTE-TOP  SECTION.
           IF WRK-CT-CLIENTE-ANT NOT EQUAL ZERO
              AND WRK-CT-VALOR-ACUM > ZERO
               MOVE 0 TO WRK-CT-QTD-LOC
               MOVE WRK-CT-CLIENTE-ANT TO WRK-EXT-CLIENTE
               PERFORM 3486-REINICIA-CLIENTE
               PERFORM 3485-LER-PROX-DO-CLIENTE
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   IF NOT EMPRESTIMO-ESTORNADO
                      AND EMP-DATA-RETIRADA NOT LESS THAN
                          WRK-TOP-DATA-INI
                      AND EMP-DATA-RETIRADA NOT GREATER THAN
                          WRK-TOP-DATA-FIM
                       ADD 1 TO WRK-CT-QTD-LOC
                   END-IF
                   PERFORM 3485-LER-PROX-DO-CLIENTE
               END-PERFORM

               MOVE WRK-CT-CLIENTE-ANT TO CT-CLIENTE
               MOVE WRK-CT-VALOR-ACUM TO CT-VALOR
               MOVE WRK-CT-MULTAS-ACUM TO CT-MULTAS
               MOVE WRK-CT-QTD-LOC TO CT-QTD
               WRITE CLITOT-REG
           END-IF
           MOVE 0 TO WRK-CT-VALOR-ACUM
           MOVE 0 TO WRK-CT-MULTAS-ACUM.

      *Varredura diaria das reservas Atendidas paradas: a que
      *passou do prazo de retirada (WRK-DIAS-RESERVA) vence, o
      *exemplar separado passa para o proximo da fila (promovido a
      *Atendida) ou volta para a prateleira quando a fila acabou;
      *cada acao deixa uma linha na trilha de auditoria
       9979-VENCE-RESERVAS  SECTION.
           MOVE "Vencer reservas" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-VENCIDAS
           MOVE 0 TO WRK-QTD-PROMOVIDAS
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           MOVE 0 TO WRK-SWEEP-POS
           MOVE 'N' TO WRK-SWEEP-FIM
           PERFORM UNTIL WRK-SWEEP-FIM EQUAL 'S'
               PERFORM 9941-ACHA-RESERVA-VENCIDA
               IF WRK-RES-VENCIDA EQUAL ZERO
                   MOVE 'S' TO WRK-SWEEP-FIM
               ELSE
                   MOVE WRK-RES-VENCIDA TO WRK-SWEEP-POS
                   PERFORM 9942-EXPIRA-RESERVA
               END-IF
           END-PERFORM

           DISPLAY TELA
           DISPLAY "Varredura de reservas concluida"
           AT LINE 5 COLUMN 20

           DISPLAY "Reservas vencidas : " AT LINE 7 COLUMN 20
           DISPLAY WRK-QTD-VENCIDAS AT LINE 7 COLUMN 42

           DISPLAY "Filas promovidas  : " AT LINE 8 COLUMN 20
           DISPLAY WRK-QTD-PROMOVIDAS AT LINE 8 COLUMN 42

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 10 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 52.

      *Acha a proxima reserva Atendida ja vencida com numero acima
      *da posicao da varredura; WRK-RES-VENCIDA = 0 quando acabou.
      *A cada chamada o cursor e reposicionado, porque o
      *processamento anterior mexe em outros registros da fila
       9941-ACHA-RESERVA-VENCIDA  SECTION.
           MOVE ZERO TO WRK-RES-VENCIDA
           COMPUTE NUM-RESERVA = WRK-SWEEP-POS + 1
           START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
               INVALID KEY
                   MOVE 10 TO RESERVAS-STATUS
           END-START
           IF RESERVAS-STATUS EQUAL 0
               READ RESERVAS NEXT RECORD
               PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                  OR WRK-RES-VENCIDA NOT EQUAL ZERO
                   IF RESERVA-ATENDIDA
                      AND RES-DATA-ATENDIDA > ZERO
                       MOVE RES-DATA-ATENDIDA TO WRK-DATA-CALC
                       PERFORM 3150-AVANCA-UM-DIA
                           WRK-DIAS-RESERVA TIMES
                       IF WRK-DATA-HOJE > WRK-DATA-CALC
                           MOVE NUM-RESERVA TO WRK-RES-VENCIDA
                       END-IF
                   END-IF
                   IF WRK-RES-VENCIDA EQUAL ZERO
                       READ RESERVAS NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF.

      *Vence a reserva corrente (em RESERVAS-REG), promove a
      *proxima Aguardando do mesmo filme e acerta a situacao do
      *exemplar separado
       9942-EXPIRA-RESERVA  SECTION.
           MOVE RES-CODFILME TO WRK-SWEEP-FILME

           MOVE 'V' TO RES-STATUS
           REWRITE RESERVAS-REG
           MOVE 'A' TO WRK-JRN-OPER
           PERFORM 5206-JORNAL-RESERVAS
           ADD 1 TO WRK-QTD-VENCIDAS

           MOVE WRK-SWEEP-FILME TO CODFILME
           MOVE 'RESVENC' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'RESERVA=' DELIMITED BY SIZE
                  WRK-RES-VENCIDA DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA

      *    Proxima da fila (Aguardando mais antiga) do mesmo filme
           MOVE ZERO TO WRK-RES-PROX
           MOVE LOW-VALUES TO NUM-RESERVA
           START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
               INVALID KEY
                   MOVE 10 TO RESERVAS-STATUS
           END-START
           IF RESERVAS-STATUS EQUAL 0
               READ RESERVAS NEXT RECORD
               PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                  OR WRK-RES-PROX NOT EQUAL ZERO
                   IF RES-CODFILME EQUAL WRK-SWEEP-FILME
                      AND RESERVA-AGUARDANDO
                       MOVE NUM-RESERVA TO WRK-RES-PROX
                   ELSE
                       READ RESERVAS NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF

      *    Exemplar que estava separado para a reserva vencida
           PERFORM 9943-ACHA-EXEMPLAR-SEPARADO

           IF WRK-RES-PROX NOT EQUAL ZERO
               MOVE WRK-RES-PROX TO NUM-RESERVA
               READ RESERVAS
                   NOT INVALID KEY
                       MOVE 'T' TO RES-STATUS
                       MOVE WRK-DATA-HOJE TO RES-DATA-ATENDIDA
                       REWRITE RESERVAS-REG
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5206-JORNAL-RESERVAS
                       ADD 1 TO WRK-QTD-PROMOVIDAS

                       MOVE 'RESPROMO' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'RESERVA=' DELIMITED BY SIZE
                              WRK-RES-PROX DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA
               END-READ
           ELSE
               IF WRK-EX-RES-ACHOU NOT EQUAL ZERO
                   MOVE WRK-SWEEP-FILME TO EX-CODFILME
                   MOVE WRK-EX-RES-ACHOU TO EX-NUMERO
                   READ EXEMPLARES
                       NOT INVALID KEY
                           MOVE 'D' TO EX-STATUS
                           REWRITE EXEMPLARES-REG
                           MOVE 'A' TO WRK-JRN-OPER
                           PERFORM 5205-JORNAL-EXEMPLARES
                   END-READ
               END-IF
           END-IF.

      *Acha o numero do exemplar do filme da varredura que esta
      *com situacao Reservado (separado atras do balcao)
       9943-ACHA-EXEMPLAR-SEPARADO  SECTION.
           MOVE ZERO TO WRK-EX-RES-ACHOU
           MOVE WRK-SWEEP-FILME TO EX-CODFILME
           MOVE ZERO TO EX-NUMERO
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                  OR EX-CODFILME NOT EQUAL WRK-SWEEP-FILME
                  OR WRK-EX-RES-ACHOU NOT EQUAL ZERO
                   IF EXEMPLAR-RESERVADO
                       MOVE EX-NUMERO TO WRK-EX-RES-ACHOU
                   ELSE
                       READ EXEMPLARES NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF.

      *Lista da manha: varre os exemplares com situacao Reservado,
      *junta a reserva Atendida mais antiga do filme, o titulo e o
      *contato do cliente, e grava em SEPARADOS.CSV uma linha por
      *exemplar separado com os dias que o cliente ja esta sendo
      *esperado
       9944-LISTA-SEPARADOS  SECTION.
           MOVE "Lista reservados" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-SEPARADOS
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT SEPARADOS
           MOVE "Titulo;Localizacao;Cliente;Telefone;DiasEspera"
               TO SEPARADOS-REG
           WRITE SEPARADOS-REG

           MOVE LOW-VALUES TO EX-CHAVE
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                   IF EXEMPLAR-RESERVADO
                       PERFORM 9945-GRAVA-LINHA-SEPARADO
                   END-IF
                   READ EXEMPLARES NEXT RECORD
               END-PERFORM
           END-IF

           CLOSE SEPARADOS.

           DISPLAY TELA
           DISPLAY "Lista de reservados gerada em"
           AT LINE 10 COLUMN 20
           DISPLAY "SEPARADOS.CSV" AT LINE 11 COLUMN 20

           DISPLAY "Exemplares separados: " AT LINE 13 COLUMN 20
           DISPLAY WRK-QTD-SEPARADOS AT LINE 13 COLUMN 43

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 15 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 55.

      *Monta a linha da lista para o exemplar separado corrente:
      *reserva Atendida mais antiga do filme, titulo, contato do
      *cliente e dias de espera desde a separacao
       9945-GRAVA-LINHA-SEPARADO  SECTION.
           MOVE EX-CODFILME TO WRK-SWEEP-FILME

           MOVE ZERO TO WRK-RES-PROX
           MOVE LOW-VALUES TO NUM-RESERVA
           START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
               INVALID KEY
                   MOVE 10 TO RESERVAS-STATUS
           END-START
           IF RESERVAS-STATUS EQUAL 0
               READ RESERVAS NEXT RECORD
               PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                  OR WRK-RES-PROX NOT EQUAL ZERO
                   IF RES-CODFILME EQUAL WRK-SWEEP-FILME
                      AND RESERVA-ATENDIDA
                       MOVE NUM-RESERVA TO WRK-RES-PROX
                   ELSE
                       READ RESERVAS NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF

           IF WRK-RES-PROX NOT EQUAL ZERO
               MOVE EX-CODFILME TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE SPACES TO TITULO
               END-READ
               MOVE RES-CLIENTE TO COD-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE SPACES TO NOME-CLIENTE
                       MOVE SPACES TO TELEFONE-CLIENTE
               END-READ

               MOVE 0 TO WRK-DIAS-ESPERA
               IF RES-DATA-ATENDIDA > ZERO
                  AND WRK-DATA-HOJE > RES-DATA-ATENDIDA
                   MOVE RES-DATA-ATENDIDA TO WRK-DATA-CALC
                   PERFORM UNTIL WRK-DATA-CALC EQUAL WRK-DATA-HOJE
                       PERFORM 3150-AVANCA-UM-DIA
                       ADD 1 TO WRK-DIAS-ESPERA
                   END-PERFORM
               END-IF

               ADD 1 TO WRK-QTD-SEPARADOS
               MOVE SPACES TO WRK-LINHA-CSV
               STRING TITULO           DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      EX-LOCALIZACAO   DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      NOME-CLIENTE     DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      TELEFONE-CLIENTE DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WRK-DIAS-ESPERA  DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE SEPARADOS-REG FROM WRK-LINHA-CSV
           END-IF.

      *Cria um pedido de compra: valida o distribuidor contra
      *DISTRIB, grava o cabecalho (linha 00) como Aberto e le os
      *itens em sequencia (codigo zero encerra), validando filme e
      *moeda de cada linha
       9946-CRIAR-PEDIDO  SECTION.
           MOVE "Pedido compra" TO WRK-MODULO.
           MOVE SPACES TO PC-DIST-DIG

           DISPLAY TELA
           DISPLAY "Distribuidor: " AT LINE 5 COLUMN 20
           ACCEPT PC-DIST-DIG AT LINE 5 COLUMN 35

           MOVE PC-DIST-DIG TO COD-DISTRIBUIDORA
           READ DISTRIB
               INVALID KEY
                   MOVE 'Distribuidora invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   MOVE '1' TO CTLPED-CHAVE
                   READ CTLPED KEY IS CTLPED-CHAVE
                   COMPUTE WRK-PROX-PEDIDO = CTLPED-ULT-NUMERO + 1

                   MOVE WRK-PROX-PEDIDO TO PC-NUMERO
                   MOVE ZERO TO PC-LINHA
                   MOVE PC-DIST-DIG TO PC-DISTRIBUIDORA
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-DATA-HOJE TO PC-DATA
      *            Nasce aguardando; so vira Aberto quando o total
      *            couber na alcada de quem criou (9649)
                   MOVE 'P' TO PC-STATUS
                   MOVE ZERO TO PC-CODFILME
                   MOVE ZERO TO PC-QTD-PEDIDA
                   MOVE ZERO TO PC-QTD-RECEBIDA
                   MOVE ZERO TO PC-CUSTO
                   MOVE SPACES TO PC-MOEDA

                   WRITE PEDCOMPRA-REG
                       INVALID KEY
                           MOVE 'Erro ao gravar pedido' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE '9946-CRIAR-PEDIDO' TO WRK-ERL-PARAGRAFO
                           MOVE 'PEDCOMPRA' TO WRK-ERL-ARQUIVO
                           MOVE 'WRITE' TO WRK-ERL-OPERACAO
                           MOVE PEDCOMPRA-STATUS TO WRK-ERL-STATUS
                           MOVE PC-CHAVE TO WRK-ERL-CHAVE
                           PERFORM 5196-GRAVA-ERRO-ARQUIVO
                       NOT INVALID KEY
                           MOVE WRK-PROX-PEDIDO TO CTLPED-ULT-NUMERO
                           REWRITE CTLPED-REG
                           DISPLAY "Pedido numero: " AT LINE 6 COLUMN 20
                           DISPLAY WRK-PROX-PEDIDO AT LINE 6 COLUMN 36

      *                    Orcamento do mes ja gasto, para conferir
      *                    item a item o que o pedido acrescenta
                           MOVE 'N' TO WRK-ORC-APROVADO
                           MOVE ZERO TO WRK-ORC-PEDIDO
                           COMPUTE WRK-ORC-MES = WRK-DATA-HOJE / 100
                           PERFORM 9982-APURA-ORCAMENTO
                           MOVE PC-DIST-DIG TO WRK-ORC-DIST

                           MOVE ZERO TO WRK-PED-LINHA
                           MOVE 'N' TO WRK-PED-FIM
                           PERFORM 9951-LE-ITEM-PEDIDO
                               UNTIL WRK-PED-FIM EQUAL 'S'
                               OR WRK-PED-LINHA NOT LESS THAN 99

                           PERFORM 9649-SUBMETE-PEDIDO
                   END-WRITE
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Le e grava um item do pedido corrente (codigo zero encerra)
       9951-LE-ITEM-PEDIDO  SECTION.
           MOVE ZERO TO PC-FILME-DIG
           DISPLAY "Codigo do filme (0 encerra): "
           AT LINE 8 COLUMN 20 ERASE EOL
           ACCEPT PC-FILME-DIG AT LINE 8 COLUMN 50

           IF PC-FILME-DIG EQUAL ZERO
               MOVE 'S' TO WRK-PED-FIM
           ELSE
               MOVE PC-FILME-DIG TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE 'Filme nao cadastrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
                       MOVE ZERO TO PC-QTD-DIG
                       MOVE ZERO TO PC-CUSTO-DIG
                       MOVE SPACES TO PC-MOEDA-DIG
                       DISPLAY "Quantidade: "
                       AT LINE 9 COLUMN 20 ERASE EOL
                       ACCEPT PC-QTD-DIG AT LINE 9 COLUMN 33
                       DISPLAY "Custo unitario: "
                       AT LINE 10 COLUMN 20 ERASE EOL
                       ACCEPT PC-CUSTO-DIG AT LINE 10 COLUMN 37
                       DISPLAY "Moeda: "
                       AT LINE 11 COLUMN 20 ERASE EOL
                       ACCEPT PC-MOEDA-DIG AT LINE 11 COLUMN 28

                       MOVE PC-MOEDA-DIG TO COD-MOEDA
                       READ TAXACAMBIO
                           INVALID KEY
                               MOVE 'Moeda invalida' TO WRK-ERRO
                               DISPLAY TELA-ERRO ERASE EOL
                           NOT INVALID KEY
                               COMPUTE WRK-ORC-VALOR-LINHA ROUNDED =
                                   PC-QTD-DIG * PC-CUSTO-DIG
                                   * TAXA-CONVERSAO
                               PERFORM 9983-CONFERE-ORCAMENTO
                               IF WRK-ORC-LIBERADO EQUAL 'S'
                                   PERFORM 9926-GRAVA-ITEM-PEDIDO
                               ELSE
                                   MOVE 'Item nao gravado' TO WRK-ERRO
                                   DISPLAY TELA-ERRO ERASE EOL
                               END-IF
                       END-READ
               END-READ
           END-IF.

      *Grava o item digitado como a proxima linha do pedido
      *corrente e soma o valor dele no que o pedido ja compromete
       9926-GRAVA-ITEM-PEDIDO  SECTION.
           ADD 1 TO WRK-PED-LINHA
           MOVE WRK-PROX-PEDIDO TO PC-NUMERO
           MOVE WRK-PED-LINHA TO PC-LINHA
           MOVE SPACES TO PC-DISTRIBUIDORA
           MOVE ZERO TO PC-DATA
           MOVE SPACE TO PC-STATUS
           MOVE PC-FILME-DIG TO PC-CODFILME
           MOVE PC-QTD-DIG TO PC-QTD-PEDIDA
           MOVE ZERO TO PC-QTD-RECEBIDA
           MOVE PC-CUSTO-DIG TO PC-CUSTO
           MOVE PC-MOEDA-DIG TO PC-MOEDA
           WRITE PEDCOMPRA-REG
               INVALID KEY
                   MOVE 'Erro ao gravar item' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE '9926-GRAVA-ITEM-PEDIDO' TO WRK-ERL-PARAGRAFO
                   MOVE 'PEDCOMPRA' TO WRK-ERL-ARQUIVO
                   MOVE 'WRITE' TO WRK-ERL-OPERACAO
                   MOVE PEDCOMPRA-STATUS TO WRK-ERL-STATUS
                   MOVE PC-CHAVE TO WRK-ERL-CHAVE
                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
               NOT INVALID KEY
                   ADD WRK-ORC-VALOR-LINHA TO WRK-ORC-PEDIDO
                   DISPLAY "Item gravado: "
                   AT LINE 12 COLUMN 20 ERASE EOL
                   DISPLAY WRK-PED-LINHA
                   AT LINE 12 COLUMN 35
           END-WRITE.

      *Confere se o item em WRK-ORC-VALOR-LINHA leva o mes acima
      *do orcamento do distribuidor do pedido ou do da loja (o
      *ja comprometido e realizado, mais o que o pedido corrente
      *ja somou); estourando, avisa e so libera com a aprovacao
      *de um supervisor, pedida uma vez por pedido e registrada
      *na trilha de auditoria
       9983-CONFERE-ORCAMENTO  SECTION.
           MOVE 'S' TO WRK-ORC-LIBERADO
           MOVE 'N' TO WRK-ORC-ESTOURO

           PERFORM 9986-LOCALIZA-DIST-ORC
           IF WRK-ORC-IDX > 0
               IF WRK-ORC-T-ORCADO (WRK-ORC-IDX) > 0
                   COMPUTE WRK-ORC-USADO =
                       WRK-ORC-T-COMPROM (WRK-ORC-IDX)
                       + WRK-ORC-T-REALIZ (WRK-ORC-IDX)
                       + WRK-ORC-PEDIDO + WRK-ORC-VALOR-LINHA
                   IF WRK-ORC-USADO > WRK-ORC-T-ORCADO (WRK-ORC-IDX)
                       MOVE 'S' TO WRK-ORC-ESTOURO
                       MOVE WRK-ORC-T-ORCADO (WRK-ORC-IDX)
                           TO WRK-ORC-VALOR-ED
                   END-IF
               END-IF
           END-IF
           IF WRK-ORC-ESTOURO EQUAL 'N' AND WRK-ORC-L-ORCADO > 0
               COMPUTE WRK-ORC-USADO =
                   WRK-ORC-L-COMPROM + WRK-ORC-L-REALIZ
                   + WRK-ORC-PEDIDO + WRK-ORC-VALOR-LINHA
               IF WRK-ORC-USADO > WRK-ORC-L-ORCADO
                   MOVE 'S' TO WRK-ORC-ESTOURO
                   MOVE WRK-ORC-L-ORCADO TO WRK-ORC-VALOR-ED
               END-IF
           END-IF

           IF WRK-ORC-ESTOURO EQUAL 'S'
              AND WRK-ORC-APROVADO EQUAL 'N'
               MOVE 'Pedido estoura o orcamento' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               DISPLAY "Orcado no mes: " AT LINE 14 COLUMN 20
               DISPLAY WRK-ORC-VALOR-ED AT LINE 14 COLUMN 36
               MOVE WRK-ORC-USADO TO WRK-ORC-VALOR-ED
               DISPLAY "Com este item: " AT LINE 15 COLUMN 20
               DISPLAY WRK-ORC-VALOR-ED AT LINE 15 COLUMN 36
               PERFORM 3925-APROVA-SUPERVISOR
               IF WRK-MC-APROV-OK EQUAL 'S'
                   MOVE 'S' TO WRK-ORC-APROVADO
                   MOVE ZERO TO CODFILME
                   MOVE 'ORCEXCED' TO WRK-AUD-OPERACAO
                   MOVE SPACES TO WRK-AUD-DETALHE
                   STRING 'PEDIDO=' DELIMITED BY SIZE
                          WRK-PROX-PEDIDO DELIMITED BY SIZE
                          ' SUP=' DELIMITED BY SIZE
                          WRK-MC-SUP-DIG DELIMITED BY SIZE
                          INTO WRK-AUD-DETALHE
                   END-STRING
                   PERFORM 5190-GRAVA-AUDITORIA
               ELSE
                   MOVE 'N' TO WRK-ORC-LIBERADO
               END-IF
               DISPLAY " " AT LINE 14 COLUMN 20 ERASE EOL
               DISPLAY " " AT LINE 15 COLUMN 20 ERASE EOL
           END-IF.

      *Apura o orcamento do mes WRK-ORC-MES por distribuidor e da
      *loja: o orcado vem de ORCAMENTO, o comprometido do saldo a
      *receber (pedida menos recebida, ao custo) das linhas dos
      *pedidos Abertos ou Enviados emitidos no mes, e o realizado
      *das linhas das notas fiscais de compra do mes; tudo em BRL
      *pela TAXACAMBIO
       9982-APURA-ORCAMENTO  SECTION.
           MOVE 0 TO WRK-ORC-QTD-DIST
           MOVE 0 TO WRK-ORC-L-ORCADO
           MOVE 0 TO WRK-ORC-L-COMPROM
           MOVE 0 TO WRK-ORC-L-REALIZ

           MOVE WRK-ORC-MES TO ORC-MES
           MOVE LOW-VALUES TO ORC-DISTRIBUIDORA
           START ORCAMENTO KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   MOVE 10 TO ORCAMENTO-STATUS
           END-START
           IF ORCAMENTO-STATUS EQUAL 0
               READ ORCAMENTO NEXT RECORD
               PERFORM UNTIL ORCAMENTO-STATUS NOT EQUAL 0
                  OR ORC-MES NOT EQUAL WRK-ORC-MES
                   IF ORCAMENTO-LOJA
                       MOVE ORC-VALOR TO WRK-ORC-L-ORCADO
                   ELSE
                       MOVE ORC-DISTRIBUIDORA TO WRK-ORC-DIST
                       PERFORM 9986-LOCALIZA-DIST-ORC
                       IF WRK-ORC-IDX > 0
                           MOVE ORC-VALOR
                               TO WRK-ORC-T-ORCADO (WRK-ORC-IDX)
                       END-IF
                   END-IF
                   READ ORCAMENTO NEXT RECORD
               END-PERFORM
           END-IF

      *    Comprometido: a linha 00 de cada pedido traz o
      *    distribuidor, a data e a situacao dos itens seguintes
           MOVE 'N' TO WRK-ORC-CAB-ABERTO
           MOVE LOW-VALUES TO PC-CHAVE
           START PEDCOMPRA KEY IS NOT LESS THAN PC-CHAVE
               INVALID KEY
                   MOVE 10 TO PEDCOMPRA-STATUS
           END-START
           IF PEDCOMPRA-STATUS EQUAL 0
               READ PEDCOMPRA NEXT RECORD
               PERFORM UNTIL PEDCOMPRA-STATUS NOT EQUAL 0
                   IF PC-LINHA EQUAL ZERO
                       MOVE PC-DISTRIBUIDORA TO WRK-ORC-CAB-DIST
                       COMPUTE WRK-ORC-CAB-MES = PC-DATA / 100
      *                O pedido na fila de aprovacao ja conta,
      *                para dois pedidos parados nao estourarem
      *                juntos o orcamento
                       IF PEDIDO-ABERTO OR PEDIDO-ENVIADO
                          OR PEDIDO-AGUARDANDO OR PEDIDO-DEVOLVIDO
                           MOVE 'S' TO WRK-ORC-CAB-ABERTO
                       ELSE
                           MOVE 'N' TO WRK-ORC-CAB-ABERTO
                       END-IF
                   ELSE
                       IF WRK-ORC-CAB-ABERTO EQUAL 'S'
                          AND WRK-ORC-CAB-MES EQUAL WRK-ORC-MES
                          AND PC-QTD-PEDIDA > PC-QTD-RECEBIDA
                           MOVE PC-MOEDA TO COD-MOEDA
                           READ TAXACAMBIO KEY IS COD-MOEDA
                               INVALID KEY
                                   MOVE 1,0000 TO WRK-TAXA-ACHOU
                               NOT INVALID KEY
                                   MOVE TAXA-CONVERSAO TO WRK-TAXA-ACHOU
                           END-READ
                           COMPUTE WRK-ORC-VALOR-LINHA ROUNDED =
                               (PC-QTD-PEDIDA - PC-QTD-RECEBIDA)
                               * PC-CUSTO * WRK-TAXA-ACHOU
                           ADD WRK-ORC-VALOR-LINHA TO WRK-ORC-L-COMPROM
                           MOVE WRK-ORC-CAB-DIST TO WRK-ORC-DIST
                           PERFORM 9986-LOCALIZA-DIST-ORC
                           IF WRK-ORC-IDX > 0
                               ADD WRK-ORC-VALOR-LINHA
                                   TO WRK-ORC-T-COMPROM (WRK-ORC-IDX)
                           END-IF
                       END-IF
                   END-IF
                   READ PEDCOMPRA NEXT RECORD
               END-PERFORM
           END-IF

      *    Realizado: notas de compra com data de emissao no mes
           MOVE LOW-VALUES TO NF-CHAVE
           START NOTAFISC KEY IS NOT LESS THAN NF-CHAVE
               INVALID KEY
                   MOVE 10 TO NOTAFISC-STATUS
           END-START
           IF NOTAFISC-STATUS EQUAL 0
               READ NOTAFISC NEXT RECORD
               PERFORM UNTIL NOTAFISC-STATUS NOT EQUAL 0
                   IF NF-LINHA EQUAL ZERO
                       MOVE NF-DISTRIBUIDORA TO WRK-ORC-CAB-DIST
                       COMPUTE WRK-ORC-CAB-MES = NF-DATA / 100
                   ELSE
                       IF WRK-ORC-CAB-MES EQUAL WRK-ORC-MES
                           MOVE NF-MOEDA TO COD-MOEDA
                           READ TAXACAMBIO KEY IS COD-MOEDA
                               INVALID KEY
                                   MOVE 1,0000 TO WRK-TAXA-ACHOU
                               NOT INVALID KEY
                                   MOVE TAXA-CONVERSAO TO WRK-TAXA-ACHOU
                           END-READ
                           COMPUTE WRK-ORC-VALOR-LINHA ROUNDED =
                               NF-QTD * NF-CUSTO * WRK-TAXA-ACHOU
                           ADD WRK-ORC-VALOR-LINHA TO WRK-ORC-L-REALIZ
                           MOVE WRK-ORC-CAB-DIST TO WRK-ORC-DIST
                           PERFORM 9986-LOCALIZA-DIST-ORC
                           IF WRK-ORC-IDX > 0
                               ADD WRK-ORC-VALOR-LINHA
                                   TO WRK-ORC-T-REALIZ (WRK-ORC-IDX)
                           END-IF
                       END-IF
                   END-IF
                   READ NOTAFISC NEXT RECORD
               END-PERFORM
           END-IF.

      *Procura WRK-ORC-DIST na tabela do orcamento, abrindo uma
      *linha zerada quando ainda nao esta la; WRK-ORC-IDX volta
      *zero se a tabela estiver cheia
       9986-LOCALIZA-DIST-ORC  SECTION.
           MOVE 'N' TO WRK-ORC-ACHOU
           MOVE 0 TO WRK-ORC-IDX
           PERFORM UNTIL WRK-ORC-IDX NOT LESS THAN WRK-ORC-QTD-DIST
              OR WRK-ORC-ACHOU EQUAL 'S'
               ADD 1 TO WRK-ORC-IDX
               IF WRK-ORC-T-DIST (WRK-ORC-IDX) EQUAL WRK-ORC-DIST
                   MOVE 'S' TO WRK-ORC-ACHOU
               END-IF
           END-PERFORM
           IF WRK-ORC-ACHOU EQUAL 'N'
               IF WRK-ORC-QTD-DIST < 50
                   ADD 1 TO WRK-ORC-QTD-DIST
                   MOVE WRK-ORC-QTD-DIST TO WRK-ORC-IDX
                   MOVE WRK-ORC-DIST TO WRK-ORC-T-DIST (WRK-ORC-IDX)
                   MOVE 0 TO WRK-ORC-T-ORCADO (WRK-ORC-IDX)
                   MOVE 0 TO WRK-ORC-T-COMPROM (WRK-ORC-IDX)
                   MOVE 0 TO WRK-ORC-T-REALIZ (WRK-ORC-IDX)
               ELSE
                   MOVE 0 TO WRK-ORC-IDX
               END-IF
           END-IF.

      *Manutencao do orcamento mensal de compras: por distribuidor
      *ou, com o distribuidor em branco, o total da loja; valor
      *zero remove a linha do mes
       9981-MANTER-ORCAMENTO  SECTION.
           MOVE "Orcamento" TO WRK-MODULO.
           MOVE ZERO TO WRK-ORC-MES
           MOVE SPACES TO PC-DIST-DIG
           MOVE 'S' TO WRK-ORC-OK

           DISPLAY TELA
           DISPLAY "Mes do orcamento (AAAAMM): " AT LINE 5 COLUMN 20
           ACCEPT WRK-ORC-MES AT LINE 5 COLUMN 48
           IF WRK-ORC-MES (5:2) < '01' OR WRK-ORC-MES (5:2) > '12'
               MOVE 'Mes invalido' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               MOVE 'N' TO WRK-ORC-OK
           END-IF

           IF WRK-ORC-OK EQUAL 'S'
               DISPLAY "Distribuidor (branco = loja): "
               AT LINE 6 COLUMN 20
               ACCEPT PC-DIST-DIG AT LINE 6 COLUMN 51
               IF PC-DIST-DIG EQUAL SPACES
                   DISPLAY "Orcamento total da loja"
                   AT LINE 7 COLUMN 20
               ELSE
                   MOVE PC-DIST-DIG TO COD-DISTRIBUIDORA
                   READ DISTRIB
                       INVALID KEY
                           MOVE 'Distribuidora invalida' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE 'N' TO WRK-ORC-OK
                       NOT INVALID KEY
                           DISPLAY NOME-DISTRIBUIDORA
                           AT LINE 7 COLUMN 20
                   END-READ
               END-IF
           END-IF

           IF WRK-ORC-OK EQUAL 'S'
               MOVE 'N' TO WRK-ORC-EXISTE
               MOVE WRK-ORC-MES TO ORC-MES
               MOVE PC-DIST-DIG TO ORC-DISTRIBUIDORA
               READ ORCAMENTO
                   INVALID KEY
                       MOVE WRK-ORC-MES TO ORC-MES
                       MOVE PC-DIST-DIG TO ORC-DISTRIBUIDORA
                       MOVE ZERO TO ORC-VALOR
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ORC-EXISTE
               END-READ
               MOVE ORC-VALOR TO WRK-ORC-VALOR-ED
               DISPLAY "Orcamento atual: " AT LINE 9 COLUMN 20
               DISPLAY WRK-ORC-VALOR-ED AT LINE 9 COLUMN 38
               DISPLAY "Novo orcamento (0 remove): "
               AT LINE 10 COLUMN 20
               ACCEPT ORC-VALOR AT LINE 10 COLUMN 48

               DISPLAY "Confirma a gravacao? (S/N): "
               AT LINE 12 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 49
               IF WRK-ESCOLHA NOT EQUAL 'S' AND NOT EQUAL 's'
                   MOVE 'N' TO WRK-ORC-OK
               END-IF
           END-IF

           IF WRK-ORC-OK EQUAL 'S'
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-OPERADOR TO ORC-OPERADOR
               MOVE WRK-DATA-HOJE TO ORC-DATA-ALT
               IF ORC-VALOR EQUAL ZERO
                   IF WRK-ORC-EXISTE EQUAL 'S'
                       DELETE ORCAMENTO RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   DISPLAY "Orcamento removido" AT LINE 20 COLUMN 20
               ELSE
                   IF WRK-ORC-EXISTE EQUAL 'S'
                       REWRITE ORCAMENTO-REG
                   ELSE
                       WRITE ORCAMENTO-REG
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
                   DISPLAY "Orcamento gravado" AT LINE 20 COLUMN 20
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 22 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 52.

      *Relatorio do orcamento de compras do mes para a reuniao
      *mensal: por distribuidor o orcado, o comprometido em
      *pedidos abertos, o realizado em notas, o saldo e o
      *percentual usado, e a linha do total da loja (o orcamento
      *da loja, ou a soma dos distribuidores quando a loja nao
      *tem orcamento proprio); grava ORCREL.PRN
       9984-RELATORIO-ORCAMENTO  SECTION.
           MOVE "Orcamento" TO WRK-MODULO.
           MOVE ZERO TO WRK-ORC-MES
           MOVE 0 TO WRK-ORC-QTD-ESTOURO

           DISPLAY TELA
           DISPLAY "Mes do orcamento (AAAAMM): " AT LINE 5 COLUMN 20
           ACCEPT WRK-ORC-MES AT LINE 5 COLUMN 48
           IF WRK-ORC-MES (5:2) < '01' OR WRK-ORC-MES (5:2) > '12'
               MOVE 'Mes invalido' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 9984-RELATORIO-ORCAMENTO-FIM
           END-IF

           PERFORM 9982-APURA-ORCAMENTO

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN OUTPUT ORCREL
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Orcamento de compras do mes ' DELIMITED BY SIZE
                  WRK-ORC-MES DELIMITED BY SIZE
                  ' - emitido em ' DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE ORCREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'Distribuidor' TO WRK-LINHA-IMP (1:15)
           MOVE '      Orcado' TO WRK-LINHA-IMP (18:12)
           MOVE 'Comprometido' TO WRK-LINHA-IMP (32:12)
           MOVE '   Realizado' TO WRK-LINHA-IMP (46:12)
           MOVE '        Saldo' TO WRK-LINHA-IMP (60:13)
           MOVE '  % uso' TO WRK-LINHA-IMP (75:7)
           WRITE ORCREL-REG FROM WRK-LINHA-IMP

           PERFORM VARYING WRK-ORC-IDX FROM 1 BY 1
               UNTIL WRK-ORC-IDX > WRK-ORC-QTD-DIST
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE WRK-ORC-T-DIST (WRK-ORC-IDX)
                   TO WRK-LINHA-IMP (1:15)
               MOVE WRK-ORC-T-ORCADO (WRK-ORC-IDX) TO WRK-ORC-R-ORCADO
               MOVE WRK-ORC-T-COMPROM (WRK-ORC-IDX)
                   TO WRK-ORC-R-COMPROM
               MOVE WRK-ORC-T-REALIZ (WRK-ORC-IDX) TO WRK-ORC-R-REALIZ
               PERFORM 9987-IMPRIME-LINHA-ORC
           END-PERFORM

           IF WRK-ORC-L-ORCADO EQUAL ZERO
               PERFORM VARYING WRK-ORC-IDX FROM 1 BY 1
                   UNTIL WRK-ORC-IDX > WRK-ORC-QTD-DIST
                   ADD WRK-ORC-T-ORCADO (WRK-ORC-IDX)
                       TO WRK-ORC-L-ORCADO
               END-PERFORM
           END-IF
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'TOTAL DA LOJA' TO WRK-LINHA-IMP (1:15)
           MOVE WRK-ORC-L-ORCADO TO WRK-ORC-R-ORCADO
           MOVE WRK-ORC-L-COMPROM TO WRK-ORC-R-COMPROM
           MOVE WRK-ORC-L-REALIZ TO WRK-ORC-R-REALIZ
           PERFORM 9987-IMPRIME-LINHA-ORC
           CLOSE ORCREL
           MOVE 'ORCREL' TO WRK-SPL-RELATORIO
           MOVE SPACES TO WRK-SPL-PARAMETROS
           STRING 'MES=' DELIMITED BY SIZE
                  WRK-ORC-MES DELIMITED BY SIZE
                  INTO WRK-SPL-PARAMETROS
           END-STRING
           MOVE WRK-PATH-ORCREL TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO

           DISPLAY "Relatorio gerado em ORCREL.PRN" AT LINE 7 COLUMN 20
           MOVE WRK-ORC-L-ORCADO TO WRK-ORC-VALOR-ED
           DISPLAY "Orcado da loja      : " AT LINE 9 COLUMN 20
           DISPLAY WRK-ORC-VALOR-ED AT LINE 9 COLUMN 43
           MOVE WRK-ORC-L-COMPROM TO WRK-ORC-VALOR-ED
           DISPLAY "Comprometido        : " AT LINE 10 COLUMN 20
           DISPLAY WRK-ORC-VALOR-ED AT LINE 10 COLUMN 43
           MOVE WRK-ORC-L-REALIZ TO WRK-ORC-VALOR-ED
           DISPLAY "Realizado           : " AT LINE 11 COLUMN 20
           DISPLAY WRK-ORC-VALOR-ED AT LINE 11 COLUMN 43
           DISPLAY "Linhas acima do orcado: " AT LINE 12 COLUMN 20
           DISPLAY WRK-ORC-QTD-ESTOURO AT LINE 12 COLUMN 45.

       9984-RELATORIO-ORCAMENTO-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 52.

      *Completa e grava a linha do relatorio de orcamento com o
      *orcado, o comprometido e o realizado ja movidos para os
      *campos WRK-ORC-R- pelo 9984
       9987-IMPRIME-LINHA-ORC  SECTION.
           MOVE WRK-ORC-R-ORCADO TO WRK-ORC-VALOR-ED
           MOVE WRK-ORC-VALOR-ED TO WRK-LINHA-IMP (18:12)
           MOVE WRK-ORC-R-COMPROM TO WRK-ORC-VALOR-ED
           MOVE WRK-ORC-VALOR-ED TO WRK-LINHA-IMP (32:12)
           MOVE WRK-ORC-R-REALIZ TO WRK-ORC-VALOR-ED
           MOVE WRK-ORC-VALOR-ED TO WRK-LINHA-IMP (46:12)
           COMPUTE WRK-ORC-SALDO =
               WRK-ORC-R-ORCADO - WRK-ORC-R-COMPROM - WRK-ORC-R-REALIZ
           MOVE WRK-ORC-SALDO TO WRK-ORC-SALDO-ED
           MOVE WRK-ORC-SALDO-ED TO WRK-LINHA-IMP (60:13)
           IF WRK-ORC-R-ORCADO > 0
               COMPUTE WRK-ORC-PCT ROUNDED =
                   (WRK-ORC-R-COMPROM + WRK-ORC-R-REALIZ) * 100
                   / WRK-ORC-R-ORCADO
                   ON SIZE ERROR
                       MOVE 9999,99 TO WRK-ORC-PCT
               END-COMPUTE
               MOVE WRK-ORC-PCT TO WRK-ORC-PCT-ED
               MOVE WRK-ORC-PCT-ED TO WRK-LINHA-IMP (75:7)
               IF WRK-ORC-SALDO < 0
                   MOVE 'ACIMA DO ORCADO' TO WRK-LINHA-IMP (84:15)
                   ADD 1 TO WRK-ORC-QTD-ESTOURO
               END-IF
           ELSE
               MOVE 'sem orcamento' TO WRK-LINHA-IMP (84:13)
           END-IF
           WRITE ORCREL-REG FROM WRK-LINHA-IMP.

      *Rentabilidade e retorno por titulo: confronta o custo de
      *compra de cada titulo (itens das notas de compra, em BRL)
      *com a receita de locacao e de venda de exemplares (vivas e
      *do arquivo morto), menos o repasse a distribuidora (sobre a
      *locacao, como no 9879) e as baixas; grava RENTAB.PRN com a
      *margem liquida, os meses ate o retorno do custo e os totais
      *por genero, por distribuidora e da loja
       9988-RENTABILIDADE-TITULO  SECTION.
           MOVE "Rentabilidade" TO WRK-MODULO.
           MOVE 0 TO WRK-RB-QTD-TITULOS
           MOVE 0 TO WRK-RB-QTD-GRUPOS
           MOVE 0 TO WRK-RB-QTD-MOV

           DISPLAY TELA
           DISPLAY "Apurando movimentos por titulo..."
           AT LINE 5 COLUMN 20

           OPEN OUTPUT RENTMOV
           PERFORM 9989-GRAVA-MOVIMENTOS-RENT
           CLOSE RENTMOV

           SORT RENTORD
               ON ASCENDING KEY RM-CODFILME-ORD
               ON ASCENDING KEY RM-CLASSE-ORD
               ON ASCENDING KEY RM-DATA-ORD
               USING RENTMOV
               GIVING RENTSEQ

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT RENTSEQ
           OPEN OUTPUT RENTAB
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Rentabilidade e retorno por titulo - emitido em '
                  DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE RENTAB-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'Cod'          TO WRK-LINHA-IMP (1:3)
           MOVE 'Titulo'       TO WRK-LINHA-IMP (7:6)
           MOVE 'Genero'       TO WRK-LINHA-IMP (33:6)
           MOVE 'Distribuidora' TO WRK-LINHA-IMP (42:13)
           MOVE '      Custo' TO WRK-LINHA-IMP (58:11)
           MOVE '     Receita' TO WRK-LINHA-IMP (70:12)
           MOVE '    Repasse' TO WRK-LINHA-IMP (83:11)
           MOVE '     Perdas' TO WRK-LINHA-IMP (95:11)
           MOVE '      Margem' TO WRK-LINHA-IMP (107:12)
           MOVE 'Retorno' TO WRK-LINHA-IMP (120:7)
           WRITE RENTAB-REG FROM WRK-LINHA-IMP

           MOVE 0 TO WRK-RB-FILME-ANT
           READ RENTSEQ
           PERFORM UNTIL RENTSEQ-STATUS NOT EQUAL 0
               IF RM-CODFILME-SEQ NOT EQUAL WRK-RB-FILME-ANT
                   PERFORM 9991-FECHA-TITULO-RENT
                   PERFORM 9992-ABRE-TITULO-RENT
               END-IF
               EVALUATE RM-TIPO-SEQ
                   WHEN 'C'
                       ADD RM-VALOR-SEQ TO WRK-RB-CUSTO
                       IF WRK-RB-DATA-CUS EQUAL ZERO
                           MOVE RM-DATA-SEQ TO WRK-RB-DATA-CUS
                       END-IF
                   WHEN 'L'
                       COMPUTE WRK-RB-REP-MOV ROUNDED =
                           RM-VALOR-SEQ * WRK-RB-PCT / 100
                       ADD RM-VALOR-SEQ TO WRK-RB-RECEITA
                       ADD WRK-RB-REP-MOV TO WRK-RB-REPASSE
                       COMPUTE WRK-RB-LIQUIDO =
                           WRK-RB-LIQUIDO + RM-VALOR-SEQ
                           - WRK-RB-REP-MOV
                   WHEN 'V'
                       ADD RM-VALOR-SEQ TO WRK-RB-RECEITA
                       ADD RM-VALOR-SEQ TO WRK-RB-LIQUIDO
                   WHEN 'N'
                       SUBTRACT RM-VALOR-SEQ FROM WRK-RB-RECEITA
                       SUBTRACT RM-VALOR-SEQ FROM WRK-RB-LIQUIDO
                   WHEN 'B'
                       ADD RM-VALOR-SEQ TO WRK-RB-PERDAS
                       SUBTRACT RM-VALOR-SEQ FROM WRK-RB-LIQUIDO
               END-EVALUATE
               IF WRK-RB-PAGO EQUAL 'N'
                  AND WRK-RB-CUSTO > 0
                  AND RM-CLASSE-SEQ EQUAL '2'
                  AND WRK-RB-LIQUIDO NOT LESS THAN WRK-RB-CUSTO
                   MOVE 'S' TO WRK-RB-PAGO
                   MOVE RM-DATA-SEQ TO WRK-RB-DATA-RET
               END-IF
               READ RENTSEQ
           END-PERFORM
           PERFORM 9991-FECHA-TITULO-RENT
           CLOSE RENTSEQ

      *    Totais por genero, por distribuidora e da loja
           MOVE SPACES TO WRK-LINHA-IMP
           WRITE RENTAB-REG FROM WRK-LINHA-IMP
           MOVE 'Por genero' TO WRK-LINHA-IMP
           WRITE RENTAB-REG FROM WRK-LINHA-IMP
           MOVE 'G' TO WRK-RB-G-TIPO
           PERFORM 9993-IMPRIME-GRUPOS-RENT
           MOVE SPACES TO WRK-LINHA-IMP
           WRITE RENTAB-REG FROM WRK-LINHA-IMP
           MOVE 'Por distribuidora' TO WRK-LINHA-IMP
           WRITE RENTAB-REG FROM WRK-LINHA-IMP
           MOVE 'D' TO WRK-RB-G-TIPO
           PERFORM 9993-IMPRIME-GRUPOS-RENT
           MOVE SPACES TO WRK-LINHA-IMP
           WRITE RENTAB-REG FROM WRK-LINHA-IMP
           MOVE 'T' TO WRK-RB-G-TIPO
           PERFORM 9993-IMPRIME-GRUPOS-RENT
           CLOSE RENTAB
           MOVE 'RENTAB' TO WRK-SPL-RELATORIO
           MOVE WRK-PATH-RENTAB TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO

           DISPLAY "Relatorio gerado em RENTAB.PRN" AT LINE 7 COLUMN 20
           DISPLAY "Movimentos apurados : " AT LINE 9 COLUMN 20
           DISPLAY WRK-RB-QTD-MOV AT LINE 9 COLUMN 43
           DISPLAY "Titulos no relatorio: " AT LINE 10 COLUMN 20
           DISPLAY WRK-RB-QTD-TITULOS AT LINE 10 COLUMN 43

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Grava em RENTMOV um movimento por fato que pesa no retorno
      *de um titulo: itens de nota de compra (custo), locacoes nao
      *estornadas, vendas de exemplar e notas de credito dessas
      *vendas (vivas e do arquivo morto) e exemplares baixados
       9989-GRAVA-MOVIMENTOS-RENT  SECTION.
      *    Custo: a linha 00 da nota traz a data de emissao
           MOVE LOW-VALUES TO NF-CHAVE
           START NOTAFISC KEY IS NOT LESS THAN NF-CHAVE
               INVALID KEY
                   MOVE 10 TO NOTAFISC-STATUS
           END-START
           IF NOTAFISC-STATUS EQUAL 0
               READ NOTAFISC NEXT RECORD
               PERFORM UNTIL NOTAFISC-STATUS NOT EQUAL 0
                   IF NF-LINHA EQUAL ZERO
                       MOVE NF-DATA TO WRK-RB-NF-DATA
                   ELSE
                       IF NF-CODFILME > 0
                           MOVE NF-MOEDA TO COD-MOEDA
                           READ TAXACAMBIO KEY IS COD-MOEDA
                               INVALID KEY
                                   MOVE 1,0000 TO WRK-TAXA-ACHOU
                               NOT INVALID KEY
                                   MOVE TAXA-CONVERSAO TO WRK-TAXA-ACHOU
                           END-READ
                           MOVE NF-CODFILME TO RM-CODFILME
                           MOVE '1' TO RM-CLASSE
                           MOVE WRK-RB-NF-DATA TO RM-DATA
                           MOVE 'C' TO RM-TIPO
                           COMPUTE RM-VALOR ROUNDED =
                               NF-QTD * NF-CUSTO * WRK-TAXA-ACHOU
                           WRITE RENTMOV-REG
                           ADD 1 TO WRK-RB-QTD-MOV
                       END-IF
                   END-IF
                   READ NOTAFISC NEXT RECORD
               END-PERFORM
           END-IF

      *    Locacoes vivas: parte do item no recibo, ja em BRL
           MOVE LOW-VALUES TO NUM-EMPRESTIMO
           START EMPRESTIMOS KEY IS NOT LESS THAN NUM-EMPRESTIMO
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   IF NOT EMPRESTIMO-ESTORNADO
                      AND EMP-VALOR-COBRADO > 0
                       MOVE EMP-CODFILME TO RM-CODFILME
                       MOVE '2' TO RM-CLASSE
                       MOVE EMP-DATA-RETIRADA TO RM-DATA
                       MOVE 'L' TO RM-TIPO
                       MOVE EMP-VALOR-COBRADO TO RM-VALOR
                       WRITE RENTMOV-REG
                       ADD 1 TO WRK-RB-QTD-MOV
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF

      *    Locacoes ja movidas para o arquivo morto pelo ARQMOV
           OPEN INPUT ARQEMP
           IF ARQEMP-STATUS EQUAL 0
               READ ARQEMP
               PERFORM UNTIL ARQEMP-STATUS NOT EQUAL 0
                   IF EMP-STATUS-AQ NOT EQUAL 'X'
                      AND EMP-VALOR-COB-AQ > 0
                       MOVE EMP-CODFILME-AQ TO RM-CODFILME
                       MOVE '2' TO RM-CLASSE
                       MOVE EMP-DATA-RETIR-AQ TO RM-DATA
                       MOVE 'L' TO RM-TIPO
                       MOVE EMP-VALOR-COB-AQ TO RM-VALOR
                       WRITE RENTMOV-REG
                       ADD 1 TO WRK-RB-QTD-MOV
                   END-IF
                   READ ARQEMP
               END-PERFORM
               CLOSE ARQEMP
           END-IF

      *    Vendas de exemplar e notas de credito dessas vendas
           MOVE LOW-VALUES TO NUM-PAGAMENTO
           START PAGAMENTOS KEY IS NOT LESS THAN NUM-PAGAMENTO
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START
           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
               PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                   IF PAG-CODFILME > 0
                      AND (PAGAMENTO-VENDA-EX OR PAGAMENTO-NOTA-CRED)
                       MOVE PAG-CODFILME TO RM-CODFILME
                       MOVE '2' TO RM-CLASSE
                       MOVE PAG-DATA TO RM-DATA
                       IF PAGAMENTO-VENDA-EX
                           MOVE 'V' TO RM-TIPO
                       ELSE
                           MOVE 'N' TO RM-TIPO
                       END-IF
                       MOVE PAG-VALOR-BRL TO RM-VALOR
                       WRITE RENTMOV-REG
                       ADD 1 TO WRK-RB-QTD-MOV
                   END-IF
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM
           END-IF

           OPEN INPUT ARQPAG
           IF ARQPAG-STATUS EQUAL 0
               READ ARQPAG
               PERFORM UNTIL ARQPAG-STATUS NOT EQUAL 0
                   IF PAG-CODFILME-AQ > 0
                      AND (PAG-TIPO-AQ EQUAL 'S'
                           OR PAG-TIPO-AQ EQUAL 'N')
                       MOVE PAG-CODFILME-AQ TO RM-CODFILME
                       MOVE '2' TO RM-CLASSE
                       MOVE PAG-DATA-AQ TO RM-DATA
                       IF PAG-TIPO-AQ EQUAL 'S'
                           MOVE 'V' TO RM-TIPO
                       ELSE
                           MOVE 'N' TO RM-TIPO
                       END-IF
                       MOVE PAG-VALOR-BRL-AQ TO RM-VALOR
                       WRITE RENTMOV-REG
                       ADD 1 TO WRK-RB-QTD-MOV
                   END-IF
                   READ ARQPAG
               END-PERFORM
               CLOSE ARQPAG
           END-IF

      *    Perdas: custo de reposicao dos exemplares baixados
           MOVE LOW-VALUES TO EX-CHAVE
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                   IF EXEMPLAR-BAIXADO
                      AND EX-CUSTO-BAIXA > 0
                       MOVE EX-CODFILME TO RM-CODFILME
                       MOVE '2' TO RM-CLASSE
                       MOVE EX-DATA-BAIXA TO RM-DATA
                       MOVE 'B' TO RM-TIPO
                       MOVE EX-CUSTO-BAIXA TO RM-VALOR
                       WRITE RENTMOV-REG
                       ADD 1 TO WRK-RB-QTD-MOV
                   END-IF
                   READ EXEMPLARES NEXT RECORD
               END-PERFORM
           END-IF.

      *Inicia os acumuladores do titulo que entra na quebra, com o
      *genero, a distribuidora e o percentual de repasse dela
       9992-ABRE-TITULO-RENT  SECTION.
           MOVE RM-CODFILME-SEQ TO WRK-RB-FILME-ANT
           MOVE RM-CODFILME-SEQ TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE SPACES TO TITULO
                   MOVE SPACES TO GENERO
                   MOVE SPACES TO DISTRIBUIDORA
           END-READ
           MOVE TITULO TO WRK-RB-TITULO
           MOVE GENERO TO WRK-RB-GENERO
           MOVE DISTRIBUIDORA TO WRK-RB-DIST
           MOVE ZERO TO WRK-RB-PCT
           IF WRK-RB-DIST NOT EQUAL SPACES
               MOVE WRK-RB-DIST TO COD-DISTRIBUIDORA
               READ DISTRIB
                   INVALID KEY
                       MOVE ZERO TO DIST-PCT-REPASSE
               END-READ
               MOVE DIST-PCT-REPASSE TO WRK-RB-PCT
           END-IF
           MOVE 0 TO WRK-RB-CUSTO
           MOVE 0 TO WRK-RB-RECEITA
           MOVE 0 TO WRK-RB-REPASSE
           MOVE 0 TO WRK-RB-PERDAS
           MOVE 0 TO WRK-RB-LIQUIDO
           MOVE 'N' TO WRK-RB-PAGO
           MOVE ZERO TO WRK-RB-DATA-CUS
           MOVE ZERO TO WRK-RB-DATA-RET.

      *Fecha o titulo corrente da quebra: imprime a linha dele com
      *a margem e os meses ate o retorno e soma nos totais do
      *genero, da distribuidora e da loja
       9991-FECHA-TITULO-RENT  SECTION.
           IF WRK-RB-FILME-ANT NOT EQUAL ZERO
               ADD 1 TO WRK-RB-QTD-TITULOS
               COMPUTE WRK-RB-MARGEM = WRK-RB-LIQUIDO - WRK-RB-CUSTO

               MOVE SPACES TO WRK-LINHA-IMP
               MOVE WRK-RB-FILME-ANT TO WRK-LINHA-IMP (1:5)
               MOVE WRK-RB-TITULO (1:25) TO WRK-LINHA-IMP (7:25)
               MOVE WRK-RB-GENERO TO WRK-LINHA-IMP (33:8)
               MOVE WRK-RB-DIST TO WRK-LINHA-IMP (42:15)
               MOVE WRK-RB-CUSTO TO WRK-RB-VALOR-ED
               MOVE WRK-RB-VALOR-ED TO WRK-LINHA-IMP (58:11)
               MOVE WRK-RB-RECEITA TO WRK-RB-SINAL-ED
               MOVE WRK-RB-SINAL-ED TO WRK-LINHA-IMP (70:12)
               MOVE WRK-RB-REPASSE TO WRK-RB-VALOR-ED
               MOVE WRK-RB-VALOR-ED TO WRK-LINHA-IMP (83:11)
               MOVE WRK-RB-PERDAS TO WRK-RB-VALOR-ED
               MOVE WRK-RB-VALOR-ED TO WRK-LINHA-IMP (95:11)
               MOVE WRK-RB-MARGEM TO WRK-RB-SINAL-ED
               MOVE WRK-RB-SINAL-ED TO WRK-LINHA-IMP (107:12)
               IF WRK-RB-CUSTO EQUAL ZERO
                   MOVE 'sem custo' TO WRK-LINHA-IMP (120:9)
               ELSE
                   IF WRK-RB-PAGO EQUAL 'S'
                       COMPUTE WRK-RB-MESES =
                           (WRK-RB-RET-ANO * 12 + WRK-RB-RET-MES)
                           - (WRK-RB-CUS-ANO * 12 + WRK-RB-CUS-MES)
                       MOVE WRK-RB-MESES TO WRK-RB-MESES-ED
                       MOVE WRK-RB-MESES-ED TO WRK-LINHA-IMP (120:3)
                       MOVE 'meses' TO WRK-LINHA-IMP (124:5)
                   ELSE
                       MOVE 'nao pago' TO WRK-LINHA-IMP (120:8)
                   END-IF
               END-IF
               WRITE RENTAB-REG FROM WRK-LINHA-IMP

               MOVE 'G' TO WRK-RB-G-TIPO
               MOVE WRK-RB-GENERO TO WRK-RB-G-CHAVE
               PERFORM 9994-SOMA-GRUPO-RENT
               MOVE 'D' TO WRK-RB-G-TIPO
               MOVE WRK-RB-DIST TO WRK-RB-G-CHAVE
               PERFORM 9994-SOMA-GRUPO-RENT
               MOVE 'T' TO WRK-RB-G-TIPO
               MOVE 'TOTAL DA LOJA' TO WRK-RB-G-CHAVE
               PERFORM 9994-SOMA-GRUPO-RENT
           END-IF.

      *Soma o titulo fechado na linha WRK-RB-G-TIPO/WRK-RB-G-CHAVE
      *da tabela de totais, abrindo a linha quando ainda nao existe
      *(tabela cheia: o titulo fica so na linha dele)
       9994-SOMA-GRUPO-RENT  SECTION.
           MOVE 'N' TO WRK-RB-ACHOU
           MOVE 0 TO WRK-RB-IDX
           PERFORM UNTIL WRK-RB-IDX NOT LESS THAN WRK-RB-QTD-GRUPOS
              OR WRK-RB-ACHOU EQUAL 'S'
               ADD 1 TO WRK-RB-IDX
               IF WRK-RB-T-TIPO (WRK-RB-IDX) EQUAL WRK-RB-G-TIPO
                  AND WRK-RB-T-CHAVE (WRK-RB-IDX) EQUAL WRK-RB-G-CHAVE
                   MOVE 'S' TO WRK-RB-ACHOU
               END-IF
           END-PERFORM
           IF WRK-RB-ACHOU EQUAL 'N'
               IF WRK-RB-QTD-GRUPOS < 101
                   ADD 1 TO WRK-RB-QTD-GRUPOS
                   MOVE WRK-RB-QTD-GRUPOS TO WRK-RB-IDX
                   MOVE WRK-RB-G-TIPO TO WRK-RB-T-TIPO (WRK-RB-IDX)
                   MOVE WRK-RB-G-CHAVE TO WRK-RB-T-CHAVE (WRK-RB-IDX)
                   MOVE 0 TO WRK-RB-T-QTD (WRK-RB-IDX)
                   MOVE 0 TO WRK-RB-T-PAGOS (WRK-RB-IDX)
                   MOVE 0 TO WRK-RB-T-CUSTO (WRK-RB-IDX)
                   MOVE 0 TO WRK-RB-T-RECEITA (WRK-RB-IDX)
                   MOVE 0 TO WRK-RB-T-REPASSE (WRK-RB-IDX)
                   MOVE 0 TO WRK-RB-T-PERDAS (WRK-RB-IDX)
                   MOVE 0 TO WRK-RB-T-MARGEM (WRK-RB-IDX)
                   MOVE 'S' TO WRK-RB-ACHOU
               END-IF
           END-IF
           IF WRK-RB-ACHOU EQUAL 'S'
               ADD 1 TO WRK-RB-T-QTD (WRK-RB-IDX)
               IF WRK-RB-PAGO EQUAL 'S'
                   ADD 1 TO WRK-RB-T-PAGOS (WRK-RB-IDX)
               END-IF
               ADD WRK-RB-CUSTO TO WRK-RB-T-CUSTO (WRK-RB-IDX)
               ADD WRK-RB-RECEITA TO WRK-RB-T-RECEITA (WRK-RB-IDX)
               ADD WRK-RB-REPASSE TO WRK-RB-T-REPASSE (WRK-RB-IDX)
               ADD WRK-RB-PERDAS TO WRK-RB-T-PERDAS (WRK-RB-IDX)
               ADD WRK-RB-MARGEM TO WRK-RB-T-MARGEM (WRK-RB-IDX)
           END-IF.

      *Imprime as linhas de total do tipo WRK-RB-G-TIPO (G, D ou
      *T): titulos no grupo, valores somados e quantos ja pagaram
      *o custo de compra
       9993-IMPRIME-GRUPOS-RENT  SECTION.
           PERFORM VARYING WRK-RB-IDX FROM 1 BY 1
               UNTIL WRK-RB-IDX > WRK-RB-QTD-GRUPOS
               IF WRK-RB-T-TIPO (WRK-RB-IDX) EQUAL WRK-RB-G-TIPO
                   MOVE SPACES TO WRK-LINHA-IMP
                   IF WRK-RB-T-CHAVE (WRK-RB-IDX) EQUAL SPACES
                       MOVE '(sem cadastro)' TO WRK-LINHA-IMP (7:14)
                   ELSE
                       MOVE WRK-RB-T-CHAVE (WRK-RB-IDX)
                           TO WRK-LINHA-IMP (7:15)
                   END-IF
                   MOVE WRK-RB-T-QTD (WRK-RB-IDX) TO WRK-RB-QTD-ED
                   MOVE WRK-RB-QTD-ED TO WRK-LINHA-IMP (42:4)
                   MOVE 'titulos' TO WRK-LINHA-IMP (47:7)
                   MOVE WRK-RB-T-CUSTO (WRK-RB-IDX) TO WRK-RB-VALOR-ED
                   MOVE WRK-RB-VALOR-ED TO WRK-LINHA-IMP (58:11)
                   MOVE WRK-RB-T-RECEITA (WRK-RB-IDX)
                       TO WRK-RB-SINAL-ED
                   MOVE WRK-RB-SINAL-ED TO WRK-LINHA-IMP (70:12)
                   MOVE WRK-RB-T-REPASSE (WRK-RB-IDX)
                       TO WRK-RB-VALOR-ED
                   MOVE WRK-RB-VALOR-ED TO WRK-LINHA-IMP (83:11)
                   MOVE WRK-RB-T-PERDAS (WRK-RB-IDX) TO WRK-RB-VALOR-ED
                   MOVE WRK-RB-VALOR-ED TO WRK-LINHA-IMP (95:11)
                   MOVE WRK-RB-T-MARGEM (WRK-RB-IDX) TO WRK-RB-SINAL-ED
                   MOVE WRK-RB-SINAL-ED TO WRK-LINHA-IMP (107:12)
                   MOVE WRK-RB-T-PAGOS (WRK-RB-IDX) TO WRK-RB-QTD-ED
                   MOVE WRK-RB-QTD-ED TO WRK-LINHA-IMP (120:4)
                   MOVE 'pagos' TO WRK-LINHA-IMP (125:5)
                   WRITE RENTAB-REG FROM WRK-LINHA-IMP
               END-IF
           END-PERFORM.

      *Mostra e altera a situacao de um pedido de compra (marcar
      *como Enviado ou Cancelado; o Recebido e feito pelo
      *recebimento de mercadoria)
       9947-SITUACAO-PEDIDO  SECTION.
           MOVE "Situacao pedido" TO WRK-MODULO.
           MOVE ZERO TO PC-NUM-DIG

           DISPLAY TELA
           DISPLAY "Numero do pedido: " AT LINE 5 COLUMN 20
           ACCEPT PC-NUM-DIG AT LINE 5 COLUMN 39

           MOVE PC-NUM-DIG TO PC-NUMERO
           MOVE ZERO TO PC-LINHA
           READ PEDCOMPRA
               INVALID KEY
                   MOVE 'Pedido nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   DISPLAY "Distribuidor: " AT LINE 7 COLUMN 20
                   DISPLAY PC-DISTRIBUIDORA AT LINE 7 COLUMN 35
                   DISPLAY "Data: " AT LINE 8 COLUMN 20
                   DISPLAY PC-DATA AT LINE 8 COLUMN 27
                   DISPLAY "Situacao atual: " AT LINE 9 COLUMN 20
                   DISPLAY PC-STATUS AT LINE 9 COLUMN 37

                   IF PEDIDO-RECEBIDO OR PEDIDO-CANCELADO
                      OR PEDIDO-REJEITADO
                       MOVE 'Pedido ja encerrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       MOVE SPACE TO WRK-STATUS-DIG
                       IF PEDIDO-DEVOLVIDO
                           DISPLAY
                           "Nova situacao (R-corrigir C-ancelado): "
                           AT LINE 11 COLUMN 20
                       ELSE
                           DISPLAY
                           "Nova situacao (E-nviado C-ancelado): "
                           AT LINE 11 COLUMN 20
                       END-IF
                       ACCEPT WRK-STATUS-DIG AT LINE 11 COLUMN 59
                       EVALUATE WRK-STATUS-DIG
                           WHEN 'E'
                           WHEN 'e'
      *                        So o pedido liberado ou aprovado vai
      *                        para o distribuidor
                               IF PEDIDO-ABERTO
                                   MOVE 'E' TO PC-STATUS
                                   REWRITE PEDCOMPRA-REG
                                   DISPLAY "Pedido marcado como enviado"
                                   AT LINE 13 COLUMN 20
                               ELSE
                                   MOVE 'Pedido sem aprovacao'
                                       TO WRK-ERRO
                                   DISPLAY TELA-ERRO ERASE EOL
                               END-IF
                           WHEN 'R'
                           WHEN 'r'
                               IF PEDIDO-DEVOLVIDO
                                   PERFORM 9643-CORRIGE-PEDIDO
                               END-IF
                           WHEN 'C'
                           WHEN 'c'
                               MOVE 'C' TO PC-STATUS
                               REWRITE PEDCOMPRA-REG
                               DISPLAY "Pedido cancelado"
                               AT LINE 13 COLUMN 20
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 15 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 52.

      *Relatorio de sugestao de compra: para cada titulo ativo,
      *compara a fila de reservas Aguardando com as copias em
      *condicoes de uso e aponta os titulos em falta (fila maior
      *que as copias, ou todas as copias baixadas)
       9948-SUGESTAO-COMPRA  SECTION.
           MOVE 0 TO WRK-QTD-SUGESTOES
           PERFORM 4985-MONTA-DEMANDA

           OPEN OUTPUT SUGCOMPRA
           MOVE
           "Filme;Titulo;CopiasUteis;CopiasTotal;FilaReservas;Pedidos"
               TO SUGCOMPRA-REG
           WRITE SUGCOMPRA-REG

           OPEN INPUT FILMESSEQ
           READ FILMESSEQ
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               IF FILME-ATIVOSQ
                   PERFORM 9949-SUGESTAO-DO-FILME
               END-IF
               READ FILMESSEQ
           END-PERFORM
           CLOSE FILMESSEQ

      *    Titulos fora do catalogo pedidos no balcao, pela
      *    demanda de clientes distintos (4985)
           OPEN INPUT DEMTOP
           READ DEMTOP
           PERFORM UNTIL DEMTOP-STATUS NOT EQUAL 0
               IF DT-CODFILME-TOP EQUAL ZERO
                   ADD 1 TO WRK-QTD-SUGESTOES
                   MOVE DT-TITULO-TOP TO WRK-CSV-CAMPO-IN
                   PERFORM 5185-PROTEGE-CAMPO
                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING DT-CODFILME-TOP  DELIMITED BY SIZE
                          ";"              DELIMITED BY SIZE
                          WRK-CSV-CAMPO-OUT DELIMITED BY SIZE
                          ";0;0;0;"        DELIMITED BY SIZE
                          DT-CLIENTES-TOP  DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE SUGCOMPRA-REG FROM WRK-LINHA-CSV
               END-IF
               READ DEMTOP
           END-PERFORM
           CLOSE DEMTOP

           CLOSE SUGCOMPRA.

           DISPLAY TELA
           DISPLAY "Sugestao de compra gerada em"
           AT LINE 10 COLUMN 20
           DISPLAY "SUGCOMPR.CSV" AT LINE 11 COLUMN 20

           DISPLAY "Titulos sugeridos: " AT LINE 13 COLUMN 20
           DISPLAY WRK-QTD-SUGESTOES AT LINE 13 COLUMN 40

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 15 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 55.

      *Conta as copias do filme corrente de FILMESSEQ, a fila de
      *reservas e os pedidos de titulo pendentes (um por cliente)
      *e grava a linha de sugestao quando o titulo esta em falta
       9949-SUGESTAO-DO-FILME  SECTION.
           MOVE 0 TO WRK-EX-TOT-FILME
           MOVE 0 TO WRK-EX-NAO-BAIX
           MOVE CODFILMESQ TO EX-CODFILME
           MOVE ZERO TO EX-NUMERO
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                  OR EX-CODFILME NOT EQUAL CODFILMESQ
                   ADD 1 TO WRK-EX-TOT-FILME
                   IF NOT EXEMPLAR-BAIXADO
                       ADD 1 TO WRK-EX-NAO-BAIX
                   END-IF
                   READ EXEMPLARES NEXT RECORD
               END-PERFORM
           END-IF

           MOVE 0 TO WRK-QTD-FILA
           MOVE LOW-VALUES TO NUM-RESERVA
           START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
               INVALID KEY
                   MOVE 10 TO RESERVAS-STATUS
           END-START
           IF RESERVAS-STATUS EQUAL 0
               READ RESERVAS NEXT RECORD
               PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                   IF RES-CODFILME EQUAL CODFILMESQ
                      AND RESERVA-AGUARDANDO
                       ADD 1 TO WRK-QTD-FILA
                   END-IF
                   READ RESERVAS NEXT RECORD
               END-PERFORM
           END-IF

           MOVE 0 TO WRK-PTT-QTD
           MOVE CODFILMESQ TO PTT-CODFILME
           START PEDTIT KEY IS NOT LESS THAN PTT-CODFILME
               INVALID KEY
                   MOVE 10 TO PEDTIT-STATUS
           END-START
           IF PEDTIT-STATUS EQUAL 0
               READ PEDTIT NEXT RECORD
               PERFORM UNTIL PEDTIT-STATUS NOT EQUAL 0
                  OR PTT-CODFILME NOT EQUAL CODFILMESQ
                   IF PEDTIT-PENDENTE
                       ADD 1 TO WRK-PTT-QTD
                   END-IF
                   READ PEDTIT NEXT RECORD
               END-PERFORM
           END-IF

           IF WRK-QTD-FILA + WRK-PTT-QTD > WRK-EX-NAO-BAIX
              OR (WRK-EX-TOT-FILME > 0 AND WRK-EX-NAO-BAIX EQUAL 0)
               ADD 1 TO WRK-QTD-SUGESTOES
               MOVE SPACES TO WRK-LINHA-CSV
               STRING CODFILMESQ       DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      TITULOSQ         DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WRK-EX-NAO-BAIX  DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WRK-EX-TOT-FILME DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WRK-QTD-FILA     DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WRK-PTT-QTD       DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE SUGCOMPRA-REG FROM WRK-LINHA-CSV
           END-IF.

      *Recebe a mercadoria de um pedido de compra Aberto/Enviado:
      *confere a quantidade de cada linha, gera os exemplares em
      *bloco (EX-NUMERO sequencial, estado/localizacao padrao
      *informados uma vez), fecha o pedido como Recebido e imprime
      *o resumo com as divergencias em RECEBREL.PRN; a diferenca
      *entre pedido e recebido fica na propria linha do pedido
       9952-RECEBER-PEDIDO  SECTION.
           MOVE "Receber pedido" TO WRK-MODULO.
           MOVE ZERO TO PC-NUM-DIG
           MOVE ZERO TO WRK-QTD-GERADOS
           MOVE ZERO TO WRK-PTT-CHEGARAM

           DISPLAY TELA
           DISPLAY "Numero do pedido: " AT LINE 5 COLUMN 20
           ACCEPT PC-NUM-DIG AT LINE 5 COLUMN 39

           MOVE PC-NUM-DIG TO PC-NUMERO
           MOVE ZERO TO PC-LINHA
           READ PEDCOMPRA
               INVALID KEY
                   MOVE 'Pedido nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   IF PEDIDO-RECEBIDO OR PEDIDO-CANCELADO
                      OR PEDIDO-REJEITADO OR PEDIDO-AGUARDANDO
                      OR PEDIDO-DEVOLVIDO
      *                So o pedido liberado ou aprovado e recebido
                       IF PEDIDO-AGUARDANDO OR PEDIDO-DEVOLVIDO
                           MOVE 'Pedido sem aprovacao' TO WRK-ERRO
                       ELSE
                           MOVE 'Pedido ja encerrado' TO WRK-ERRO
                       END-IF
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       MOVE SPACES TO WRK-RECEB-ESTADO
                       MOVE SPACES TO WRK-RECEB-LOCAL
                       DISPLAY "Estado padrao das copias: "
                       AT LINE 7 COLUMN 20
                       ACCEPT WRK-RECEB-ESTADO AT LINE 7 COLUMN 47
                       DISPLAY "Localizacao das copias: "
                       AT LINE 8 COLUMN 20
                       ACCEPT WRK-RECEB-LOCAL AT LINE 8 COLUMN 45

                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

                       OPEN OUTPUT RECEBREL
                       MOVE SPACES TO WRK-LINHA-IMP
                       STRING 'Recebimento do pedido '
                              DELIMITED BY SIZE
                              PC-NUM-DIG DELIMITED BY SIZE
                              ' em ' DELIMITED BY SIZE
                              WRK-DATA-HOJE DELIMITED BY SIZE
                              INTO WRK-LINHA-IMP
                       END-STRING
                       WRITE RECEBREL-REG FROM WRK-LINHA-IMP
                       MOVE 'Filme;Pedida;Recebida;Divergencia'
                           TO RECEBREL-REG
                       WRITE RECEBREL-REG

                       PERFORM 9953-RECEBE-LINHAS

                       MOVE PC-NUM-DIG TO PC-NUMERO
                       MOVE ZERO TO PC-LINHA
                       READ PEDCOMPRA
                           NOT INVALID KEY
                               MOVE 'R' TO PC-STATUS
                               REWRITE PEDCOMPRA-REG
                       END-READ
                       PERFORM 9631-DATA-RECEBIMENTO

                       CLOSE RECEBREL
                       MOVE 'RECEBREL' TO WRK-SPL-RELATORIO
                       MOVE SPACES TO WRK-SPL-PARAMETROS
                       STRING 'PEDIDO=' DELIMITED BY SIZE
                              PC-NUM-DIG DELIMITED BY SIZE
                              INTO WRK-SPL-PARAMETROS
                       END-STRING
                       MOVE WRK-PATH-RECEBREL TO WRK-PATH-SPLORIG
                       PERFORM 9667-ARQUIVA-RELATORIO

                       DISPLAY "Exemplares gerados: "
                       AT LINE 18 COLUMN 20
                       DISPLAY WRK-QTD-GERADOS AT LINE 18 COLUMN 41
                       DISPLAY "Resumo impresso em RECEBREL.PRN"
                       AT LINE 19 COLUMN 20
                       IF WRK-PTT-CHEGARAM > 0
                           DISPLAY "Pedidos de titulo a avisar: "
                           AT LINE 20 COLUMN 20
                           DISPLAY WRK-PTT-CHEGARAM AT LINE 20 COLUMN 48
                       END-IF
                   END-IF
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 21 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 21 COLUMN 52.

      *Percorre as linhas de item do pedido corrente, confere a
      *quantidade recebida de cada uma, gera os exemplares e grava
      *a linha do resumo com a divergencia
       9953-RECEBE-LINHAS  SECTION.
           MOVE PC-NUM-DIG TO PC-NUMERO
           MOVE 1 TO PC-LINHA
           START PEDCOMPRA KEY IS NOT LESS THAN PC-CHAVE
               INVALID KEY
                   MOVE 10 TO PEDCOMPRA-STATUS
           END-START
           IF PEDCOMPRA-STATUS EQUAL 0
               READ PEDCOMPRA NEXT RECORD
               PERFORM UNTIL PEDCOMPRA-STATUS NOT EQUAL 0
                  OR PC-NUMERO NOT EQUAL PC-NUM-DIG
                   PERFORM 9954-RECEBE-UMA-LINHA
                   READ PEDCOMPRA NEXT RECORD
               END-PERFORM
           END-IF.

      *Confere e recebe uma linha do pedido: pergunta a quantidade
      *que chegou na caixa, gera um exemplar por unidade recebida
      *e registra a divergencia no resumo
       9954-RECEBE-UMA-LINHA  SECTION.
           MOVE ZERO TO WRK-QTD-RECEBIDA-DIG
           DISPLAY "Filme " AT LINE 10 COLUMN 20 ERASE EOL
           DISPLAY PC-CODFILME AT LINE 10 COLUMN 27
           DISPLAY "Qtd pedida: " AT LINE 10 COLUMN 35
           DISPLAY PC-QTD-PEDIDA AT LINE 10 COLUMN 48
           DISPLAY "Qtd recebida: " AT LINE 11 COLUMN 20 ERASE EOL
           ACCEPT WRK-QTD-RECEBIDA-DIG AT LINE 11 COLUMN 35

           MOVE WRK-QTD-RECEBIDA-DIG TO PC-QTD-RECEBIDA
           REWRITE PEDCOMPRA-REG

           PERFORM WRK-QTD-RECEBIDA-DIG TIMES
               PERFORM 9955-GERA-EXEMPLAR-RECEBIDO
           END-PERFORM

      *    As pre-reservas que esperavam a encomenda viram
      *    reservas atendidas, na ordem de chegada da fila,
      *    e os pedidos de titulo do filme ficam com o aviso de
      *    chegada pendente para o LOTE-NOTURNO
           IF WRK-QTD-RECEBIDA-DIG > 0
               PERFORM 9831-ATENDE-FILA-RECEBIDA
               PERFORM 4980-CHEGADA-PEDTIT
           END-IF

           COMPUTE WRK-DIVERGENCIA =
               PC-QTD-PEDIDA - PC-QTD-RECEBIDA
           MOVE WRK-DIVERGENCIA TO WRK-DIVERGENCIA-ED
           MOVE SPACES TO WRK-LINHA-IMP
           STRING PC-CODFILME          DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  PC-QTD-PEDIDA        DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  PC-QTD-RECEBIDA      DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  WRK-DIVERGENCIA-ED   DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE RECEBREL-REG FROM WRK-LINHA-IMP.

      *Atende a fila do filme recem recebido (PC-CODFILME):
      *enquanto houver reserva Aguardando e copia Disponivel, a
      *reserva mais antiga vira Atendida e a copia fica separada,
      *primeiro pedido primeiro servido
       9831-ATENDE-FILA-RECEBIDA  SECTION.
           MOVE 'S' TO WRK-ENC-ACHOU
           PERFORM UNTIL WRK-ENC-ACHOU EQUAL 'N'
               MOVE 'N' TO WRK-ENC-ACHOU

      *        Reserva Aguardando mais antiga do titulo
               MOVE ZERO TO WRK-RES-ACHOU
               MOVE LOW-VALUES TO NUM-RESERVA
               START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
                   INVALID KEY
                       MOVE 10 TO RESERVAS-STATUS
               END-START
               IF RESERVAS-STATUS EQUAL 0
                   READ RESERVAS NEXT RECORD
                   PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                      OR WRK-RES-ACHOU NOT EQUAL ZERO
                       IF RES-CODFILME EQUAL PC-CODFILME
                          AND RESERVA-AGUARDANDO
                           MOVE NUM-RESERVA TO WRK-RES-ACHOU
                       ELSE
                           READ RESERVAS NEXT RECORD
                       END-IF
                   END-PERFORM
               END-IF

               IF WRK-RES-ACHOU NOT EQUAL ZERO
      *            Copia Disponivel para separar
                   MOVE ZERO TO WRK-EX-RES-ACHOU
                   MOVE PC-CODFILME TO EX-CODFILME
                   MOVE ZERO TO EX-NUMERO
                   START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
                       INVALID KEY
                           MOVE 10 TO EXEMPLARES-STATUS
                   END-START
                   IF EXEMPLARES-STATUS EQUAL 0
                       READ EXEMPLARES NEXT RECORD
                       PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                          OR EX-CODFILME NOT EQUAL PC-CODFILME
                          OR WRK-EX-RES-ACHOU NOT EQUAL ZERO
                           IF EXEMPLAR-DISPONIVEL
      *                        Copia de prensagem em recall nao vai para
      *                        a reserva, como na locacao (3175)
                               MOVE EX-CODFILME TO WRK-RCL-CODFILME
                               MOVE EX-NUMERO TO WRK-RCL-EXEMPLAR
                               PERFORM 9596-CONFERE-RECALL
                               IF WRK-RCL-PENDENTE EQUAL 'N'
                                   MOVE EX-NUMERO TO WRK-EX-RES-ACHOU
                               ELSE
                                   READ EXEMPLARES NEXT RECORD
                               END-IF
                           ELSE
                               READ EXEMPLARES NEXT RECORD
                           END-IF
                       END-PERFORM
                   END-IF

                   IF WRK-EX-RES-ACHOU NOT EQUAL ZERO
                       MOVE 'R' TO EX-STATUS
                       REWRITE EXEMPLARES-REG
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5205-JORNAL-EXEMPLARES

                       MOVE WRK-RES-ACHOU TO NUM-RESERVA
                       READ RESERVAS
                           NOT INVALID KEY
                               MOVE 'T' TO RES-STATUS
                               MOVE WRK-DATA-HOJE
                                   TO RES-DATA-ATENDIDA
                               REWRITE RESERVAS-REG
                               MOVE 'A' TO WRK-JRN-OPER
                               PERFORM 5206-JORNAL-RESERVAS
                       END-READ
                       MOVE 'S' TO WRK-ENC-ACHOU
                   END-IF
               END-IF
           END-PERFORM.

      *Gera um exemplar Disponivel para o filme da linha corrente
      *do pedido, com o proximo EX-NUMERO daquele titulo
       9955-GERA-EXEMPLAR-RECEBIDO  SECTION.
           MOVE ZERO TO WRK-PROX-EXEMPLAR
           MOVE PC-CODFILME TO EX-CODFILME
           MOVE ZERO TO EX-NUMERO
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                  OR EX-CODFILME NOT EQUAL PC-CODFILME
                   MOVE EX-NUMERO TO WRK-PROX-EXEMPLAR
                   READ EXEMPLARES NEXT RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WRK-PROX-EXEMPLAR

           MOVE PC-CODFILME TO EX-CODFILME
           MOVE WRK-PROX-EXEMPLAR TO EX-NUMERO
           MOVE WRK-RECEB-ESTADO TO EX-ESTADO
           MOVE WRK-RECEB-LOCAL TO EX-LOCALIZACAO
           MOVE 'D' TO EX-STATUS
           MOVE 'P' TO EX-POSSE
           MOVE SPACES TO EX-DIST-DONO
           MOVE ZERO TO EX-DATA-DEVOLVER
           MOVE ZERO TO EX-PRECO-COMPRA
           MOVE ZERO TO EX-PCT-REPASSE
           MOVE ZERO TO EX-DATA-BAIXA
           MOVE SPACES TO EX-MOTIVO-BAIXA
           MOVE ZERO TO EX-CUSTO-BAIXA
           MOVE WRK-DATA-HOJE TO EX-DATA-CADASTRO
           MOVE WRK-LOJA-ATUAL TO EX-LOJA
           MOVE ZERO TO EX-QTD-LOCACOES
           MOVE ZERO TO EX-LOC-DESDE-INSP
           MOVE ZERO TO EX-DATA-INSPECAO

           WRITE EXEMPLARES-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GERADOS
                   MOVE EX-CODFILME TO EO-CODFILME
                   MOVE EX-NUMERO TO EO-NUMERO
                   MOVE PC-NUMERO TO EO-PEDIDO
                   MOVE WRK-DATA-HOJE TO EO-DATA-RECEB
                   WRITE EXORIG-REG
                       INVALID KEY
                           REWRITE EXORIG-REG
                   END-WRITE
           END-WRITE
           MOVE 'I' TO WRK-JRN-OPER
           PERFORM 5205-JORNAL-EXEMPLARES.

      *Lote de etiquetas de codigo de barras: seleciona os
      *exemplares por faixa de CODFILME ou pelos recebidos hoje
      *(EX-DATA-CADASTRO) e imprime em ETIQUETA.PRN um bloco por
      *copia com o codigo, o titulo truncado e o numero do
      *exemplar, no passo do nosso formulario de etiquetas
       9956-GERA-ETIQUETAS  SECTION.
           MOVE "Etiquetas" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-ETIQUETAS
           MOVE SPACE TO WRK-ETQ-MODO
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY TELA
           DISPLAY "Selecao: F-aixa de codigos, H-oje recebidos: "
           AT LINE 5 COLUMN 20
           ACCEPT WRK-ETQ-MODO AT LINE 5 COLUMN 66

           IF WRK-ETQ-MODO EQUAL 'F' OR WRK-ETQ-MODO EQUAL 'f'
               MOVE ZERO TO WRK-ETQ-COD-INI
               MOVE ZERO TO WRK-ETQ-COD-FIM
               DISPLAY "Codigo inicial: " AT LINE 6 COLUMN 20
               ACCEPT WRK-ETQ-COD-INI AT LINE 6 COLUMN 37
               DISPLAY "Codigo final  : " AT LINE 7 COLUMN 20
               ACCEPT WRK-ETQ-COD-FIM AT LINE 7 COLUMN 37
           END-IF

           OPEN OUTPUT ETIQUETAS

           MOVE LOW-VALUES TO EX-CHAVE
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                   IF NOT EXEMPLAR-BAIXADO
                       IF (WRK-ETQ-MODO EQUAL 'F' OR
                           WRK-ETQ-MODO EQUAL 'f')
                          AND EX-CODFILME NOT LESS THAN WRK-ETQ-COD-INI
                          AND EX-CODFILME NOT GREATER THAN
                              WRK-ETQ-COD-FIM
                           PERFORM 9957-IMPRIME-ETIQUETA
                       ELSE
                       IF (WRK-ETQ-MODO EQUAL 'H' OR
                           WRK-ETQ-MODO EQUAL 'h')
                          AND EX-DATA-CADASTRO EQUAL WRK-DATA-HOJE
                           PERFORM 9957-IMPRIME-ETIQUETA
                       END-IF
                       END-IF
                   END-IF
                   READ EXEMPLARES NEXT RECORD
               END-PERFORM
           END-IF

           CLOSE ETIQUETAS.

           DISPLAY TELA
           DISPLAY "Etiquetas geradas em ETIQUETA.PRN"
           AT LINE 10 COLUMN 20
           DISPLAY "Etiquetas impressas: " AT LINE 12 COLUMN 20
           DISPLAY WRK-QTD-ETIQUETAS AT LINE 12 COLUMN 42

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 55.

      *Imprime o bloco de etiqueta do exemplar corrente: codigo do
      *filme, titulo truncado e numero do exemplar
       9957-IMPRIME-ETIQUETA  SECTION.
           MOVE EX-CODFILME TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE SPACES TO TITULO
           END-READ

           MOVE ALL '*' TO ETIQUETAS-REG
           WRITE ETIQUETAS-REG

      *    O codigo impresso leva o digito verificador no final,
      *    conferido pelas entradas de leitura (3172)
           MOVE EX-CODFILME TO WRK-COD-VERIF-X
           PERFORM 3170-CALCULA-DIGITO
           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING 'CODIGO: ' DELIMITED BY SIZE
                  EX-CODFILME DELIMITED BY SIZE
                  WRK-DIGITO-CALC-X DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE ETIQUETAS-REG FROM WRK-LINHA-CUPOM
           MOVE TITULO (1:30) TO WRK-LINHA-CUPOM
           WRITE ETIQUETAS-REG FROM WRK-LINHA-CUPOM
           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING 'Exemplar: ' DELIMITED BY SIZE
                  EX-NUMERO DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE ETIQUETAS-REG FROM WRK-LINHA-CUPOM

           ADD 1 TO WRK-QTD-ETIQUETAS.

      *Modo de captura da contagem fisica: andar pelas prateleiras
      *lendo o codigo de barras e o numero de cada exemplar; cada
      *leitura vira uma linha "filme;exemplar" em CONTAGEM.CSV,
      *acumulada por extensao (a conferencia e feita por 9959)
       9958-CAPTURA-CONTAGEM  SECTION.
           MOVE "Capturar contagem" TO WRK-MODULO.

           OPEN EXTEND CONTAGEM
           IF CONTAGEM-STATUS EQUAL 35
               OPEN OUTPUT CONTAGEM
           END-IF

           DISPLAY TELA
           DISPLAY "Leia as etiquetas; codigo em branco encerra"
           AT LINE 5 COLUMN 20

           MOVE 'N' TO WRK-SCAN-ACHOU
           PERFORM UNTIL WRK-SCAN-ACHOU EQUAL 'S'
               MOVE SPACES TO WRK-COD-BARRAS
               DISPLAY "Codigo: " AT LINE 7 COLUMN 20 ERASE EOL
               ACCEPT WRK-COD-BARRAS AT LINE 7 COLUMN 30
               IF WRK-COD-BARRAS EQUAL SPACES
                   MOVE 'S' TO WRK-SCAN-ACHOU
               ELSE
                   PERFORM 3172-VALIDA-COD-BARRAS
                   IF WRK-COD-OK EQUAL 'S'
                       MOVE ZERO TO WRK-SCAN-EX-DIG
                       DISPLAY "Exemplar: "
                       AT LINE 8 COLUMN 20 ERASE EOL
                       ACCEPT WRK-SCAN-EX-DIG AT LINE 8 COLUMN 31
                       MOVE SPACES TO WRK-LINHA-CSV
                       STRING WRK-COD-VALIDADO DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              WRK-SCAN-EX-DIG  DELIMITED BY SIZE
                              INTO WRK-LINHA-CSV
                       END-STRING
                       WRITE CONTAGEM-REG FROM WRK-LINHA-CSV
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CONTAGEM

           DISPLAY "Captura encerrada (CONTAGEM.CSV)"
           AT LINE 10 COLUMN 20
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Conferencia da contagem fisica: carrega as leituras de
      *CONTAGEM.CSV e compara com EXEMPLARES, apontando em
      *CONTDIVG.CSV as copias na ficha e nao lidas (sumidas,
      *candidatas a baixa), as lidas sem ficha e as lidas na
      *prateleira quando a ficha diz que deviam estar na rua
       9959-CONFERE-CONTAGEM  SECTION.
           MOVE "Conferir contagem" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-SCANS
           MOVE 0 TO WRK-QTD-FALTANDO
           MOVE 0 TO WRK-QTD-SEM-FICHA
           MOVE 0 TO WRK-QTD-DEVIA-FORA

           OPEN INPUT CONTAGEM
           IF CONTAGEM-STATUS NOT EQUAL 0
               DISPLAY TELA
               DISPLAY "Arquivo CONTAGEM.CSV nao encontrado"
               AT LINE 5 COLUMN 20
               DISPLAY "Tecle enter para voltar ao menu"
               AT LINE 7 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 7 COLUMN 52
           ELSE
               READ CONTAGEM
               PERFORM UNTIL CONTAGEM-STATUS NOT EQUAL 0
                  OR WRK-QTD-SCANS NOT LESS THAN 2000
                   IF CONTAGEM-REG (1:5) NUMERIC
                       ADD 1 TO WRK-QTD-SCANS
                       MOVE CONTAGEM-REG (1:5)
                           TO WRK-SCAN-FILME (WRK-QTD-SCANS)
                       MOVE CONTAGEM-REG (7:2)
                           TO WRK-SCAN-EX (WRK-QTD-SCANS)
                   END-IF
                   READ CONTAGEM
               END-PERFORM
               CLOSE CONTAGEM

               OPEN OUTPUT CONTDIVG
               MOVE "Tipo;Filme;Exemplar" TO CONTDIVG-REG
               WRITE CONTDIVG-REG

      *        Passo 1: cada leitura contra a ficha
               PERFORM VARYING WRK-IDX-SCAN FROM 1 BY 1
                   UNTIL WRK-IDX-SCAN > WRK-QTD-SCANS
                   MOVE WRK-SCAN-FILME (WRK-IDX-SCAN) TO EX-CODFILME
                   MOVE WRK-SCAN-EX (WRK-IDX-SCAN) TO EX-NUMERO
                   READ EXEMPLARES
                       INVALID KEY
                           ADD 1 TO WRK-QTD-SEM-FICHA
                           PERFORM 9961-GRAVA-DIVG-SEM-FICHA
                       NOT INVALID KEY
                           IF EXEMPLAR-EMPRESTADO
                               ADD 1 TO WRK-QTD-DEVIA-FORA
                               PERFORM 9962-GRAVA-DIVG-DEVIA-FORA
                           END-IF
                   END-READ
               END-PERFORM

      *        Passo 2: cada copia da ficha que devia estar na
      *        prateleira contra as leituras
               MOVE LOW-VALUES TO EX-CHAVE
               START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
                   INVALID KEY
                       MOVE 10 TO EXEMPLARES-STATUS
               END-START
               IF EXEMPLARES-STATUS EQUAL 0
                   READ EXEMPLARES NEXT RECORD
                   PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
      *                Copias em reparo ou em transito entre lojas
      *                estao legitimamente fora da prateleira e nao
      *                contam como sumidas
                       IF NOT EXEMPLAR-BAIXADO
                          AND NOT EXEMPLAR-EMPRESTADO
                          AND NOT EXEMPLAR-EM-REPARO
                          AND NOT EXEMPLAR-EM-TRANSITO
                           MOVE 'N' TO WRK-SCAN-ACHOU
                           PERFORM VARYING WRK-IDX-SCAN FROM 1 BY 1
                               UNTIL WRK-IDX-SCAN > WRK-QTD-SCANS
                               IF WRK-SCAN-FILME (WRK-IDX-SCAN)
                                  EQUAL EX-CODFILME
                                  AND WRK-SCAN-EX (WRK-IDX-SCAN)
                                  EQUAL EX-NUMERO
                                   MOVE 'S' TO WRK-SCAN-ACHOU
                               END-IF
                           END-PERFORM
                           IF WRK-SCAN-ACHOU EQUAL 'N'
                               ADD 1 TO WRK-QTD-FALTANDO
                               PERFORM 9963-GRAVA-DIVG-FALTANDO
                           END-IF
                       END-IF
                       READ EXEMPLARES NEXT RECORD
                   END-PERFORM
               END-IF

               CLOSE CONTDIVG

               DISPLAY TELA
               DISPLAY "Conferencia da contagem concluida"
               AT LINE 5 COLUMN 20
               DISPLAY "Leituras carregadas : " AT LINE 7 COLUMN 20
               DISPLAY WRK-QTD-SCANS AT LINE 7 COLUMN 43
               DISPLAY "Sumidas (baixar?)   : " AT LINE 8 COLUMN 20
               DISPLAY WRK-QTD-FALTANDO AT LINE 8 COLUMN 43
               DISPLAY "Lidas sem ficha     : " AT LINE 9 COLUMN 20
               DISPLAY WRK-QTD-SEM-FICHA AT LINE 9 COLUMN 43
               DISPLAY "Deviam estar na rua : " AT LINE 10 COLUMN 20
               DISPLAY WRK-QTD-DEVIA-FORA AT LINE 10 COLUMN 43
               DISPLAY "Detalhe em CONTDIVG.CSV" AT LINE 12 COLUMN 20

      *        Sem limpar a captura, a proxima contagem compararia
      *        a prateleira com a uniao de todas as caminhadas
      *        anteriores e nunca apontaria um disco sumido
               DISPLAY "Limpar a captura p/ a proxima? (S/N): "
               AT LINE 14 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 59
               IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                   OPEN OUTPUT CONTAGEM
                   CLOSE CONTAGEM
                   DISPLAY "Captura limpa" AT LINE 15 COLUMN 20
               END-IF

               DISPLAY "Tecle enter para voltar ao menu"
               AT LINE 17 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 17 COLUMN 52
           END-IF.

      *Linhas de divergencia da contagem, uma secao por tipo para
      *manter o texto do tipo em um lugar so
       9961-GRAVA-DIVG-SEM-FICHA  SECTION.
           MOVE SPACES TO WRK-LINHA-CSV
           STRING 'LIDO SEM FICHA;' DELIMITED BY SIZE
                  WRK-SCAN-FILME (WRK-IDX-SCAN) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-SCAN-EX (WRK-IDX-SCAN) DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE CONTDIVG-REG FROM WRK-LINHA-CSV.

       9962-GRAVA-DIVG-DEVIA-FORA  SECTION.
           MOVE SPACES TO WRK-LINHA-CSV
           STRING 'NA PRATELEIRA MAS EMPRESTADO;' DELIMITED BY SIZE
                  EX-CODFILME DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  EX-NUMERO DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE CONTDIVG-REG FROM WRK-LINHA-CSV.

       9963-GRAVA-DIVG-FALTANDO  SECTION.
           MOVE SPACES TO WRK-LINHA-CSV
           STRING 'SUMIDO;' DELIMITED BY SIZE
                  EX-CODFILME DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  EX-NUMERO DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE CONTDIVG-REG FROM WRK-LINHA-CSV.

      *Inclui ou altera uma loja da rede (nome, endereco e o
      *COD-LOCAL de aliquota que ela usa)
       9930-MANTER-LOJAS  SECTION.
           MOVE "Lojas" TO WRK-MODULO.
           MOVE SPACES TO LOJA-COD-DIG

           DISPLAY TELA
           DISPLAY "Codigo da loja: " AT LINE 5 COLUMN 20
           ACCEPT LOJA-COD-DIG AT LINE 5 COLUMN 37

           IF LOJA-COD-DIG EQUAL SPACES
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE LOJA-COD-DIG TO LOJA-CODIGO
               READ LOJAS
                   INVALID KEY
                       DISPLAY "Loja nova" AT LINE 6 COLUMN 20
                       MOVE LOJA-COD-DIG TO LOJA-CODIGO
                       MOVE SPACES TO LOJA-NOME
                       MOVE SPACES TO LOJA-ENDERECO
                       MOVE SPACES TO LOJA-LOCAL-ALIQ
                       PERFORM 9931-EDITA-LOJA
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           WRITE LOJAS-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           DISPLAY "Loja gravada" AT LINE 16 COLUMN 20
                       END-IF
                   NOT INVALID KEY
                       PERFORM 9931-EDITA-LOJA
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           REWRITE LOJAS-REG
                           DISPLAY "Loja alterada" AT LINE 16 COLUMN 20
                       END-IF
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 18 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 18 COLUMN 52.

      *Captura os campos de uma loja, validando o local de
      *aliquota contra a tabela ALIQUOTA
       9931-EDITA-LOJA  SECTION.
           DISPLAY "Nome: " AT LINE 8 COLUMN 20
           ACCEPT LOJA-NOME AT LINE 8 COLUMN 27
           DISPLAY "Endereco: " AT LINE 9 COLUMN 20
           ACCEPT LOJA-ENDERECO AT LINE 9 COLUMN 31
           DISPLAY "Local de aliquota: " AT LINE 10 COLUMN 20
           ACCEPT LOJA-LOCAL-ALIQ AT LINE 10 COLUMN 40

           IF LOJA-LOCAL-ALIQ NOT EQUAL SPACES
               MOVE LOJA-LOCAL-ALIQ TO COD-LOCAL
               READ ALIQUOTA
                   INVALID KEY
                       DISPLAY "Aviso: local sem aliquota cadastrada"
                       AT LINE 11 COLUMN 20
               END-READ
           END-IF

           DISPLAY "Confirma a gravacao? (S/N): "
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 49.

      *Envia um exemplar Disponivel da loja corrente para outra
      *loja: grava a transferencia como em Transito e tira a copia
      *do checkout ate a confirmacao de chegada
       9932-ENVIA-TRANSFERENCIA  SECTION.
           MOVE "Enviar exemplar" TO WRK-MODULO.
           MOVE ZERO TO EX-CODFILME-DIG
           MOVE ZERO TO EX-NUMERO-DIG
           MOVE SPACES TO TRF-DESTINO-DIG

           DISPLAY TELA
           DISPLAY "Codigo do filme: " AT LINE 5 COLUMN 20
           ACCEPT EX-CODFILME-DIG AT LINE 5 COLUMN 38
           DISPLAY "Exemplar: " AT LINE 6 COLUMN 20
           ACCEPT EX-NUMERO-DIG AT LINE 6 COLUMN 31
           DISPLAY "Loja de destino: " AT LINE 7 COLUMN 20
           ACCEPT TRF-DESTINO-DIG AT LINE 7 COLUMN 38

           MOVE TRF-DESTINO-DIG TO LOJA-CODIGO
           READ LOJAS
               INVALID KEY
                   MOVE 'Loja de destino invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   IF TRF-DESTINO-DIG EQUAL WRK-LOJA-ATUAL
                       MOVE 'Destino igual a loja atual' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       PERFORM 9935-GRAVA-TRANSFERENCIA
                   END-IF
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 52.

      *Valida o exemplar e grava o registro da transferencia
       9935-GRAVA-TRANSFERENCIA  SECTION.
           MOVE EX-CODFILME-DIG TO EX-CODFILME
           MOVE EX-NUMERO-DIG TO EX-NUMERO
           READ EXEMPLARES
               INVALID KEY
                   MOVE 'Exemplar nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   IF NOT EXEMPLAR-DISPONIVEL
                       MOVE 'Exemplar nao esta disponivel' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       MOVE 'T' TO EX-STATUS
                       REWRITE EXEMPLARES-REG
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5205-JORNAL-EXEMPLARES

                       MOVE '1' TO CTLTRF-CHAVE
                       READ CTLTRF KEY IS CTLTRF-CHAVE
                       COMPUTE WRK-PROX-TRANSF = CTLTRF-ULT-NUMERO + 1
                       MOVE WRK-PROX-TRANSF TO NUM-TRANSF
                       MOVE EX-CODFILME TO TRF-CODFILME
                       MOVE EX-NUMERO TO TRF-EXEMPLAR
                       MOVE WRK-LOJA-ATUAL TO TRF-LOJA-ORIGEM
                       MOVE TRF-DESTINO-DIG TO TRF-LOJA-DESTINO
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       MOVE WRK-DATA-HOJE TO TRF-DATA
                       MOVE ZERO TO TRF-DATA-RECEB
                       MOVE WRK-OPERADOR TO TRF-OPERADOR
                       MOVE 'T' TO TRF-STATUS

                       WRITE TRANSFER-REG
                           INVALID KEY
                               MOVE 'Erro ao gravar transferencia'
                                   TO WRK-ERRO
                               DISPLAY TELA-ERRO ERASE EOL
                               MOVE '9935-GRAVA-TRANSFERENCIA'
                                   TO WRK-ERL-PARAGRAFO
                               MOVE 'TRANSFER' TO WRK-ERL-ARQUIVO
                               MOVE 'WRITE' TO WRK-ERL-OPERACAO
                               MOVE TRANSFER-STATUS TO WRK-ERL-STATUS
                               MOVE NUM-TRANSF TO WRK-ERL-CHAVE
                               PERFORM 5196-GRAVA-ERRO-ARQUIVO
                           NOT INVALID KEY
                               MOVE NUM-TRANSF TO CTLTRF-ULT-NUMERO
                               REWRITE CTLTRF-REG
                               DISPLAY "Transferencia numero: "
                               AT LINE 10 COLUMN 20
                               DISPLAY WRK-PROX-TRANSF
                               AT LINE 10 COLUMN 43
                       END-WRITE
                   END-IF
           END-READ.

      *Confirma a chegada de uma transferencia na loja de destino:
      *o exemplar muda de dona e volta a ficar Disponivel
       9933-RECEBE-TRANSFERENCIA  SECTION.
           MOVE "Confirmar chegada" TO WRK-MODULO.
           MOVE ZERO TO TRF-NUM-DIG

           DISPLAY TELA
           DISPLAY "Numero da transferencia: " AT LINE 5 COLUMN 20
           ACCEPT TRF-NUM-DIG AT LINE 5 COLUMN 46

           MOVE TRF-NUM-DIG TO NUM-TRANSF
           READ TRANSFER
               INVALID KEY
                   MOVE 'Transferencia nao encontrada' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   IF NOT TRANSF-EM-TRANSITO
                       MOVE 'Transferencia ja recebida' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                   IF TRF-LOJA-DESTINO NOT EQUAL WRK-LOJA-ATUAL
                       MOVE 'Confirme na loja de destino' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       MOVE 'R' TO TRF-STATUS
                       MOVE WRK-DATA-HOJE TO TRF-DATA-RECEB
                       REWRITE TRANSFER-REG

                       MOVE TRF-CODFILME TO EX-CODFILME
                       MOVE TRF-EXEMPLAR TO EX-NUMERO
                       READ EXEMPLARES
                           NOT INVALID KEY
                               MOVE WRK-LOJA-ATUAL TO EX-LOJA
                               MOVE 'D' TO EX-STATUS
                               REWRITE EXEMPLARES-REG
                               MOVE 'A' TO WRK-JRN-OPER
                               PERFORM 5205-JORNAL-EXEMPLARES
                       END-READ

      *                Copia em recall que chega vai direto para
      *                a RMA em vez de ficar Disponivel
                       MOVE TRF-CODFILME TO WRK-RCL-CODFILME
                       MOVE TRF-EXEMPLAR TO WRK-RCL-EXEMPLAR
                       PERFORM 9596-CONFERE-RECALL
                       IF WRK-RCL-PENDENTE EQUAL 'S'
                           PERFORM 9590-RECOLHE-RECALL
                           PERFORM 3198-ATUALIZA-DISPONIBILIDADE
                           DISPLAY "Copia em recall - separe p/ RMA "
                           AT LINE 8 COLUMN 20
                           DISPLAY RCL-RMA AT LINE 8 COLUMN 52
                       ELSE
                       DISPLAY "Chegada confirmada, exemplar liberado"
                       AT LINE 8 COLUMN 20
                       END-IF
                   END-IF
                   END-IF
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Manutencao da tabela de comissao por natureza de
      *recebimento (PAG-TIPO), no mesmo padrao de navegacao de
      *9863-MANTER-REPRECO: natureza sem linha na tabela nao
      *comissiona; estorno e nota de credito nao tem linha propria,
      *eles abatem o recibo original no relatorio (9806)
       9808-MANTER-COMISSAO  SECTION.
           MOVE "Comissao" TO WRK-MODULO.
           MOVE SPACES TO WRK-COM-TIPO-DIG

           DISPLAY TELA
           DISPLAY "L-ocacao M-ulta V-ale S-venda exemplar"
           AT LINE 5 COLUMN 20
           DISPLAY "C-onta da casa A-ssinatura de plano"
           AT LINE 6 COLUMN 20
           DISPLAY "Natureza do recibo: " AT LINE 8 COLUMN 20
           ACCEPT WRK-COM-TIPO-DIG AT LINE 8 COLUMN 41
           INSPECT WRK-COM-TIPO-DIG CONVERTING 'lmvsca' TO 'LMVSCA'

           MOVE 'N' TO WRK-COM-ACHOU
           IF WRK-COM-TIPO-DIG NOT EQUAL SPACE
               PERFORM VARYING WRK-COM-IDX-TP FROM 1 BY 1
                   UNTIL WRK-COM-IDX-TP > 8
                   IF WRK-COM-NAT (WRK-COM-IDX-TP)
                      EQUAL WRK-COM-TIPO-DIG
                       MOVE 'S' TO WRK-COM-ACHOU
                   END-IF
               END-PERFORM
           END-IF
           IF WRK-COM-ACHOU EQUAL 'N'
               MOVE 'Natureza invalida' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 9808-MANTER-COMISSAO-FIM
           END-IF

           MOVE WRK-COM-TIPO-DIG TO COM-TIPO
           READ COMISSAO
               INVALID KEY
                   DISPLAY "Natureza sem comissao" AT LINE 9 COLUMN 20
                   MOVE WRK-COM-TIPO-DIG TO COM-TIPO
                   MOVE SPACES TO COM-MODO
                   MOVE ZERO TO COM-PERCENTUAL
                   MOVE ZERO TO COM-VALOR-ITEM
                   PERFORM 9803-EDITA-COMISSAO
                   IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                       WRITE COMISSAO-REG
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       DISPLAY "Comissao gravada" AT LINE 20 COLUMN 20
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Modo atual: " AT LINE 9 COLUMN 20
                   DISPLAY COM-MODO AT LINE 9 COLUMN 33
                   DISPLAY "Percentual: " AT LINE 10 COLUMN 20
                   DISPLAY COM-PERCENTUAL AT LINE 10 COLUMN 33
                   DISPLAY "Valor por item: " AT LINE 11 COLUMN 20
                   DISPLAY COM-VALOR-ITEM AT LINE 11 COLUMN 37
                   DISPLAY "A-lterar ou E-xcluir? " AT LINE 12 COLUMN 20
                   ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 43
                   EVALUATE WRK-ESCOLHA
                       WHEN 'E'
                       WHEN 'e'
                           DELETE COMISSAO RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           DISPLAY "Natureza sem comissao"
                           AT LINE 20 COLUMN 20
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM 9803-EDITA-COMISSAO
                           IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                               REWRITE COMISSAO-REG
                               DISPLAY "Comissao alterada"
                               AT LINE 20 COLUMN 20
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       9808-MANTER-COMISSAO-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 22 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 52.

      *Captura o modo e o valor de uma linha da tabela de comissao
      *e pede a confirmacao da gravacao em WRK-ESCOLHA
       9803-EDITA-COMISSAO  SECTION.
           MOVE SPACES TO COM-MODO
           PERFORM UNTIL COMISSAO-PERCENTUAL OR COMISSAO-FIXA
               DISPLAY "Modo (P-ercentual F-ixo por item): "
               AT LINE 14 COLUMN 20
               ACCEPT COM-MODO AT LINE 14 COLUMN 56
               INSPECT COM-MODO CONVERTING 'pf' TO 'PF'
           END-PERFORM

           IF COMISSAO-PERCENTUAL
               MOVE ZERO TO COM-VALOR-ITEM
               DISPLAY "Percentual sobre o valor: "
               AT LINE 15 COLUMN 20
               ACCEPT COM-PERCENTUAL AT LINE 15 COLUMN 47
           ELSE
               MOVE ZERO TO COM-PERCENTUAL
               DISPLAY "Valor fixo por item: " AT LINE 15 COLUMN 20
               ACCEPT COM-VALOR-ITEM AT LINE 15 COLUMN 42
           END-IF

           DISPLAY "Confirma a gravacao? (S/N): "
           AT LINE 18 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 18 COLUMN 49.

      *Manutencao das metas mensais de venda: por operador (o
      *nome do cadastro, que e o que o recibo grava) ou por loja;
      *meta zero remove a linha do mes
       9807-MANTER-METAS  SECTION.
           MOVE "Metas" TO WRK-MODULO.
           MOVE SPACES TO WRK-COM-B-TIPO
           MOVE SPACES TO WRK-COM-B-OPER
           MOVE ZERO TO WRK-COM-MES
           MOVE 'S' TO WRK-COM-OK

           DISPLAY TELA
           DISPLAY "Meta de (O-perador L-oja): " AT LINE 5 COLUMN 20
           ACCEPT WRK-COM-B-TIPO AT LINE 5 COLUMN 48
           INSPECT WRK-COM-B-TIPO CONVERTING 'ol' TO 'OL'

           EVALUATE WRK-COM-B-TIPO
               WHEN 'O'
                   MOVE SPACES TO WRK-COM-OP-DIG
                   DISPLAY "Codigo do operador: " AT LINE 6 COLUMN 20
                   ACCEPT WRK-COM-OP-DIG AT LINE 6 COLUMN 41
                   MOVE WRK-COM-OP-DIG TO OP-CODIGO
                   READ OPERADORES
                       INVALID KEY
                           MOVE 'Operador nao cadastrado' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE 'N' TO WRK-COM-OK
                       NOT INVALID KEY
                           MOVE OP-NOME TO WRK-COM-B-OPER
                   END-READ
               WHEN 'L'
                   MOVE SPACES TO WRK-COM-B-LOJA
                   DISPLAY "Codigo da loja: " AT LINE 6 COLUMN 20
                   ACCEPT WRK-COM-B-LOJA AT LINE 6 COLUMN 37
                   MOVE WRK-COM-B-LOJA TO LOJA-CODIGO
                   READ LOJAS
                       INVALID KEY
                           MOVE 'Loja nao cadastrada' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE 'N' TO WRK-COM-OK
                       NOT INVALID KEY
                           MOVE LOJA-NOME TO WRK-COM-B-OPER
                   END-READ
               WHEN OTHER
                   MOVE 'Informe O ou L' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-COM-OK
           END-EVALUATE

           IF WRK-COM-OK EQUAL 'S'
               DISPLAY WRK-COM-B-OPER AT LINE 7 COLUMN 20

               DISPLAY "Mes da meta (AAAAMM): " AT LINE 8 COLUMN 20
               ACCEPT WRK-COM-MES AT LINE 8 COLUMN 43
               IF WRK-COM-MES (5:2) < '01' OR WRK-COM-MES (5:2) > '12'
                   MOVE 'Mes invalido' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-COM-OK
               END-IF
           END-IF

           IF WRK-COM-OK EQUAL 'S'
               MOVE 'N' TO WRK-COM-EXISTE
               PERFORM 9801-CHAVE-META
               READ METAS
                   INVALID KEY
                       PERFORM 9801-CHAVE-META
                       MOVE ZERO TO MET-VALOR
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-COM-EXISTE
               END-READ
               MOVE MET-VALOR TO WRK-COM-META-ED
               DISPLAY "Meta atual: " AT LINE 10 COLUMN 20
               DISPLAY WRK-COM-META-ED AT LINE 10 COLUMN 33
               DISPLAY "Nova meta (0 remove): " AT LINE 11 COLUMN 20
               ACCEPT MET-VALOR AT LINE 11 COLUMN 43

               DISPLAY "Confirma a gravacao? (S/N): "
               AT LINE 13 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 49
               IF WRK-ESCOLHA NOT EQUAL 'S' AND NOT EQUAL 's'
                   MOVE 'N' TO WRK-COM-OK
               END-IF
           END-IF

           IF WRK-COM-OK EQUAL 'S'
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-OPERADOR TO MET-OPERADOR
               MOVE WRK-DATA-HOJE TO MET-DATA-ALT
               IF MET-VALOR EQUAL ZERO
                   IF WRK-COM-EXISTE EQUAL 'S'
                       DELETE METAS RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   DISPLAY "Meta removida" AT LINE 20 COLUMN 20
               ELSE
                   IF WRK-COM-EXISTE EQUAL 'S'
                       REWRITE METAS-REG
                   ELSE
                       WRITE METAS-REG
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
                   DISPLAY "Meta gravada" AT LINE 20 COLUMN 20
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 22 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 52.

      *Monta a chave de METAS com o alcance, o codigo e o mes
      *escolhidos na manutencao (a loja vai pelo codigo)
       9801-CHAVE-META  SECTION.
           MOVE WRK-COM-B-TIPO TO MET-ALCANCE
           IF META-LOJA
               MOVE WRK-COM-B-LOJA TO MET-CODIGO
           ELSE
               MOVE WRK-COM-B-OPER TO MET-CODIGO
           END-IF
           MOVE WRK-COM-MES TO MET-MES.

      *Relatorio mensal de comissao e metas: totaliza os recibos
      *do mes fechado por operador (PAG-OPERADOR) e natureza
      *(PAG-TIPO), liquido de estornos e notas de credito (que
      *abatem o recibo original, mesmo vendido em outro mes, pois
      *o fiscal tambem os conta no mes em que saem), e imprime em
      *COMISREL.PRN a comissao devida e o percentual da meta de
      *cada operador e de cada loja. So roda para mes fechado no
      *3860, para o numero nao mudar depois de pago
       9806-RELATORIO-COMISSAO  SECTION.
           MOVE "Comissao" TO WRK-MODULO.
           MOVE ZERO TO WRK-COM-MES
           MOVE 0 TO WRK-COM-QTD-OP
           MOVE 0 TO WRK-COM-QTD-LJ
           MOVE 0 TO WRK-COM-QTD-RV
           MOVE 0 TO WRK-COM-TOT-DEVIDA

           DISPLAY TELA
           DISPLAY "Mes da comissao (AAAAMM): " AT LINE 5 COLUMN 20
           ACCEPT WRK-COM-MES AT LINE 5 COLUMN 47

           IF WRK-COM-MES EQUAL ZERO
               MOVE 'Informe o mes' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 9806-RELATORIO-COMISSAO-FIM
           END-IF

           MOVE WRK-COM-MES TO WRK-FM-MES-DIG
           PERFORM 3815-VERIFICA-MES-FECHADO
           IF WRK-MES-FECHADO NOT EQUAL 'S'
               MOVE 'Mes ainda nao foi fechado' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
      *        Primeira passada: recibos do mes pela chave por data;
      *        estornos e notas ficam guardados para a segunda, que
      *        le o recibo original (a leitura direta perderia a
      *        posicao desta varredura)
               COMPUTE PAG-DATA = WRK-COM-MES * 100 + 1
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-DATA
                   INVALID KEY
                       MOVE 10 TO PAGAMENTOS-STATUS
               END-START
               IF PAGAMENTOS-STATUS EQUAL 0
                   READ PAGAMENTOS NEXT RECORD
                   PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                       OR PAG-DATA (1:6) > WRK-COM-MES
                       IF PAGAMENTO-ESTORNO OR PAGAMENTO-NOTA-CRED
                           IF WRK-COM-QTD-RV < 500
                               ADD 1 TO WRK-COM-QTD-RV
                               MOVE PAG-REF-DOC
                                   TO WRK-CR-DOC (WRK-COM-QTD-RV)
                               MOVE PAG-VALOR-BRL
                                   TO WRK-CR-VALOR (WRK-COM-QTD-RV)
                           END-IF
                       ELSE
                           MOVE PAG-OPERADOR TO WRK-COM-B-OPER
                           MOVE PAG-LOJA TO WRK-COM-B-LOJA
                           MOVE PAG-TIPO TO WRK-COM-B-TIPO
                           MOVE PAG-VALOR-BRL TO WRK-COM-B-VALOR
                           MOVE 1 TO WRK-COM-B-ITEM
                           MOVE 1 TO WRK-COM-SINAL
                           PERFORM 9805-SOMA-COMISSAO
                       END-IF
                       READ PAGAMENTOS NEXT RECORD
                   END-PERFORM
               END-IF

      *        Segunda passada: cada estorno/nota abate a natureza, o
      *        operador e a loja do recibo original; o item so sai da
      *        contagem quando o valor devolvido cobre o recibo todo
               PERFORM VARYING WRK-COM-IDX-RV FROM 1 BY 1
                   UNTIL WRK-COM-IDX-RV > WRK-COM-QTD-RV
                   MOVE WRK-CR-DOC (WRK-COM-IDX-RV) TO NUM-PAGAMENTO
                   READ PAGAMENTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT PAGAMENTO-ESTORNO
                              AND NOT PAGAMENTO-NOTA-CRED
                               MOVE PAG-OPERADOR TO WRK-COM-B-OPER
                               MOVE PAG-LOJA TO WRK-COM-B-LOJA
                               MOVE PAG-TIPO TO WRK-COM-B-TIPO
                               MOVE WRK-CR-VALOR (WRK-COM-IDX-RV)
                                   TO WRK-COM-B-VALOR
                               IF WRK-COM-B-VALOR NOT LESS THAN
                                  PAG-VALOR-BRL
                                   MOVE 1 TO WRK-COM-B-ITEM
                               ELSE
                                   MOVE 0 TO WRK-COM-B-ITEM
                               END-IF
                               MOVE -1 TO WRK-COM-SINAL
                               PERFORM 9805-SOMA-COMISSAO
                           END-IF
                   END-READ
               END-PERFORM

               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               OPEN OUTPUT COMISREL
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Comissao e metas do mes ' DELIMITED BY SIZE
                      WRK-COM-MES DELIMITED BY SIZE
                      ' - emitido em ' DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      ' por ' DELIMITED BY SIZE
                      WRK-OPERADOR DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE COMISREL-REG FROM WRK-LINHA-IMP

               PERFORM VARYING WRK-COM-IDX-OP FROM 1 BY 1
                   UNTIL WRK-COM-IDX-OP > WRK-COM-QTD-OP
                   PERFORM 9804-IMPRIME-OPERADOR
               END-PERFORM

      *        Lojas: vendas comissionaveis contra a meta da loja
               MOVE '== Lojas' TO COMISREL-REG
               WRITE COMISREL-REG
               PERFORM VARYING WRK-COM-IDX-LJ FROM 1 BY 1
                   UNTIL WRK-COM-IDX-LJ > WRK-COM-QTD-LJ
                   MOVE 'L' TO MET-ALCANCE
                   MOVE WRK-CL-LOJA (WRK-COM-IDX-LJ) TO MET-CODIGO
                   MOVE WRK-COM-MES TO MET-MES
                   MOVE ZERO TO WRK-COM-META
                   READ METAS
                       NOT INVALID KEY
                           MOVE MET-VALOR TO WRK-COM-META
                   END-READ
                   MOVE WRK-CL-VENDAS (WRK-COM-IDX-LJ) TO WRK-COM-VENDAS
                   MOVE WRK-CL-DEVIDA (WRK-COM-IDX-LJ) TO WRK-COM-DEVIDA
                   PERFORM 9802-PERCENTUAL-META
                   MOVE SPACES TO WRK-LINHA-IMP
                   STRING 'Loja ' DELIMITED BY SIZE
                          WRK-CL-LOJA (WRK-COM-IDX-LJ) DELIMITED BY SIZE
                          '  Vendas: ' DELIMITED BY SIZE
                          WRK-COM-VALOR-ED DELIMITED BY SIZE
                          '  Comissao: ' DELIMITED BY SIZE
                          WRK-COM-DEVIDA-ED DELIMITED BY SIZE
                          '  Meta: ' DELIMITED BY SIZE
                          WRK-COM-META-ED DELIMITED BY SIZE
                          '  Atingido: ' DELIMITED BY SIZE
                          WRK-COM-PCT-ED DELIMITED BY SIZE
                          '%' DELIMITED BY SIZE
                          INTO WRK-LINHA-IMP
                   END-STRING
                   WRITE COMISREL-REG FROM WRK-LINHA-IMP
               END-PERFORM

               MOVE WRK-COM-TOT-DEVIDA TO WRK-COM-DEVIDA-ED
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Total de comissao devida no mes: '
                      DELIMITED BY SIZE
                      WRK-COM-DEVIDA-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE COMISREL-REG FROM WRK-LINHA-IMP
               CLOSE COMISREL
               MOVE 'COMISREL' TO WRK-SPL-RELATORIO
               MOVE SPACES TO WRK-SPL-PARAMETROS
               STRING 'MES=' DELIMITED BY SIZE
                      WRK-COM-MES DELIMITED BY SIZE
                      INTO WRK-SPL-PARAMETROS
               END-STRING
               MOVE WRK-PATH-COMISREL TO WRK-PATH-SPLORIG
               PERFORM 9667-ARQUIVA-RELATORIO

               DISPLAY "Relatorio gerado em COMISREL.PRN"
               AT LINE 8 COLUMN 20
               DISPLAY "Operadores no mes: " AT LINE 10 COLUMN 20
               DISPLAY WRK-COM-QTD-OP AT LINE 10 COLUMN 40
               DISPLAY "Comissao devida  : " AT LINE 11 COLUMN 20
               DISPLAY WRK-COM-DEVIDA-ED AT LINE 11 COLUMN 40
           END-IF.

       9806-RELATORIO-COMISSAO-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 52.

      *Soma (ou abate, com WRK-COM-SINAL negativo) um recibo nos
      *acumuladores do operador/natureza e da loja; a comissao e
      *calculada recibo a recibo pela linha da tabela da natureza
       9805-SOMA-COMISSAO  SECTION.
           MOVE WRK-COM-B-TIPO TO COM-TIPO
           MOVE 0 TO WRK-COM-IDX-TP
           READ COMISSAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WRK-COM-IDX-OP FROM 1 BY 1
                       UNTIL WRK-COM-IDX-OP > 8
                       IF WRK-COM-NAT (WRK-COM-IDX-OP)
                          EQUAL WRK-COM-B-TIPO
                           MOVE WRK-COM-IDX-OP TO WRK-COM-IDX-TP
                       END-IF
                   END-PERFORM
           END-READ
           IF WRK-COM-IDX-TP EQUAL 0
               GO TO 9805-SOMA-COMISSAO-FIM
           END-IF

           IF COMISSAO-PERCENTUAL
               COMPUTE WRK-COM-ITEM ROUNDED =
                   WRK-COM-B-VALOR * COM-PERCENTUAL / 100
           ELSE
               COMPUTE WRK-COM-ITEM =
                   WRK-COM-B-ITEM * COM-VALOR-ITEM
           END-IF

      *    Operador: procura a linha, ou abre uma nova zerada
           MOVE 'N' TO WRK-COM-ACHOU
           PERFORM VARYING WRK-COM-IDX-OP FROM 1 BY 1
               UNTIL WRK-COM-IDX-OP > WRK-COM-QTD-OP
               OR WRK-COM-ACHOU EQUAL 'S'
               IF WRK-CO-OPER (WRK-COM-IDX-OP) EQUAL WRK-COM-B-OPER
                   MOVE 'S' TO WRK-COM-ACHOU
               END-IF
           END-PERFORM
           IF WRK-COM-ACHOU EQUAL 'S'
               SUBTRACT 1 FROM WRK-COM-IDX-OP
           ELSE
               IF WRK-COM-QTD-OP NOT LESS THAN 40
                   MOVE 0 TO WRK-COM-IDX-OP
               ELSE
                   ADD 1 TO WRK-COM-QTD-OP
                   MOVE WRK-COM-QTD-OP TO WRK-COM-IDX-OP
                   MOVE WRK-COM-B-OPER TO WRK-CO-OPER (WRK-COM-IDX-OP)
                   PERFORM VARYING WRK-COM-IDX-LJ FROM 1 BY 1
                       UNTIL WRK-COM-IDX-LJ > 8
                       MOVE 0 TO WRK-CO-QTD (WRK-COM-IDX-OP,
                                             WRK-COM-IDX-LJ)
                       MOVE 0 TO WRK-CO-VALOR (WRK-COM-IDX-OP,
                                               WRK-COM-IDX-LJ)
                       MOVE 0 TO WRK-CO-COMIS (WRK-COM-IDX-OP,
                                               WRK-COM-IDX-LJ)
                   END-PERFORM
               END-IF
           END-IF

           IF WRK-COM-IDX-OP NOT EQUAL 0
               COMPUTE WRK-CO-QTD (WRK-COM-IDX-OP, WRK-COM-IDX-TP) =
                   WRK-CO-QTD (WRK-COM-IDX-OP, WRK-COM-IDX-TP)
                   + WRK-COM-SINAL * WRK-COM-B-ITEM
               COMPUTE WRK-CO-VALOR (WRK-COM-IDX-OP, WRK-COM-IDX-TP) =
                   WRK-CO-VALOR (WRK-COM-IDX-OP, WRK-COM-IDX-TP)
                   + WRK-COM-SINAL * WRK-COM-B-VALOR
               COMPUTE WRK-CO-COMIS (WRK-COM-IDX-OP, WRK-COM-IDX-TP) =
                   WRK-CO-COMIS (WRK-COM-IDX-OP, WRK-COM-IDX-TP)
                   + WRK-COM-SINAL * WRK-COM-ITEM

      *        Loja do recibo
               MOVE 'N' TO WRK-COM-ACHOU
               PERFORM VARYING WRK-COM-IDX-LJ FROM 1 BY 1
                   UNTIL WRK-COM-IDX-LJ > WRK-COM-QTD-LJ
                   OR WRK-COM-ACHOU EQUAL 'S'
                   IF WRK-CL-LOJA (WRK-COM-IDX-LJ) EQUAL WRK-COM-B-LOJA
                       MOVE 'S' TO WRK-COM-ACHOU
                   END-IF
               END-PERFORM
               IF WRK-COM-ACHOU EQUAL 'S'
                   SUBTRACT 1 FROM WRK-COM-IDX-LJ
               ELSE
                   IF WRK-COM-QTD-LJ NOT LESS THAN 20
                       MOVE 0 TO WRK-COM-IDX-LJ
                   ELSE
                       ADD 1 TO WRK-COM-QTD-LJ
                       MOVE WRK-COM-QTD-LJ TO WRK-COM-IDX-LJ
                       MOVE WRK-COM-B-LOJA
                           TO WRK-CL-LOJA (WRK-COM-IDX-LJ)
                       MOVE 0 TO WRK-CL-VENDAS (WRK-COM-IDX-LJ)
                       MOVE 0 TO WRK-CL-DEVIDA (WRK-COM-IDX-LJ)
                   END-IF
               END-IF
               IF WRK-COM-IDX-LJ NOT EQUAL 0
                   COMPUTE WRK-CL-VENDAS (WRK-COM-IDX-LJ) =
                       WRK-CL-VENDAS (WRK-COM-IDX-LJ)
                       + WRK-COM-SINAL * WRK-COM-B-VALOR
                   COMPUTE WRK-CL-DEVIDA (WRK-COM-IDX-LJ) =
                       WRK-CL-DEVIDA (WRK-COM-IDX-LJ)
                       + WRK-COM-SINAL * WRK-COM-ITEM
               END-IF
           END-IF.

       9805-SOMA-COMISSAO-FIM.
           CONTINUE.

      *Imprime o bloco do operador WRK-COM-IDX-OP: uma linha por
      *natureza com movimento e o resumo com a comissao devida e
      *o percentual atingido da meta do mes
       9804-IMPRIME-OPERADOR  SECTION.
           MOVE SPACES TO WRK-LINHA-IMP
           STRING '== Operador: ' DELIMITED BY SIZE
                  WRK-CO-OPER (WRK-COM-IDX-OP) DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE COMISREL-REG FROM WRK-LINHA-IMP

           MOVE 0 TO WRK-COM-VENDAS
           MOVE 0 TO WRK-COM-DEVIDA
           PERFORM VARYING WRK-COM-IDX-TP FROM 1 BY 1
               UNTIL WRK-COM-IDX-TP > 8
               IF WRK-CO-QTD (WRK-COM-IDX-OP, WRK-COM-IDX-TP)
                  NOT EQUAL 0
                  OR WRK-CO-VALOR (WRK-COM-IDX-OP, WRK-COM-IDX-TP)
                  NOT EQUAL 0
                   ADD WRK-CO-VALOR (WRK-COM-IDX-OP, WRK-COM-IDX-TP)
                       TO WRK-COM-VENDAS
                   ADD WRK-CO-COMIS (WRK-COM-IDX-OP, WRK-COM-IDX-TP)
                       TO WRK-COM-DEVIDA
                   MOVE WRK-CO-QTD (WRK-COM-IDX-OP, WRK-COM-IDX-TP)
                       TO WRK-COM-QTD-ED
                   MOVE WRK-CO-VALOR (WRK-COM-IDX-OP, WRK-COM-IDX-TP)
                       TO WRK-COM-VALOR-ED
                   MOVE WRK-CO-COMIS (WRK-COM-IDX-OP, WRK-COM-IDX-TP)
                       TO WRK-COM-DEVIDA-ED
                   MOVE SPACES TO WRK-LINHA-IMP
                   STRING '   Natureza ' DELIMITED BY SIZE
                          WRK-COM-NAT (WRK-COM-IDX-TP)
                          DELIMITED BY SIZE
                          '  Itens: ' DELIMITED BY SIZE
                          WRK-COM-QTD-ED DELIMITED BY SIZE
                          '  Valor: ' DELIMITED BY SIZE
                          WRK-COM-VALOR-ED DELIMITED BY SIZE
                          '  Comissao: ' DELIMITED BY SIZE
                          WRK-COM-DEVIDA-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-IMP
                   END-STRING
                   WRITE COMISREL-REG FROM WRK-LINHA-IMP
               END-IF
           END-PERFORM
           ADD WRK-COM-DEVIDA TO WRK-COM-TOT-DEVIDA

           MOVE 'O' TO MET-ALCANCE
           MOVE WRK-CO-OPER (WRK-COM-IDX-OP) TO MET-CODIGO
           MOVE WRK-COM-MES TO MET-MES
           MOVE ZERO TO WRK-COM-META
           READ METAS
               NOT INVALID KEY
                   MOVE MET-VALOR TO WRK-COM-META
           END-READ
           PERFORM 9802-PERCENTUAL-META

           MOVE SPACES TO WRK-LINHA-IMP
           STRING '   Vendas: ' DELIMITED BY SIZE
                  WRK-COM-VALOR-ED DELIMITED BY SIZE
                  '  Comissao devida: ' DELIMITED BY SIZE
                  WRK-COM-DEVIDA-ED DELIMITED BY SIZE
                  '  Meta: ' DELIMITED BY SIZE
                  WRK-COM-META-ED DELIMITED BY SIZE
                  '  Atingido: ' DELIMITED BY SIZE
                  WRK-COM-PCT-ED DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE COMISREL-REG FROM WRK-LINHA-IMP.

      *Edita vendas, comissao e meta correntes e calcula o
      *percentual atingido (zero quando nao ha meta cadastrada)
       9802-PERCENTUAL-META  SECTION.
           MOVE 0 TO WRK-COM-PCT
           IF WRK-COM-META > ZERO AND WRK-COM-VENDAS > ZERO
               COMPUTE WRK-COM-PCT ROUNDED =
                   WRK-COM-VENDAS * 100 / WRK-COM-META
                   ON SIZE ERROR
                       MOVE 99999,99 TO WRK-COM-PCT
               END-COMPUTE
           END-IF
           MOVE WRK-COM-VENDAS TO WRK-COM-VALOR-ED
           MOVE WRK-COM-DEVIDA TO WRK-COM-DEVIDA-ED
           MOVE WRK-COM-META TO WRK-COM-META-ED
           MOVE WRK-COM-PCT TO WRK-COM-PCT-ED.

      *Liga ou desliga uma edicao de uma obra: informa o filme e
      *o numero do grupo (zero remove o vinculo); edicoes do mesmo
      *grupo compartilham fila de reserva e saem juntas nas
      *consultas de disponibilidade e nas estatisticas
       9809-MANTER-EDICOES  SECTION.
           MOVE "Edicoes ligadas" TO WRK-MODULO.
           MOVE ZERO TO ED-FILME-DIG
           MOVE ZERO TO ED-GRUPO-DIG

           DISPLAY TELA
           DISPLAY "Codigo do filme: " AT LINE 5 COLUMN 20
           ACCEPT ED-FILME-DIG AT LINE 5 COLUMN 38

           MOVE ED-FILME-DIG TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE 'Filme nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   DISPLAY TITULO AT LINE 6 COLUMN 20
                   MOVE ED-FILME-DIG TO WRK-ED-FILME
                   PERFORM 3670-BUSCA-GRUPO-EDICAO
                   DISPLAY "Grupo atual (0 = sem vinculo): "
                   AT LINE 7 COLUMN 20
                   DISPLAY WRK-ED-GRUPO AT LINE 7 COLUMN 52
                   DISPLAY "Novo grupo (0 remove): "
                   AT LINE 9 COLUMN 20
                   ACCEPT ED-GRUPO-DIG AT LINE 9 COLUMN 44
                   MOVE ED-FILME-DIG TO ED-CODFILME
                   IF ED-GRUPO-DIG EQUAL ZERO
                       IF WRK-ED-GRUPO > ZERO
                           DELETE EDICOES RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           DISPLAY "Vinculo removido"
                           AT LINE 11 COLUMN 20
                       END-IF
                   ELSE
                       MOVE ED-GRUPO-DIG TO ED-GRUPO
                       WRITE EDICOES-REG
                           INVALID KEY
                               REWRITE EDICOES-REG
                       END-WRITE
                       DISPLAY "Vinculo gravado" AT LINE 11 COLUMN 20
                   END-IF
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 52.

      *Cria um documento de devolucao ao distribuidor (RMA): os
      *exemplares baixados por defeito entram item a item com o
      *pedido de compra original e o custo a creditar, e o
      *romaneio impresso viaja com a caixa; o documento fica
      *Aberto ate a nota de credito do distribuidor chegar (9814)
       9815-CRIAR-RMA  SECTION.
           MOVE "Criar RMA" TO WRK-MODULO.
           MOVE SPACES TO RMA-DIST-DIG

           DISPLAY TELA
           DISPLAY "Distribuidor: " AT LINE 5 COLUMN 20
           ACCEPT RMA-DIST-DIG AT LINE 5 COLUMN 35

           MOVE RMA-DIST-DIG TO COD-DISTRIBUIDORA
           READ DISTRIB
               INVALID KEY
                   MOVE 'Distribuidora invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   MOVE '1' TO CTLRMA-CHAVE
                   READ CTLRMA KEY IS CTLRMA-CHAVE
                   COMPUTE WRK-PROX-RMA = CTLRMA-ULT-NUMERO + 1

                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-PROX-RMA TO RMA-NUMERO
                   MOVE ZERO TO RMA-LINHA
                   MOVE RMA-DIST-DIG TO RMA-DISTRIBUIDORA
                   MOVE WRK-DATA-HOJE TO RMA-DATA
                   MOVE ZERO TO RMA-DATA-CRED
                   MOVE 'A' TO RMA-STATUS
                   MOVE ZERO TO RMA-CODFILME
                   MOVE ZERO TO RMA-EXEMPLAR
                   MOVE ZERO TO RMA-PEDIDO-REF
                   MOVE ZERO TO RMA-CUSTO

                   WRITE RMA-REG
                       INVALID KEY
                           MOVE 'Erro ao gravar RMA' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE '9815-CRIAR-RMA' TO WRK-ERL-PARAGRAFO
                           MOVE 'RMA' TO WRK-ERL-ARQUIVO
                           MOVE 'WRITE' TO WRK-ERL-OPERACAO
                           MOVE RMA-ARQ-STATUS TO WRK-ERL-STATUS
                           MOVE RMA-CHAVE TO WRK-ERL-CHAVE
                           PERFORM 5196-GRAVA-ERRO-ARQUIVO
                       NOT INVALID KEY
                           MOVE WRK-PROX-RMA TO CTLRMA-ULT-NUMERO
                           REWRITE CTLRMA-REG
                           DISPLAY "RMA numero: " AT LINE 6 COLUMN 20
                           DISPLAY WRK-PROX-RMA AT LINE 6 COLUMN 33

                           MOVE ZERO TO WRK-RMA-LINHA
                           MOVE 'N' TO WRK-RMA-FIM
                           PERFORM 9812-LE-ITEM-RMA
                               UNTIL WRK-RMA-FIM EQUAL 'S'
                               OR WRK-RMA-LINHA NOT LESS THAN 99

                           PERFORM 9811-IMPRIME-ROMANEIO
                   END-WRITE
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Le e grava um item do RMA (filme zero encerra); so exemplar
      *Baixado entra, que e o que temos a devolver
       9812-LE-ITEM-RMA  SECTION.
           MOVE ZERO TO RMA-FILME-DIG
           DISPLAY "Filme (0 encerra): "
           AT LINE 8 COLUMN 20 ERASE EOL
           ACCEPT RMA-FILME-DIG AT LINE 8 COLUMN 40

           IF RMA-FILME-DIG EQUAL ZERO
               MOVE 'S' TO WRK-RMA-FIM
           ELSE
               MOVE ZERO TO RMA-EX-DIG
               DISPLAY "Exemplar: " AT LINE 9 COLUMN 20 ERASE EOL
               ACCEPT RMA-EX-DIG AT LINE 9 COLUMN 31

               MOVE RMA-FILME-DIG TO EX-CODFILME
               MOVE RMA-EX-DIG TO EX-NUMERO
               READ EXEMPLARES
                   INVALID KEY
                       MOVE 'Exemplar nao cadastrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
                       IF NOT EXEMPLAR-BAIXADO
                           MOVE 'So exemplar baixado entra'
                               TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       ELSE
                           MOVE ZERO TO RMA-PED-DIG
                           MOVE ZERO TO RMA-CUSTO-DIG
                           DISPLAY "Pedido de origem: "
                           AT LINE 10 COLUMN 20 ERASE EOL
                           ACCEPT RMA-PED-DIG AT LINE 10 COLUMN 39
                           DISPLAY "Custo a creditar: "
                           AT LINE 11 COLUMN 20 ERASE EOL
                           ACCEPT RMA-CUSTO-DIG AT LINE 11 COLUMN 39

                           ADD 1 TO WRK-RMA-LINHA
                           MOVE WRK-PROX-RMA TO RMA-NUMERO
                           MOVE WRK-RMA-LINHA TO RMA-LINHA
                           MOVE SPACES TO RMA-DISTRIBUIDORA
                           MOVE ZERO TO RMA-DATA
                           MOVE ZERO TO RMA-DATA-CRED
                           MOVE SPACE TO RMA-STATUS
                           MOVE RMA-FILME-DIG TO RMA-CODFILME
                           MOVE RMA-EX-DIG TO RMA-EXEMPLAR
                           MOVE RMA-PED-DIG TO RMA-PEDIDO-REF
                           MOVE RMA-CUSTO-DIG TO RMA-CUSTO
                           WRITE RMA-REG
                               INVALID KEY
                                   MOVE 'Erro ao gravar item'
                                       TO WRK-ERRO
                                   DISPLAY TELA-ERRO ERASE EOL
                                   MOVE '9812-LE-ITEM-RMA'
                                       TO WRK-ERL-PARAGRAFO
                                   MOVE 'RMA' TO WRK-ERL-ARQUIVO
                                   MOVE 'WRITE' TO WRK-ERL-OPERACAO
                                   MOVE RMA-ARQ-STATUS TO WRK-ERL-STATUS
                                   MOVE RMA-CHAVE TO WRK-ERL-CHAVE
                                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
                               NOT INVALID KEY
                                   DISPLAY "Item gravado: "
                                   AT LINE 12 COLUMN 20 ERASE EOL
                                   DISPLAY WRK-RMA-LINHA
                                   AT LINE 12 COLUMN 35
                           END-WRITE
                       END-IF
               END-READ
           END-IF.

      *Imprime o romaneio do RMA recem criado em RMAPACK.PRN
       9811-IMPRIME-ROMANEIO  SECTION.
           OPEN EXTEND RMAPACK
           IF RMAPACK-STATUS EQUAL 35
               OPEN OUTPUT RMAPACK
           END-IF

           MOVE ALL '=' TO WRK-LINHA-CUPOM
           WRITE RMAPACK-REG FROM WRK-LINHA-CUPOM
           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING 'DEVOLUCAO AO DISTRIBUIDOR - RMA '
                  DELIMITED BY SIZE
                  WRK-PROX-RMA DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE RMAPACK-REG FROM WRK-LINHA-CUPOM
           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING 'Distribuidor: ' DELIMITED BY SIZE
                  RMA-DIST-DIG DELIMITED BY SIZE
                  '  Data: ' DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE RMAPACK-REG FROM WRK-LINHA-CUPOM
           MOVE ALL '-' TO WRK-LINHA-CUPOM
           WRITE RMAPACK-REG FROM WRK-LINHA-CUPOM

           MOVE WRK-PROX-RMA TO RMA-NUMERO
           MOVE 1 TO RMA-LINHA
           START RMA KEY IS NOT LESS THAN RMA-CHAVE
               INVALID KEY
                   MOVE 10 TO RMA-ARQ-STATUS
           END-START
           IF RMA-ARQ-STATUS EQUAL 0
               READ RMA NEXT RECORD
               PERFORM UNTIL RMA-ARQ-STATUS NOT EQUAL 0
                  OR RMA-NUMERO NOT EQUAL WRK-PROX-RMA
                   MOVE SPACES TO WRK-LINHA-CUPOM
                   STRING 'Filme ' DELIMITED BY SIZE
                          RMA-CODFILME DELIMITED BY SIZE
                          ' ex. ' DELIMITED BY SIZE
                          RMA-EXEMPLAR DELIMITED BY SIZE
                          '  pedido ' DELIMITED BY SIZE
                          RMA-PEDIDO-REF DELIMITED BY SIZE
                          '  custo ' DELIMITED BY SIZE
                          RMA-CUSTO DELIMITED BY SIZE
                          INTO WRK-LINHA-CUPOM
                   END-STRING
                   WRITE RMAPACK-REG FROM WRK-LINHA-CUPOM
                   READ RMA NEXT RECORD
               END-PERFORM
           END-IF

           MOVE ALL '=' TO WRK-LINHA-CUPOM
           WRITE RMAPACK-REG FROM WRK-LINHA-CUPOM
           CLOSE RMAPACK
           MOVE SPACES TO WRK-SPL-INICIO
           STRING 'DEVOLUCAO AO DISTRIBUIDOR - RMA '
                  DELIMITED BY SIZE
                  WRK-PROX-RMA DELIMITED BY SIZE
                  INTO WRK-SPL-INICIO
           END-STRING
           MOVE 'RMAPACK' TO WRK-SPL-RELATORIO
           MOVE SPACES TO WRK-SPL-PARAMETROS
           STRING 'RMA=' DELIMITED BY SIZE
                  WRK-PROX-RMA DELIMITED BY SIZE
                  INTO WRK-SPL-PARAMETROS
           END-STRING
           MOVE WRK-PATH-RMAPACK TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO

           DISPLAY "Romaneio impresso em RMAPACK.PRN"
           AT LINE 14 COLUMN 20.

      *Marca um RMA como creditado quando a nota de credito do
      *distribuidor chega
       9814-CREDITA-RMA  SECTION.
           MOVE "Creditar RMA" TO WRK-MODULO.
           MOVE ZERO TO RMA-NUM-DIG

           DISPLAY TELA
           DISPLAY "Numero do RMA: " AT LINE 5 COLUMN 20
           ACCEPT RMA-NUM-DIG AT LINE 5 COLUMN 36

           MOVE RMA-NUM-DIG TO RMA-NUMERO
           MOVE ZERO TO RMA-LINHA
           READ RMA
               INVALID KEY
                   MOVE 'RMA nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   IF RMA-CREDITADA
                       MOVE 'RMA ja creditado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       MOVE 'C' TO RMA-STATUS
                       MOVE WRK-DATA-HOJE TO RMA-DATA-CRED
                       REWRITE RMA-REG
                       MOVE ZERO TO CODFILME
                       MOVE 'RMACRED' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'RMA=' DELIMITED BY SIZE
                              RMA-NUM-DIG DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA
                       DISPLAY "RMA marcado como creditado"
                       AT LINE 7 COLUMN 20
                   END-IF
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 10 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 52.

      *Credito de RMA ainda pendente por distribuidora, para a
      *compra abater do proximo pedido
       9813-RELATORIO-RMA  SECTION.
           MOVE "RMA pendentes" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-RMA-REL
           MOVE SPACES TO WRK-RMA-DIST-ATUAL
           MOVE 'N' TO WRK-RMA-ABERTA

           OPEN OUTPUT RMAREL
           MOVE "Distribuidora;CreditoPendente" TO RMAREL-REG
           WRITE RMAREL-REG

      *    Cabecalho vem antes dos itens na ordem da chave, entao
      *    a varredura carrega a distribuidora e soma os custos
      *    dos documentos ainda Abertos
           MOVE LOW-VALUES TO RMA-CHAVE
           START RMA KEY IS NOT LESS THAN RMA-CHAVE
               INVALID KEY
                   MOVE 10 TO RMA-ARQ-STATUS
           END-START
           IF RMA-ARQ-STATUS EQUAL 0
               READ RMA NEXT RECORD
               PERFORM UNTIL RMA-ARQ-STATUS NOT EQUAL 0
                   IF RMA-LINHA EQUAL ZERO
                       MOVE RMA-DISTRIBUIDORA TO WRK-RMA-DIST-ATUAL
                       IF RMA-ABERTA
                           MOVE 'S' TO WRK-RMA-ABERTA
                       ELSE
                           MOVE 'N' TO WRK-RMA-ABERTA
                       END-IF
                   ELSE
                       IF WRK-RMA-ABERTA EQUAL 'S'
                           PERFORM 9810-SOMA-RMA-REL
                       END-IF
                   END-IF
                   READ RMA NEXT RECORD
               END-PERFORM
           END-IF

           PERFORM VARYING WRK-IDX-RMA-REL FROM 1 BY 1
               UNTIL WRK-IDX-RMA-REL > WRK-QTD-RMA-REL
               MOVE SPACES TO WRK-LINHA-CSV
               STRING WRK-RMA-REL-DIST (WRK-IDX-RMA-REL)
                      DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WRK-RMA-REL-TOT (WRK-IDX-RMA-REL)
                      DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE RMAREL-REG FROM WRK-LINHA-CSV
           END-PERFORM

           CLOSE RMAREL

           DISPLAY TELA
           DISPLAY "Relatorio gerado em RMAREL.CSV"
           AT LINE 5 COLUMN 20
           DISPLAY "Distribuidoras com credito: "
           AT LINE 7 COLUMN 20
           DISPLAY WRK-QTD-RMA-REL AT LINE 7 COLUMN 49

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 9 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 9 COLUMN 52.

      *Soma o item corrente no balde da distribuidora dele
       9810-SOMA-RMA-REL  SECTION.
           MOVE 'N' TO WRK-RMA-REL-ACHOU
           PERFORM VARYING WRK-IDX-RMA-REL FROM 1 BY 1
               UNTIL WRK-IDX-RMA-REL > WRK-QTD-RMA-REL
               IF WRK-RMA-REL-DIST (WRK-IDX-RMA-REL)
                  EQUAL WRK-RMA-DIST-ATUAL
                   ADD RMA-CUSTO
                       TO WRK-RMA-REL-TOT (WRK-IDX-RMA-REL)
                   MOVE 'S' TO WRK-RMA-REL-ACHOU
               END-IF
           END-PERFORM
           IF WRK-RMA-REL-ACHOU EQUAL 'N'
              AND WRK-QTD-RMA-REL < 10
               ADD 1 TO WRK-QTD-RMA-REL
               MOVE WRK-RMA-DIST-ATUAL
                   TO WRK-RMA-REL-DIST (WRK-QTD-RMA-REL)
               MOVE RMA-CUSTO
                   TO WRK-RMA-REL-TOT (WRK-QTD-RMA-REL)
           END-IF.

      *Relatorio das transferencias ainda em transito, para
      *flagrar caixas que nunca chegaram ao destino
       9934-RELATORIO-TRANSITO  SECTION.
           MOVE 0 TO WRK-QTD-TRANSITO

           OPEN OUTPUT TRFABERT
           MOVE "Transf;Filme;Exemplar;Origem;Destino;Enviada"
               TO TRFABERT-REG
           WRITE TRFABERT-REG

           MOVE LOW-VALUES TO NUM-TRANSF
           START TRANSFER KEY IS NOT LESS THAN NUM-TRANSF
               INVALID KEY
                   MOVE 10 TO TRANSFER-STATUS
           END-START
           IF TRANSFER-STATUS EQUAL 0
               READ TRANSFER NEXT RECORD
               PERFORM UNTIL TRANSFER-STATUS NOT EQUAL 0
      *            As Pedidas pelas outras lojas (segura remota)
      *            saem junto, para a origem separar e enviar
                   IF TRANSF-EM-TRANSITO OR TRANSF-PEDIDA
                       ADD 1 TO WRK-QTD-TRANSITO
                       MOVE SPACES TO WRK-LINHA-CSV
                       STRING NUM-TRANSF       DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              TRF-CODFILME     DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              TRF-EXEMPLAR     DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              TRF-LOJA-ORIGEM  DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              TRF-LOJA-DESTINO DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              TRF-DATA         DELIMITED BY SIZE
                              INTO WRK-LINHA-CSV
                       END-STRING
                       WRITE TRFABERT-REG FROM WRK-LINHA-CSV
                   END-IF
                   READ TRANSFER NEXT RECORD
               END-PERFORM
           END-IF

           CLOSE TRFABERT.

           DISPLAY TELA
           DISPLAY "Relatorio gerado em TRFABERT.CSV"
           AT LINE 10 COLUMN 20
           DISPLAY "Transferencias em transito: " AT LINE 12 COLUMN 20
           DISPLAY WRK-QTD-TRANSITO AT LINE 12 COLUMN 49

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 55.

      *Estatistica de locacao por titulo: percorre o resumo
      *diario RESUMOLOC na ordem da chave alternada por filme
      *(quebra de controle), acumula por titulo as vezes alugado,
      *clientes distintos, ultima retirada e duracao media das
      *locacoes devolvidas, reordena por quantidade decrescente
      *via SORT (como o 9100 faz por nota) e grava ESTATLOC.CSV
      *com o titulo; vale ate o ultimo dia montado pela cadeia
       9928-ESTATISTICA-LOCACAO  SECTION.
           MOVE "Estatistica" TO WRK-MODULO.

           OPEN OUTPUT ESTTMP
           MOVE 0 TO WRK-EST-FILME-ANT
           PERFORM 9927-ZERA-GRUPO-ESTAT

      *    Os marcadores de dia (titulo zero) ficam de fora
           MOVE 1 TO RL-CODFILME
           START RESUMOLOC KEY IS NOT LESS THAN RL-CODFILME
               INVALID KEY
                   MOVE 10 TO RESUMOLOC-STATUS
           END-START
           IF RESUMOLOC-STATUS EQUAL 0
               READ RESUMOLOC NEXT RECORD
               PERFORM UNTIL RESUMOLOC-STATUS NOT EQUAL 0
                   IF RL-CODFILME NOT EQUAL WRK-EST-FILME-ANT
                       PERFORM 9929-FECHA-FILME-ESTAT
                       PERFORM 9927-ZERA-GRUPO-ESTAT
                       MOVE RL-CODFILME TO WRK-EST-FILME-ANT
                   END-IF
                   ADD RL-QTD-LOCACOES TO WRK-EST-QTD
                   ADD RL-QTD-CLI-NOVOS TO WRK-QTD-DIST
                   IF RL-QTD-LOCACOES > ZERO
                      AND RL-DATA > WRK-EST-ULT
                       MOVE RL-DATA TO WRK-EST-ULT
                   END-IF
                   ADD RL-DIAS-DEVOLUCOES TO WRK-EST-SOMA-DIAS
                   ADD RL-QTD-DEV-MEDIA TO WRK-EST-QTD-DEV
                   READ RESUMOLOC NEXT RECORD
               END-PERFORM
           END-IF
           PERFORM 9929-FECHA-FILME-ESTAT

           CLOSE ESTTMP

           SORT ESTATORD
               ON DESCENDING KEY EST-QTD-ORD
               USING ESTTMP
               GIVING ESTTOP

           OPEN INPUT ESTTOP
           OPEN OUTPUT ESTATLOC
           MOVE "Filme;Titulo;Locacoes;Clientes;UltRetirada;MediaDi
      -        "as;Grupo" TO ESTATLOC-REG
           WRITE ESTATLOC-REG

           READ ESTTOP
           PERFORM UNTIL ESTTOP-STATUS NOT EQUAL 0
               MOVE EST-CODFILME-TOP TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE SPACES TO TITULO
               END-READ
               MOVE EST-CODFILME-TOP TO WRK-ED-FILME
               PERFORM 3670-BUSCA-GRUPO-EDICAO
               MOVE SPACES TO WRK-LINHA-CSV
               STRING EST-CODFILME-TOP  DELIMITED BY SIZE
                      ";"               DELIMITED BY SIZE
                      TITULO            DELIMITED BY SIZE
                      ";"               DELIMITED BY SIZE
                      EST-QTD-TOP       DELIMITED BY SIZE
                      ";"               DELIMITED BY SIZE
                      EST-DISTINTOS-TOP DELIMITED BY SIZE
                      ";"               DELIMITED BY SIZE
                      EST-ULT-TOP       DELIMITED BY SIZE
                      ";"               DELIMITED BY SIZE
                      EST-MEDIA-TOP     DELIMITED BY SIZE
                      ";"               DELIMITED BY SIZE
                      WRK-ED-GRUPO      DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE ESTATLOC-REG FROM WRK-LINHA-CSV
               READ ESTTOP
           END-PERFORM

           CLOSE ESTTOP
           CLOSE ESTATLOC

           DISPLAY TELA
           DISPLAY "Estatistica gerada em ESTATLOC.CSV"
           AT LINE 10 COLUMN 20
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 55.

      *Zera os acumuladores do grupo corrente da estatistica
       9927-ZERA-GRUPO-ESTAT  SECTION.
           MOVE 0 TO WRK-EST-QTD
           MOVE 0 TO WRK-EST-ULT
           MOVE 0 TO WRK-EST-SOMA-DIAS
           MOVE 0 TO WRK-EST-QTD-DEV
           MOVE 0 TO WRK-QTD-DIST.

      *Fecha o grupo do titulo corrente: calcula a media de dias e
      *grava o total em ESTTMP
       9929-FECHA-FILME-ESTAT  SECTION.
           IF WRK-EST-FILME-ANT NOT EQUAL ZERO
              AND WRK-EST-QTD > ZERO
               MOVE WRK-EST-FILME-ANT TO EST-CODFILME
               MOVE WRK-EST-QTD TO EST-QTD
               MOVE WRK-QTD-DIST TO EST-DISTINTOS
               MOVE WRK-EST-ULT TO EST-ULT-RETIRADA
               IF WRK-EST-QTD-DEV > ZERO
                   COMPUTE EST-MEDIA-DIAS =
                       WRK-EST-SOMA-DIAS / WRK-EST-QTD-DEV
               ELSE
                   MOVE ZERO TO EST-MEDIA-DIAS
               END-IF
               WRITE ESTTMP-REG
           END-IF.

      *Relatorio de encalhe: titulos ativos com copia Disponivel
      *que nao alugam desde a data de corte (hoje menos N meses,
      *com N perguntado na execucao), sem reserva Aguardando,
      *listados com o preco de compra para a venda de ex-locacao
       9925-RELATORIO-ENCALHE  SECTION.
           MOVE "Encalhe" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-ENCALHE
           MOVE 0 TO WRK-ENCALHE-MESES

           DISPLAY TELA
           DISPLAY "Meses sem alugar para entrar no encalhe: "
           AT LINE 5 COLUMN 20
           ACCEPT WRK-ENCALHE-MESES AT LINE 5 COLUMN 62

           IF WRK-ENCALHE-MESES EQUAL ZERO
               MOVE 'Informe um numero de meses' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-DATA-HOJE TO WRK-CORTE-CALC
               PERFORM WRK-ENCALHE-MESES TIMES
                   IF WRK-CORTE-MES EQUAL 1
                       MOVE 12 TO WRK-CORTE-MES
                       SUBTRACT 1 FROM WRK-CORTE-ANO
                   ELSE
                       SUBTRACT 1 FROM WRK-CORTE-MES
                   END-IF
               END-PERFORM
               MOVE WRK-CORTE-CALC TO WRK-DATA-CORTE

               OPEN OUTPUT ENCALHE
               MOVE "Filme;Titulo;PrecoCompra;Moeda;Grupo"
                   TO ENCALHE-REG
               WRITE ENCALHE-REG

               OPEN INPUT FILMESSEQ
               READ FILMESSEQ
               PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
                   IF FILME-ATIVOSQ
                       PERFORM 9924-TESTA-ENCALHE
                   END-IF
                   READ FILMESSEQ
               END-PERFORM
               CLOSE FILMESSEQ

               CLOSE ENCALHE

               DISPLAY "Relatorio gerado em ENCALHE.CSV"
               AT LINE 8 COLUMN 20
               DISPLAY "Titulos encalhados: " AT LINE 10 COLUMN 20
               DISPLAY WRK-QTD-ENCALHE AT LINE 10 COLUMN 41
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Confere se o filme corrente de FILMESSEQ esta encalhado:
      *precisa ter copia Disponivel, nenhuma reserva Aguardando e
      *nenhuma retirada desde a data de corte (pelo resumo diario
      *de locacoes, na chave alternada por filme)
       9924-TESTA-ENCALHE  SECTION.
           MOVE 'N' TO WRK-TEM-DISPONIVEL
           MOVE CODFILMESQ TO EX-CODFILME
           MOVE ZERO TO EX-NUMERO
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                  OR EX-CODFILME NOT EQUAL CODFILMESQ
                  OR WRK-TEM-DISPONIVEL EQUAL 'S'
                   IF EXEMPLAR-DISPONIVEL
                       MOVE 'S' TO WRK-TEM-DISPONIVEL
                   ELSE
                       READ EXEMPLARES NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF

           IF WRK-TEM-DISPONIVEL EQUAL 'S'
               MOVE 'N' TO WRK-ALUGOU-RECENTE
               MOVE CODFILMESQ TO RL-CODFILME
               START RESUMOLOC KEY IS NOT LESS THAN RL-CODFILME
                   INVALID KEY
                       MOVE 10 TO RESUMOLOC-STATUS
               END-START
               IF RESUMOLOC-STATUS EQUAL 0
                   READ RESUMOLOC NEXT RECORD
                   PERFORM UNTIL RESUMOLOC-STATUS NOT EQUAL 0
                      OR RL-CODFILME NOT EQUAL CODFILMESQ
                      OR WRK-ALUGOU-RECENTE EQUAL 'S'
                       IF RL-QTD-LOCACOES > ZERO
                          AND RL-DATA NOT LESS THAN WRK-DATA-CORTE
                           MOVE 'S' TO WRK-ALUGOU-RECENTE
                       ELSE
                           READ RESUMOLOC NEXT RECORD
                       END-IF
                   END-PERFORM
               END-IF

               MOVE 0 TO WRK-QTD-FILA
               MOVE LOW-VALUES TO NUM-RESERVA
               START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
                   INVALID KEY
                       MOVE 10 TO RESERVAS-STATUS
               END-START
               IF RESERVAS-STATUS EQUAL 0
                   READ RESERVAS NEXT RECORD
                   PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                      OR WRK-QTD-FILA > 0
                       IF RES-CODFILME EQUAL CODFILMESQ
                          AND RESERVA-AGUARDANDO
                           ADD 1 TO WRK-QTD-FILA
                       ELSE
                           READ RESERVAS NEXT RECORD
                       END-IF
                   END-PERFORM
               END-IF

               IF WRK-ALUGOU-RECENTE EQUAL 'N'
                  AND WRK-QTD-FILA EQUAL ZERO
                   ADD 1 TO WRK-QTD-ENCALHE
                   MOVE CODFILMESQ TO WRK-ED-FILME
                   PERFORM 3670-BUSCA-GRUPO-EDICAO
                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING CODFILMESQ      DELIMITED BY SIZE
                          ";"             DELIMITED BY SIZE
                          TITULOSQ        DELIMITED BY SIZE
                          ";"             DELIMITED BY SIZE
                          PRECO-COMPRASQ  DELIMITED BY SIZE
                          ";"             DELIMITED BY SIZE
                          MOEDASQ         DELIMITED BY SIZE
                          ";"             DELIMITED BY SIZE
                          WRK-ED-GRUPO    DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE ENCALHE-REG FROM WRK-LINHA-CSV
               END-IF
           END-IF.

      *Extrato de preferencias para mala direta: para cada cliente
      *ativo, conta os generos do historico de locacoes (GENERO do
      *filme mais os adicionais de FILMEGEN) e grava nome, contato
      *e os tres generos mais alugados; com um genero de filtro,
      *so saem os clientes que ja alugaram aquele genero, e com um
      *segmento RFM de filtro (9747) so os daquele segmento; o
      *segmento da ultima apuracao sai na ultima coluna
       9923-EXTRATO-MALA  SECTION.
           MOVE "Mala direta" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-MALA
           MOVE 0 TO WRK-QTD-SUPRIMIDOS
           MOVE SPACES TO WRK-FILTRO-GEN-MALA

           DISPLAY TELA
           DISPLAY "Genero de filtro (branco = todos): "
           AT LINE 5 COLUMN 20
           ACCEPT WRK-FILTRO-GEN-MALA AT LINE 5 COLUMN 56

           IF WRK-FILTRO-GEN-MALA NOT EQUAL SPACES
               MOVE WRK-FILTRO-GEN-MALA TO COD-GENERO
               READ GENEROS
                   INVALID KEY
                       MOVE 'Genero invalido' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE SPACES TO WRK-FILTRO-GEN-MALA
               END-READ
           END-IF

           MOVE SPACES TO WRK-FILTRO-SEG-MALA
           DISPLAY "Segmento RFM (branco = todos): "
           AT LINE 6 COLUMN 20
           DISPLAY "CA LE NO PR AT RI HI PE SL" AT LINE 7 COLUMN 20
           ACCEPT WRK-FILTRO-SEG-MALA AT LINE 6 COLUMN 56
           INSPECT WRK-FILTRO-SEG-MALA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WRK-FILTRO-SEG-MALA NOT EQUAL SPACES
               MOVE WRK-FILTRO-SEG-MALA TO WRK-RFM-COD
               PERFORM 9739-RFM-INDICE-SEGMENTO
               IF WRK-RFM-IDX EQUAL ZERO
                   MOVE 'Segmento invalido' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE SPACES TO WRK-FILTRO-SEG-MALA
               END-IF
           END-IF

           MOVE 'N' TO WRK-RFM-ABERTO
           OPEN INPUT RFMCLI
           IF RFMCLI-STATUS EQUAL 0
               MOVE 'S' TO WRK-RFM-ABERTO
           ELSE
               IF WRK-FILTRO-SEG-MALA NOT EQUAL SPACES
                   MOVE 'Segmentacao RFM nao apurada' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE SPACES TO WRK-FILTRO-SEG-MALA
               END-IF
           END-IF

           OPEN OUTPUT MALA
           MOVE
             "Nome;Endereco;Telefone;Genero1;Genero2;Genero3;Segmento"
               TO MALA-REG
           WRITE MALA-REG

           MOVE LOW-VALUES TO COD-CLIENTE
           START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
               INVALID KEY
                   MOVE 10 TO CLIENTES-STATUS
           END-START
           IF CLIENTES-STATUS EQUAL 0
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                   IF CLIENTE-ATIVO
                       IF CLIENTE-SEM-CARTA
                           ADD 1 TO WRK-QTD-SUPRIMIDOS
                       ELSE
                           MOVE SPACES TO RFM-SEGMENTO
                           IF WRK-RFM-ABERTO EQUAL 'S'
                               MOVE COD-CLIENTE TO RFM-CLIENTE
                               READ RFMCLI
                                   INVALID KEY
                                       MOVE SPACES TO RFM-SEGMENTO
                               END-READ
                           END-IF
                           IF WRK-FILTRO-SEG-MALA EQUAL SPACES
                              OR WRK-FILTRO-SEG-MALA EQUAL RFM-SEGMENTO
                               PERFORM 9922-PREFERENCIAS-DO-CLIENTE
                           END-IF
                       END-IF
                   END-IF
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-IF

           CLOSE MALA
           IF WRK-RFM-ABERTO EQUAL 'S'
               CLOSE RFMCLI
           END-IF.

           DISPLAY TELA
           DISPLAY "Extrato gerado em MALA.CSV" AT LINE 10 COLUMN 20
           DISPLAY "Clientes na lista: " AT LINE 12 COLUMN 20
           DISPLAY WRK-QTD-MALA AT LINE 12 COLUMN 40
           DISPLAY "Recusaram carta: " AT LINE 13 COLUMN 20
           DISPLAY WRK-QTD-SUPRIMIDOS AT LINE 13 COLUMN 40

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 55.

      *Monta a contagem de generos do cliente corrente e grava a
      *linha da mala quando ele passa pelo filtro
       9922-PREFERENCIAS-DO-CLIENTE  SECTION.
           MOVE 0 TO WRK-GEN-TALLY-QTD

           MOVE COD-CLIENTE TO WRK-EXT-CLIENTE
           PERFORM 3486-REINICIA-CLIENTE
           PERFORM 3485-LER-PROX-DO-CLIENTE
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               IF NOT EMPRESTIMO-ESTORNADO
                   MOVE EMP-CODFILME TO CODFILME
                   READ FILMES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE GENERO TO WRK-GEN-BUSCADO
                           PERFORM 9921-TALLY-GENERO

      *                    Generos adicionais do titulo
                           MOVE CODFILME TO FG-CODFILME
                           MOVE LOW-VALUES TO FG-GENERO
                           START FILMEGEN KEY IS NOT LESS THAN FG-CHAVE
                               INVALID KEY
                                   MOVE 10 TO FILMEGEN-STATUS
                           END-START
                           IF FILMEGEN-STATUS EQUAL 0
                               READ FILMEGEN NEXT RECORD
                               PERFORM UNTIL FILMEGEN-STATUS
                                   NOT EQUAL 0
                                  OR FG-CODFILME NOT EQUAL CODFILME
                                   MOVE FG-GENERO TO WRK-GEN-BUSCADO
                                   PERFORM 9921-TALLY-GENERO
                                   READ FILMEGEN NEXT RECORD
                               END-PERFORM
                           END-IF
                   END-READ
               END-IF
               PERFORM 3485-LER-PROX-DO-CLIENTE
           END-PERFORM

      *    Filtro: o cliente precisa ja ter alugado o genero pedido
           IF WRK-FILTRO-GEN-MALA NOT EQUAL SPACES
               MOVE 'N' TO WRK-DIST-ACHOU
               PERFORM VARYING WRK-IDX-GEN FROM 1 BY 1
                   UNTIL WRK-IDX-GEN > WRK-GEN-TALLY-QTD
                   IF WRK-GEN-NOME (WRK-IDX-GEN) EQUAL
                      WRK-FILTRO-GEN-MALA
                      AND WRK-GEN-CONT (WRK-IDX-GEN) > 0
                       MOVE 'S' TO WRK-DIST-ACHOU
                   END-IF
               END-PERFORM
           ELSE
               MOVE 'S' TO WRK-DIST-ACHOU
           END-IF

           IF WRK-DIST-ACHOU EQUAL 'S'
              AND WRK-GEN-TALLY-QTD > 0
      *        Seleciona os tres generos mais alugados do cliente
               MOVE SPACES TO WRK-TOP-GENEROS
               PERFORM VARYING WRK-IDX-TOP FROM 1 BY 1
                   UNTIL WRK-IDX-TOP > 3
                   MOVE 0 TO WRK-MAX-CONT
                   MOVE 0 TO WRK-MAX-IDX
                   PERFORM VARYING WRK-IDX-GEN FROM 1 BY 1
                       UNTIL WRK-IDX-GEN > WRK-GEN-TALLY-QTD
                       IF WRK-GEN-CONT (WRK-IDX-GEN) > WRK-MAX-CONT
                           MOVE WRK-GEN-CONT (WRK-IDX-GEN)
                               TO WRK-MAX-CONT
                           MOVE WRK-IDX-GEN TO WRK-MAX-IDX
                       END-IF
                   END-PERFORM
                   IF WRK-MAX-IDX > 0
                       MOVE WRK-GEN-NOME (WRK-MAX-IDX)
                           TO WRK-TOP-GEN (WRK-IDX-TOP)
                       MOVE 0 TO WRK-GEN-CONT (WRK-MAX-IDX)
                   END-IF
               END-PERFORM

               ADD 1 TO WRK-QTD-MALA
               MOVE SPACES TO WRK-LINHA-CSV
               STRING NOME-CLIENTE      DELIMITED BY SIZE
                      ";"               DELIMITED BY SIZE
                      ENDERECO-CLIENTE  DELIMITED BY SIZE
                      ";"               DELIMITED BY SIZE
                      TELEFONE-CLIENTE  DELIMITED BY SIZE
                      ";"               DELIMITED BY SIZE
                      WRK-TOP-GEN (1)   DELIMITED BY SIZE
                      ";"               DELIMITED BY SIZE
                      WRK-TOP-GEN (2)   DELIMITED BY SIZE
                      ";"               DELIMITED BY SIZE
                      WRK-TOP-GEN (3)   DELIMITED BY SIZE
                      ";"               DELIMITED BY SIZE
                      RFM-SEGMENTO      DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE MALA-REG FROM WRK-LINHA-CSV
           END-IF.

      *Soma um no genero em WRK-GEN-BUSCADO dentro da tabela de
      *contagem do cliente corrente
       9921-TALLY-GENERO  SECTION.
           IF WRK-GEN-BUSCADO NOT EQUAL SPACES
               MOVE 0 TO WRK-MAX-IDX
               PERFORM VARYING WRK-IDX-GEN FROM 1 BY 1
                   UNTIL WRK-IDX-GEN > WRK-GEN-TALLY-QTD
                   IF WRK-GEN-NOME (WRK-IDX-GEN) EQUAL WRK-GEN-BUSCADO
                       MOVE WRK-IDX-GEN TO WRK-MAX-IDX
                   END-IF
               END-PERFORM
               IF WRK-MAX-IDX > 0
                   ADD 1 TO WRK-GEN-CONT (WRK-MAX-IDX)
               ELSE
                   IF WRK-GEN-TALLY-QTD < 20
                       ADD 1 TO WRK-GEN-TALLY-QTD
                       MOVE WRK-GEN-BUSCADO
                           TO WRK-GEN-NOME (WRK-GEN-TALLY-QTD)
                       MOVE 1 TO WRK-GEN-CONT (WRK-GEN-TALLY-QTD)
                   END-IF
               END-IF
           END-IF.

      *Gera as cartas de cobranca: uma carta formatada por
      *emprestimo Aberto em atraso, com o texto escolhido pelo
      *nivel de escalada do emprestimo, e sobe o nivel apos cada
      *emissao (primeiro aviso -> aviso final -> cobranca); o
      *nivel 3 passa a bloquear novos checkouts do cliente (3140)
       9920-GERA-CARTAS  SECTION.
           MOVE "Cartas cobranca" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-CARTAS
           MOVE 0 TO WRK-QTD-SUPRIMIDOS
           MOVE 0 TO WRK-AD-QTD-SEM-CARTA
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT CARTAS

           PERFORM 3478-REINICIA-ABERTOS
           PERFORM 3475-LER-PROX-ABERTO
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               IF WRK-DATA-HOJE > EMP-DATA-PREVISTA
                   PERFORM 9919-GERA-UMA-CARTA
               END-IF
               PERFORM 3475-LER-PROX-ABERTO
           END-PERFORM

           CLOSE CARTAS.

           DISPLAY TELA
           DISPLAY "Cartas geradas em CARTAS.PRN" AT LINE 10 COLUMN 20
           DISPLAY "Cartas emitidas: " AT LINE 12 COLUMN 20
           DISPLAY WRK-QTD-CARTAS AT LINE 12 COLUMN 38
           DISPLAY "Recusaram carta: " AT LINE 13 COLUMN 20
           DISPLAY WRK-QTD-SUPRIMIDOS AT LINE 13 COLUMN 38
           DISPLAY "Em acordo      : " AT LINE 14 COLUMN 20
           DISPLAY WRK-AD-QTD-SEM-CARTA AT LINE 14 COLUMN 38

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 15 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 55.

      *Emite a carta do emprestimo corrente e sobe o nivel de
      *escalada; o calculo da multa usa as condicoes da categoria
      *do titulo, como no checkin. Cliente que recusou carta nao
      *recebe a correspondencia e o nivel fica onde esta; cliente
      *com acordo de divida ativo sai da escalada enquanto estiver
      *em dia com as parcelas (o passo ACORDOS rompe o acordo)
       9919-GERA-UMA-CARTA  SECTION.
           MOVE EMP-CLIENTE TO WRK-AD-CLIENTE
           PERFORM 3143-CLIENTE-EM-ACORDO
           IF WRK-AD-ATIVO EQUAL 'S'
               ADD 1 TO WRK-AD-QTD-SEM-CARTA
               GO TO 9919-GERA-UMA-CARTA-FIM
           END-IF

           MOVE EMP-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO NOME-CLIENTE
                   MOVE SPACES TO ENDERECO-CLIENTE
                   MOVE SPACES TO CLI-OPT-CARTA
           END-READ
           IF CLIENTE-SEM-CARTA
               ADD 1 TO WRK-QTD-SUPRIMIDOS
           ELSE
               PERFORM 3165-TERMOS-DO-EMPRESTIMO
               MOVE 0 TO WRK-DIAS-ATRASO
               MOVE EMP-DATA-PREVISTA TO WRK-DATA-CALC
               PERFORM UNTIL WRK-DATA-CALC EQUAL WRK-DATA-HOJE
                   PERFORM 3150-AVANCA-UM-DIA
                   PERFORM 3156-DIA-FECHADO
                   IF WRK-DIA-FECHADO EQUAL 'N'
                       ADD 1 TO WRK-DIAS-ATRASO
                   END-IF
               END-PERFORM
               COMPUTE WRK-VALOR-MULTA =
                   WRK-DIAS-ATRASO * WRK-MULTA-DIA
               PERFORM 3166-LIMITA-MULTA

               MOVE ALL '=' TO WRK-LINHA-CUPOM
               WRITE CARTAS-REG FROM WRK-LINHA-CUPOM

               EVALUATE EMP-NIVEL-COBRANCA
                   WHEN 0
                       MOVE 'PRIMEIRO AVISO DE ATRASO'
                           TO WRK-LINHA-CUPOM
                   WHEN 1
                       MOVE 'AVISO FINAL DE ATRASO' TO WRK-LINHA-CUPOM
                   WHEN OTHER
                       MOVE 'ENVIADO PARA COBRANCA' TO WRK-LINHA-CUPOM
               END-EVALUATE
               WRITE CARTAS-REG FROM WRK-LINHA-CUPOM

               MOVE NOME-CLIENTE TO WRK-LINHA-CUPOM
               WRITE CARTAS-REG FROM WRK-LINHA-CUPOM
               MOVE ENDERECO-CLIENTE TO WRK-LINHA-CUPOM
               WRITE CARTAS-REG FROM WRK-LINHA-CUPOM

               MOVE SPACES TO WRK-LINHA-CUPOM
               STRING 'Titulo: ' DELIMITED BY SIZE
                      TITULO (1:30) DELIMITED BY SIZE
                      INTO WRK-LINHA-CUPOM
               END-STRING
               WRITE CARTAS-REG FROM WRK-LINHA-CUPOM

               MOVE SPACES TO WRK-LINHA-CUPOM
               STRING 'Dias de atraso: ' DELIMITED BY SIZE
                      WRK-DIAS-ATRASO DELIMITED BY SIZE
                      '  Multa acumulada: ' DELIMITED BY SIZE
                      WRK-VALOR-MULTA DELIMITED BY SIZE
                      INTO WRK-LINHA-CUPOM
               END-STRING
               WRITE CARTAS-REG FROM WRK-LINHA-CUPOM

               MOVE ALL '=' TO WRK-LINHA-CUPOM
               WRITE CARTAS-REG FROM WRK-LINHA-CUPOM

               IF EMP-NIVEL-COBRANCA < 3
                   ADD 1 TO EMP-NIVEL-COBRANCA
               END-IF
               REWRITE EMPRESTIMOS-REG
               MOVE 'A' TO WRK-JRN-OPER
               PERFORM 5202-JORNAL-EMPRESTIMOS
               ADD 1 TO WRK-QTD-CARTAS
           END-IF.

       9919-GERA-UMA-CARTA-FIM.
           CONTINUE.

      *Snapshot mensal de indicadores: junta em uma linha de
      *KPIHIST.CSV as locacoes e devolucoes do mes, as multas
      *geradas, a receita recebida, os clientes novos, a foto de
      *abertos/atrasados e as baixas do mes (lidas do log
      *BAIXAS.CSV), substituindo o caderno de numeros da gerencia.
      *Locacoes, devolucoes e multas vem do resumo diario de
      *locacoes e a foto de abertos/atrasados do marcador do
      *ultimo dia montado pela cadeia noturna
       9918-SNAPSHOT-KPI  SECTION.
           MOVE "Snapshot KPI" TO WRK-MODULO.
           MOVE ZERO TO WRK-KPI-MES

           DISPLAY TELA
           DISPLAY "Mes do snapshot (AAAAMM): " AT LINE 5 COLUMN 20
           ACCEPT WRK-KPI-MES AT LINE 5 COLUMN 47

           IF WRK-KPI-MES EQUAL ZERO
               MOVE 'Informe o mes' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE 0 TO WRK-KPI-LOCACOES
               MOVE 0 TO WRK-KPI-DEVOLUCOES
               MOVE 0 TO WRK-KPI-MULTAS
               MOVE 0 TO WRK-KPI-RECEITA
               MOVE 0 TO WRK-KPI-CLI-NOVOS
               MOVE 0 TO WRK-KPI-ABERTOS
               MOVE 0 TO WRK-KPI-ATRASADOS
               MOVE 0 TO WRK-KPI-BAIXAS
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

      *        Resumo diario: locacoes, devolucoes e multas do
      *        mes, pela chave principal (dia na frente)
               COMPUTE RL-DATA = WRK-KPI-MES * 100
               MOVE LOW-VALUES TO RL-LOJA
               MOVE ZERO TO RL-CODFILME
               MOVE LOW-VALUES TO RL-CLASSE
               START RESUMOLOC KEY IS NOT LESS THAN RL-CHAVE
                   INVALID KEY
                       MOVE 10 TO RESUMOLOC-STATUS
               END-START
               IF RESUMOLOC-STATUS EQUAL 0
                   READ RESUMOLOC NEXT RECORD
                   PERFORM UNTIL RESUMOLOC-STATUS NOT EQUAL 0
                       OR RL-DATA (1:6) > WRK-KPI-MES
                       IF RL-CODFILME NOT EQUAL ZERO
                           ADD RL-QTD-LOCACOES TO WRK-KPI-LOCACOES
                           ADD RL-QTD-DEVOLUCOES
                               TO WRK-KPI-DEVOLUCOES
                           ADD RL-VALOR-MULTAS TO WRK-KPI-MULTAS
                       END-IF
                       READ RESUMOLOC NEXT RECORD
                   END-PERFORM
               END-IF

      *        Foto de abertos/atrasados do ultimo dia montado
               PERFORM 9705-RL-ULTIMO-MARCADOR
               IF WRK-RL-ULTIMO NOT EQUAL ZERO
                   MOVE WRK-RL-ULTIMO TO RL-DATA
                   MOVE SPACES TO RL-LOJA
                   MOVE ZERO TO RL-CODFILME
                   MOVE SPACE TO RL-CLASSE
                   READ RESUMOLOC
                       INVALID KEY
                           MOVE 23 TO RESUMOLOC-STATUS
                   END-READ
                   IF RESUMOLOC-STATUS EQUAL 0
                       MOVE RL-QTD-ABERTOS TO WRK-KPI-ABERTOS
                       MOVE RL-QTD-ATRASADOS TO WRK-KPI-ATRASADOS
                   END-IF
               END-IF

      *        Receita do mes em BRL, pela chave alternada por data
               COMPUTE PAG-DATA = WRK-KPI-MES * 100 + 1
               START PAGAMENTOS KEY IS NOT LESS THAN PAG-DATA
                   INVALID KEY
                       MOVE 10 TO PAGAMENTOS-STATUS
               END-START
               IF PAGAMENTOS-STATUS EQUAL 0
                   READ PAGAMENTOS NEXT RECORD
                   PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                       OR PAG-DATA (1:6) > WRK-KPI-MES
                       IF PAG-DATA (1:6) EQUAL WRK-KPI-MES
                           IF PAGAMENTO-ESTORNO
                              OR PAGAMENTO-NOTA-CRED
                               SUBTRACT PAG-VALOR-BRL
                                   FROM WRK-KPI-RECEITA
                           ELSE
                               ADD PAG-VALOR-BRL TO WRK-KPI-RECEITA
                           END-IF
                       END-IF
                       READ PAGAMENTOS NEXT RECORD
                   END-PERFORM
               END-IF

      *        Clientes novos do mes
               MOVE LOW-VALUES TO COD-CLIENTE
               START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
                   INVALID KEY
                       MOVE 10 TO CLIENTES-STATUS
               END-START
               IF CLIENTES-STATUS EQUAL 0
                   READ CLIENTES NEXT RECORD
                   PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                       IF CLI-DATA-CADASTRO (1:6) EQUAL WRK-KPI-MES
                           ADD 1 TO WRK-KPI-CLI-NOVOS
                       END-IF
                       READ CLIENTES NEXT RECORD
                   END-PERFORM
               END-IF

      *        Baixas do mes, contadas do log BAIXAS.CSV
               OPEN INPUT BAIXAS
               IF BAIXAS-STATUS EQUAL 0
                   READ BAIXAS
                   PERFORM UNTIL BAIXAS-STATUS NOT EQUAL 0
                       IF BAIXAS-REG (1:6) EQUAL WRK-KPI-MES
                           ADD 1 TO WRK-KPI-BAIXAS
                       END-IF
                       READ BAIXAS
                   END-PERFORM
                   CLOSE BAIXAS
               END-IF

               OPEN EXTEND KPIHIST
               IF KPIHIST-STATUS EQUAL 35
                   OPEN OUTPUT KPIHIST
               END-IF
               MOVE SPACES TO WRK-LINHA-CSV
               STRING WRK-KPI-MES         DELIMITED BY SIZE
                      ";Loc="             DELIMITED BY SIZE
                      WRK-KPI-LOCACOES    DELIMITED BY SIZE
                      ";Dev="             DELIMITED BY SIZE
                      WRK-KPI-DEVOLUCOES  DELIMITED BY SIZE
                      ";Multas="          DELIMITED BY SIZE
                      WRK-KPI-MULTAS      DELIMITED BY SIZE
                      ";Receita="         DELIMITED BY SIZE
                      WRK-KPI-RECEITA     DELIMITED BY SIZE
                      ";CliNovos="        DELIMITED BY SIZE
                      WRK-KPI-CLI-NOVOS   DELIMITED BY SIZE
                      ";Abertos="         DELIMITED BY SIZE
                      WRK-KPI-ABERTOS     DELIMITED BY SIZE
                      ";Atrasados="       DELIMITED BY SIZE
                      WRK-KPI-ATRASADOS   DELIMITED BY SIZE
                      ";Baixas="          DELIMITED BY SIZE
                      WRK-KPI-BAIXAS      DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE KPIHIST-REG FROM WRK-LINHA-CSV
               CLOSE KPIHIST

               DISPLAY "Snapshot gravado em KPIHIST.CSV"
               AT LINE 8 COLUMN 20
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 10 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 52.

      *Ultimo dia montado no resumo diario de locacoes: o maior
      *RL-DATA entre os marcadores (titulo zero na chave alternada
      *por filme); zero se a cadeia ainda nao montou o resumo
       9705-RL-ULTIMO-MARCADOR  SECTION.
           MOVE ZERO TO WRK-RL-ULTIMO
           MOVE ZERO TO RL-CODFILME
           START RESUMOLOC KEY IS NOT LESS THAN RL-CODFILME
               INVALID KEY
                   MOVE 10 TO RESUMOLOC-STATUS
           END-START
           IF RESUMOLOC-STATUS EQUAL 0
               READ RESUMOLOC NEXT RECORD
               PERFORM UNTIL RESUMOLOC-STATUS NOT EQUAL 0
                  OR RL-CODFILME NOT EQUAL ZERO
                   IF RL-DATA > WRK-RL-ULTIMO
                       MOVE RL-DATA TO WRK-RL-ULTIMO
                   END-IF
                   READ RESUMOLOC NEXT RECORD
               END-PERFORM
           END-IF.

      *Painel de indicadores: mostra lado a lado as ultimas doze
      *linhas do historico mensal
       9917-PAINEL-KPI  SECTION.
           MOVE "Painel KPI" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-KPI

           OPEN INPUT KPIHIST
           IF KPIHIST-STATUS NOT EQUAL 0
               DISPLAY TELA
               DISPLAY "Ainda nao ha snapshots gravados"
               AT LINE 10 COLUMN 20
           ELSE
               READ KPIHIST
               PERFORM UNTIL KPIHIST-STATUS NOT EQUAL 0
                   IF WRK-QTD-KPI < 12
                       ADD 1 TO WRK-QTD-KPI
                   ELSE
      *                Mantem so os doze mais recentes: desloca a
      *                tabela uma posicao para cima
                       PERFORM VARYING WRK-IDX-KPI FROM 1 BY 1
                           UNTIL WRK-IDX-KPI > 11
                           MOVE WRK-KPI-LINHA (WRK-IDX-KPI + 1)
                               TO WRK-KPI-LINHA (WRK-IDX-KPI)
                       END-PERFORM
                   END-IF
                   MOVE KPIHIST-REG (1:110)
                       TO WRK-KPI-LINHA (WRK-QTD-KPI)
                   READ KPIHIST
               END-PERFORM
               CLOSE KPIHIST

               DISPLAY TELA
               DISPLAY "Painel de KPIs (meses recentes)"
               AT LINE 4 COLUMN 5
               MOVE 6 TO WRK-CONTADOR-LINHA
               PERFORM VARYING WRK-IDX-KPI FROM 1 BY 1
                   UNTIL WRK-IDX-KPI > WRK-QTD-KPI
                   DISPLAY WRK-KPI-LINHA (WRK-IDX-KPI)
                   AT LINE WRK-CONTADOR-LINHA COLUMN 5 ERASE EOL
                   ADD 1 TO WRK-CONTADOR-LINHA
               END-PERFORM
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Exportacao fiscal do mes escolhido: uma linha por pagamento
      *(data, recibo, bruto, parcela de imposto, moeda e o valor ja
      *convertido para BRL na taxa do dia do recebimento) e um
      *trailer com os totais e a contagem, no espirito dos totais
      *de controle do 9950
       9916-EXPORTA-FISCAL  SECTION.
           MOVE "Export fiscal" TO WRK-MODULO.
           MOVE ZERO TO WRK-FIS-MES

           DISPLAY TELA
           DISPLAY "Mes da exportacao (AAAAMM): " AT LINE 5 COLUMN 20
           ACCEPT WRK-FIS-MES AT LINE 5 COLUMN 49

           IF WRK-FIS-MES EQUAL ZERO
               MOVE 'Informe o mes' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               PERFORM 9820-GERA-FISCAL-MES

               DISPLAY "Exportacao gerada em FISCAL.CSV"
               AT LINE 8 COLUMN 20
               DISPLAY "Pagamentos exportados: " AT LINE 10 COLUMN 20
               DISPLAY WRK-FIS-QTD AT LINE 10 COLUMN 44
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Nucleo da exportacao fiscal do mes em WRK-FIS-MES, usado
      *pela tela acima e pelo fechamento do mes contabil (3860),
      *que gera o arquivo como parte do proprio fechamento
       9820-GERA-FISCAL-MES  SECTION.
           MOVE 0 TO WRK-FIS-QTD
           MOVE 0 TO WRK-FIS-TOT-BRUTO
           MOVE 0 TO WRK-FIS-TOT-IMPOSTO
           MOVE 0 TO WRK-FIS-TOT-BRL

           OPEN OUTPUT FISCAL
           MOVE "Data;Recibo;Tipo;Bruto;Imposto;Moeda;ValorBRL;CPF"
               TO FISCAL-REG
           WRITE FISCAL-REG

      *    Caminho direto pela chave alternada por data, do
      *    primeiro dia do mes ate a virada
           COMPUTE PAG-DATA = WRK-FIS-MES * 100 + 1
           START PAGAMENTOS KEY IS NOT LESS THAN PAG-DATA
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START
           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
               PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                   OR PAG-DATA (1:6) > WRK-FIS-MES
                   IF PAG-DATA (1:6) EQUAL WRK-FIS-MES
                       ADD 1 TO WRK-FIS-QTD
                       IF PAGAMENTO-ESTORNO
                          OR PAGAMENTO-NOTA-CRED
                           SUBTRACT PAG-VALOR
                               FROM WRK-FIS-TOT-BRUTO
                           SUBTRACT PAG-VALOR-IMPOSTO
                               FROM WRK-FIS-TOT-IMPOSTO
                           SUBTRACT PAG-VALOR-BRL
                               FROM WRK-FIS-TOT-BRL
                       ELSE
                           ADD PAG-VALOR TO WRK-FIS-TOT-BRUTO
                           ADD PAG-VALOR-IMPOSTO
                               TO WRK-FIS-TOT-IMPOSTO
                           ADD PAG-VALOR-BRL TO WRK-FIS-TOT-BRL
                       END-IF

                       MOVE SPACES TO WRK-FIS-CPF
                       IF PAGAMENTO-VENDA-EX
                          AND PAG-CLIENTE > ZERO
                           MOVE PAG-CLIENTE TO COD-CLIENTE
                           READ CLIENTES
                               NOT INVALID KEY
                                   IF CLI-CPF NOT EQUAL ZERO
                                       MOVE CLI-CPF TO WRK-FIS-CPF
                                   END-IF
                           END-READ
                       END-IF

                       MOVE SPACES TO WRK-LINHA-CSV
                       STRING PAG-DATA          DELIMITED BY SIZE
                              ";"               DELIMITED BY SIZE
                              NUM-PAGAMENTO     DELIMITED BY SIZE
                              ";"               DELIMITED BY SIZE
                              PAG-TIPO          DELIMITED BY SIZE
                              ";"               DELIMITED BY SIZE
                              PAG-VALOR         DELIMITED BY SIZE
                              ";"               DELIMITED BY SIZE
                              PAG-VALOR-IMPOSTO DELIMITED BY SIZE
                              ";"               DELIMITED BY SIZE
                              PAG-MOEDA         DELIMITED BY SIZE
                              ";"               DELIMITED BY SIZE
                              PAG-VALOR-BRL     DELIMITED BY SIZE
                              ";"               DELIMITED BY SIZE
                              WRK-FIS-CPF       DELIMITED BY SPACE
                              INTO WRK-LINHA-CSV
                       END-STRING
                       WRITE FISCAL-REG FROM WRK-LINHA-CSV

      *                Abre o imposto do recibo por componente
      *                vigente na data do recebimento
                       IF PAG-VALOR-IMPOSTO > ZERO
                           PERFORM 9838-FISCAL-COMPONENTES
                       END-IF
                   END-IF
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM
           END-IF

           MOVE SPACES TO WRK-LINHA-CSV
           STRING 'TOTAL;'           DELIMITED BY SIZE
                  WRK-FIS-QTD        DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WRK-FIS-TOT-BRUTO  DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WRK-FIS-TOT-IMPOSTO DELIMITED BY SIZE
                  ';;'               DELIMITED BY SIZE
                  WRK-FIS-TOT-BRL    DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE FISCAL-REG FROM WRK-LINHA-CSV
           CLOSE FISCAL.


      *Abre a parcela de imposto do pagamento corrente por
      *componente, na proporcao das aliquotas vigentes na data do
      *recebimento (uma linha IMPOSTO por componente); o local vem
      *da loja do pagamento
       9838-FISCAL-COMPONENTES  SECTION.
           MOVE WRK-LOCAL-ATUAL TO WRK-ALIQ-LOCAL
           IF PAG-LOJA NOT EQUAL SPACES
               MOVE PAG-LOJA TO LOJA-CODIGO
               READ LOJAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LOJA-LOCAL-ALIQ NOT EQUAL SPACES
                           MOVE LOJA-LOCAL-ALIQ TO WRK-ALIQ-LOCAL
                       END-IF
               END-READ
           END-IF
           MOVE PAG-DATA TO WRK-ALIQ-DATA
           PERFORM 3181-ALIQUOTA-VIGENTE

           IF WRK-QTD-AC > 0
              AND WRK-PERCENTUAL-ACHOU > ZERO
               PERFORM VARYING WRK-IDX-AC FROM 1 BY 1
                   UNTIL WRK-IDX-AC > WRK-QTD-AC
                   COMPUTE WRK-AC-VALOR-COMP ROUNDED =
                       PAG-VALOR-IMPOSTO
                       * WRK-AC-PCT (WRK-IDX-AC)
                       / WRK-PERCENTUAL-ACHOU
                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING 'IMPOSTO;'       DELIMITED BY SIZE
                          NUM-PAGAMENTO    DELIMITED BY SIZE
                          ';'              DELIMITED BY SIZE
                          WRK-AC-NOME (WRK-IDX-AC)
                          DELIMITED BY SIZE
                          ';'              DELIMITED BY SIZE
                          WRK-AC-VALOR-COMP DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE FISCAL-REG FROM WRK-LINHA-CSV
               END-PERFORM
           END-IF.

      *Importa o arquivo diario de taxas do banco (MOEDA;TAXA;
      *DATA), no mesmo estilo de parse do lote de filmes (9600):
      *so atualiza moedas ja cadastradas, nunca mexe na linha base
      *BRL, e guarda a data de vigencia em cada moeda carregada
       9915-IMPORTA-CAMBIO  SECTION.
           MOVE "Importar cambio" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-CAM-OK
           MOVE 0 TO WRK-QTD-CAM-REJ

           OPEN INPUT CAMLOTE
           IF CAMLOTE-STATUS NOT EQUAL 0
               DISPLAY TELA
               DISPLAY "Arquivo CAMLOTE.CSV nao encontrado"
               AT LINE 5 COLUMN 20
           ELSE
               READ CAMLOTE
               PERFORM UNTIL CAMLOTE-STATUS NOT EQUAL 0
                   PERFORM 9914-IMPORTA-UMA-TAXA
                   READ CAMLOTE
               END-PERFORM
               CLOSE CAMLOTE

               DISPLAY TELA
               DISPLAY "Importacao de cambio concluida"
               AT LINE 5 COLUMN 20
               DISPLAY "Taxas carregadas : " AT LINE 7 COLUMN 20
               DISPLAY WRK-QTD-CAM-OK AT LINE 7 COLUMN 40
               DISPLAY "Linhas rejeitadas: " AT LINE 8 COLUMN 20
               DISPLAY WRK-QTD-CAM-REJ AT LINE 8 COLUMN 40
           END-IF

           DISPLAY "Pressione ENTER para continuar"
           AT LINE 10 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 52.

      *Aplica uma linha do arquivo de taxas do banco
       9914-IMPORTA-UMA-TAXA  SECTION.
           MOVE SPACES TO WRK-CAM-MOEDA
           MOVE ZERO TO WRK-CAM-TAXA
           MOVE ZERO TO WRK-CAM-DATA

           UNSTRING CAMLOTE-REG DELIMITED BY ';'
               INTO WRK-CAM-MOEDA WRK-CAM-TAXA WRK-CAM-DATA
           END-UNSTRING

           IF WRK-CAM-MOEDA EQUAL SPACES
              OR WRK-CAM-TAXA EQUAL ZERO
              OR WRK-CAM-MOEDA EQUAL 'BRL'
               ADD 1 TO WRK-QTD-CAM-REJ
           ELSE
               MOVE WRK-CAM-MOEDA TO COD-MOEDA
               READ TAXACAMBIO
                   INVALID KEY
                       ADD 1 TO WRK-QTD-CAM-REJ
                   NOT INVALID KEY
                       MOVE WRK-CAM-TAXA TO TAXA-CONVERSAO
                       MOVE WRK-CAM-DATA TO TAXA-DATA-ATUALIZACAO
                       REWRITE TAXACAMBIO-REG
                       ADD 1 TO WRK-QTD-CAM-OK
               END-READ
           END-IF.

      *Relatorio da manha: mostra as execucoes de ontem do diario
      *JOBLOG.CSV, marcando falhas e contagens zeradas, e lista os
      *jobs esperados que nao rodaram; cafe, uma pagina, sem
      *adivinhacao - e na segunda pagina os erros de arquivo (9612)
       9913-RELATORIO-MANHA  SECTION.
           MOVE "Relatorio manha" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-JL-FALHAS

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           PERFORM 3151-RECUA-UM-DIA
           MOVE WRK-DATA-CALC TO WRK-ONTEM

      *    A lista de esperados e a cadeia do executor noturno;
      *    os lotes manuais (importacao, duplicados, atrasos) nao
      *    tem dia certo e nao entram na cobranca
           MOVE 'BACKUP' TO WRK-JE-NOME (1)
           MOVE 'RECONCILIA' TO WRK-JE-NOME (2)
           MOVE 'ARQUIVA' TO WRK-JE-NOME (3)
           MOVE 'FEEDSITE' TO WRK-JE-NOME (4)
           MOVE 'TOTAIS' TO WRK-JE-NOME (5)
           MOVE 'RETENCAO' TO WRK-JE-NOME (6)
           PERFORM VARYING WRK-IDX-JOB FROM 1 BY 1
               UNTIL WRK-IDX-JOB > 6
               MOVE 'N' TO WRK-JE-RODOU (WRK-IDX-JOB)
           END-PERFORM

           DISPLAY TELA
           DISPLAY "Execucoes de ontem (" AT LINE 4 COLUMN 5
           DISPLAY WRK-ONTEM AT LINE 4 COLUMN 26
           DISPLAY ")" AT LINE 4 COLUMN 35
           DISPLAY "Job          Oper       Qtd    Sit"
           AT LINE 6 COLUMN 5
           MOVE 8 TO WRK-CONTADOR-LINHA

           OPEN INPUT JOBLOG
           IF JOBLOG-STATUS EQUAL 0
               READ JOBLOG
               PERFORM UNTIL JOBLOG-STATUS NOT EQUAL 0
                   PERFORM 9912-MOSTRA-LINHA-MANHA
                   READ JOBLOG
               END-PERFORM
               CLOSE JOBLOG
           ELSE
               DISPLAY "Diario JOBLOG.CSV ainda nao existe"
               AT LINE 8 COLUMN 5
           END-IF

      *    Jobs esperados que nao deixaram rastro ontem
           ADD 1 TO WRK-CONTADOR-LINHA
           PERFORM VARYING WRK-IDX-JOB FROM 1 BY 1
               UNTIL WRK-IDX-JOB > 6
               IF WRK-JE-RODOU (WRK-IDX-JOB) EQUAL 'N'
                   DISPLAY "NAO RODOU: "
                   AT LINE WRK-CONTADOR-LINHA COLUMN 5 ERASE EOL
                   DISPLAY WRK-JE-NOME (WRK-IDX-JOB)
                   AT LINE WRK-CONTADOR-LINHA COLUMN 17
                   ADD 1 TO WRK-CONTADOR-LINHA
               END-IF
           END-PERFORM

           DISPLAY "Falhas/zerados marcados: " AT LINE 22 COLUMN 5
           DISPLAY WRK-QTD-JL-FALHAS AT LINE 22 COLUMN 31

      *    Pedidos de compra esquecidos na fila de aprovacao
           PERFORM 9640-PEDIDOS-PARADOS
           DISPLAY "Pedidos parados na aprovacao: " AT LINE 23 COLUMN 5
           DISPLAY WRK-APV-QTD-PARADOS AT LINE 23 COLUMN 36

           DISPLAY "Tecle enter para ver os erros de arquivo"
           AT LINE 24 COLUMN 5
           ACCEPT WRK-ESCOLHA AT LINE 24 COLUMN 47

      *    Segunda pagina: falhas de arquivo desde ontem
           PERFORM 9612-ERROS-MANHA.

      *Mostra uma linha do diario quando ela e de ontem, com as
      *marcas de falha e de contagem zerada
       9912-MOSTRA-LINHA-MANHA  SECTION.
           MOVE SPACES TO WRK-JL-CAMPOS
           UNSTRING JOBLOG-REG DELIMITED BY ';'
               INTO WRK-JL-DATA WRK-JL-INI WRK-JL-FIM WRK-JL-JOB
                    WRK-JL-OPER WRK-JL-QTD WRK-JL-SIT
           END-UNSTRING

           IF WRK-JL-DATA EQUAL WRK-ONTEM
      *        A marcacao de "rodou" vale para qualquer linha de
      *        ontem, mesmo que a tela ja esteja cheia
               PERFORM VARYING WRK-IDX-JOB FROM 1 BY 1
                   UNTIL WRK-IDX-JOB > 6
                   IF WRK-JE-NOME (WRK-IDX-JOB) EQUAL WRK-JL-JOB
                       MOVE 'S' TO WRK-JE-RODOU (WRK-IDX-JOB)
                   END-IF
               END-PERFORM

               IF WRK-JL-SIT NOT EQUAL 'OK'
                  AND WRK-JL-SIT NOT EQUAL 'OK  '
                   ADD 1 TO WRK-QTD-JL-FALHAS
               ELSE
                   IF WRK-JL-QTD EQUAL '00000'
                       ADD 1 TO WRK-QTD-JL-FALHAS
                   END-IF
               END-IF

               IF WRK-CONTADOR-LINHA < 20
                   DISPLAY WRK-JL-JOB
                   AT LINE WRK-CONTADOR-LINHA COLUMN 5 ERASE EOL
                   DISPLAY WRK-JL-OPER (1:10)
                   AT LINE WRK-CONTADOR-LINHA COLUMN 18
                   DISPLAY WRK-JL-QTD
                   AT LINE WRK-CONTADOR-LINHA COLUMN 29
                   DISPLAY WRK-JL-SIT
                   AT LINE WRK-CONTADOR-LINHA COLUMN 36

                   IF WRK-JL-SIT NOT EQUAL 'OK'
                      AND WRK-JL-SIT NOT EQUAL 'OK  '
                       DISPLAY "<< FALHA"
                       AT LINE WRK-CONTADOR-LINHA COLUMN 42
                   ELSE
                       IF WRK-JL-QTD EQUAL '00000'
                           DISPLAY "<< ZERADO"
                           AT LINE WRK-CONTADOR-LINHA COLUMN 42
                       END-IF
                   END-IF
                   ADD 1 TO WRK-CONTADOR-LINHA
               END-IF
           END-IF.

      *Segunda pagina do relatorio da manha: falhas de arquivo do
      *diario ERROLOG.CSV desde ontem (noite do lote e balcao de
      *hoje), com as repetidas agrupadas e contadas; a linha a
      *linha fica no proprio CSV
       9612-ERROS-MANHA  SECTION.
           MOVE 0 TO WRK-QTD-ERL-GRUPOS
           MOVE 0 TO WRK-QTD-ERL-TOTAL
           MOVE 0 TO WRK-QTD-ERL-FATAIS
           MOVE 0 TO WRK-QTD-ERL-FORA

           DISPLAY TELA
           DISPLAY "Erros de arquivo desde ontem (" AT LINE 4 COLUMN 5
           DISPLAY WRK-ONTEM AT LINE 4 COLUMN 36
           DISPLAY ")" AT LINE 4 COLUMN 44
           DISPLAY "Qtd  C Programa      Paragrafo"
           AT LINE 6 COLUMN 2
           DISPLAY "Arquivo      Oper     St" AT LINE 6 COLUMN 50

           OPEN INPUT ERROLOG
           IF ERROLOG-STATUS EQUAL 0
               READ ERROLOG
               PERFORM UNTIL ERROLOG-STATUS NOT EQUAL 0
                   PERFORM 9611-AGRUPA-ERRO
                   READ ERROLOG
               END-PERFORM
               CLOSE ERROLOG
           END-IF

           IF WRK-QTD-ERL-TOTAL EQUAL 0
               DISPLAY "Nenhum erro de arquivo registrado"
               AT LINE 8 COLUMN 5
           END-IF

           MOVE 8 TO WRK-CONTADOR-LINHA
           PERFORM VARYING WRK-IDX-ERL FROM 1 BY 1
               UNTIL WRK-IDX-ERL > WRK-QTD-ERL-GRUPOS
                  OR WRK-CONTADOR-LINHA > 20
               DISPLAY WRK-EG-QTD (WRK-IDX-ERL)
               AT LINE WRK-CONTADOR-LINHA COLUMN 2 ERASE EOL
               DISPLAY WRK-EG-CLASSE (WRK-IDX-ERL)
               AT LINE WRK-CONTADOR-LINHA COLUMN 7
               DISPLAY WRK-EG-PROGRAMA (WRK-IDX-ERL)
               AT LINE WRK-CONTADOR-LINHA COLUMN 9
               DISPLAY WRK-EG-PARAGRAFO (WRK-IDX-ERL) (1:25)
               AT LINE WRK-CONTADOR-LINHA COLUMN 24
               DISPLAY WRK-EG-ARQUIVO (WRK-IDX-ERL)
               AT LINE WRK-CONTADOR-LINHA COLUMN 50
               DISPLAY WRK-EG-OPERACAO (WRK-IDX-ERL)
               AT LINE WRK-CONTADOR-LINHA COLUMN 63
               DISPLAY WRK-EG-STATUS (WRK-IDX-ERL)
               AT LINE WRK-CONTADOR-LINHA COLUMN 72
               ADD 1 TO WRK-CONTADOR-LINHA
           END-PERFORM

           DISPLAY "Erros: " AT LINE 21 COLUMN 5
           DISPLAY WRK-QTD-ERL-TOTAL AT LINE 21 COLUMN 12
           DISPLAY "Fatais: " AT LINE 21 COLUMN 20
           DISPLAY WRK-QTD-ERL-FATAIS AT LINE 21 COLUMN 28
           DISPLAY "Grupos: " AT LINE 21 COLUMN 36
           DISPLAY WRK-QTD-ERL-GRUPOS AT LINE 21 COLUMN 44
           IF WRK-QTD-ERL-FORA > 0
               DISPLAY "Fora da tabela: " AT LINE 21 COLUMN 50
               DISPLAY WRK-QTD-ERL-FORA AT LINE 21 COLUMN 66
           END-IF
           DISPLAY "Detalhe em ERROLOG.CSV" AT LINE 22 COLUMN 5

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 24 COLUMN 5
           ACCEPT WRK-ESCOLHA AT LINE 24 COLUMN 40.

      *Soma uma linha do diario de erros, quando e de ontem para
      *ca, no grupo de mesmo programa, paragrafo, arquivo, operacao
      *e status (abre grupo novo enquanto houver espaco na tabela)
       9611-AGRUPA-ERRO  SECTION.
           MOVE SPACES TO WRK-ERL-CAMPOS
           UNSTRING ERROLOG-REG DELIMITED BY ';'
               INTO WRK-ERL-L-DATA WRK-ERL-L-HORA WRK-ERL-L-PROGRAMA
                    WRK-ERL-L-PARAGRAFO WRK-ERL-L-ARQUIVO
                    WRK-ERL-L-OPERACAO WRK-ERL-L-STATUS
                    WRK-ERL-L-CHAVE WRK-ERL-L-OPERADOR
                    WRK-ERL-L-LOJA WRK-ERL-L-CLASSE
           END-UNSTRING

           IF WRK-ERL-L-DATA NOT LESS THAN WRK-ONTEM
               ADD 1 TO WRK-QTD-ERL-TOTAL
               IF WRK-ERL-L-CLASSE EQUAL 'FATAL'
                   ADD 1 TO WRK-QTD-ERL-FATAIS
               END-IF

               MOVE 'N' TO WRK-ERL-ACHOU
               PERFORM VARYING WRK-IDX-ERL FROM 1 BY 1
                   UNTIL WRK-IDX-ERL > WRK-QTD-ERL-GRUPOS
                      OR WRK-ERL-ACHOU EQUAL 'S'
                   IF WRK-EG-PROGRAMA (WRK-IDX-ERL)
                          EQUAL WRK-ERL-L-PROGRAMA
                      AND WRK-EG-PARAGRAFO (WRK-IDX-ERL)
                          EQUAL WRK-ERL-L-PARAGRAFO
                      AND WRK-EG-ARQUIVO (WRK-IDX-ERL)
                          EQUAL WRK-ERL-L-ARQUIVO
                      AND WRK-EG-OPERACAO (WRK-IDX-ERL)
                          EQUAL WRK-ERL-L-OPERACAO
                      AND WRK-EG-STATUS (WRK-IDX-ERL)
                          EQUAL WRK-ERL-L-STATUS
                       MOVE 'S' TO WRK-ERL-ACHOU
                       ADD 1 TO WRK-EG-QTD (WRK-IDX-ERL)
                   END-IF
               END-PERFORM

               IF WRK-ERL-ACHOU EQUAL 'N'
                   IF WRK-QTD-ERL-GRUPOS < 50
                       ADD 1 TO WRK-QTD-ERL-GRUPOS
                       MOVE WRK-QTD-ERL-GRUPOS TO WRK-IDX-ERL
                       MOVE WRK-ERL-L-PROGRAMA
                           TO WRK-EG-PROGRAMA (WRK-IDX-ERL)
                       MOVE WRK-ERL-L-PARAGRAFO
                           TO WRK-EG-PARAGRAFO (WRK-IDX-ERL)
                       MOVE WRK-ERL-L-ARQUIVO
                           TO WRK-EG-ARQUIVO (WRK-IDX-ERL)
                       MOVE WRK-ERL-L-OPERACAO
                           TO WRK-EG-OPERACAO (WRK-IDX-ERL)
                       MOVE WRK-ERL-L-STATUS
                           TO WRK-EG-STATUS (WRK-IDX-ERL)
                       MOVE WRK-ERL-L-CLASSE (1:1)
                           TO WRK-EG-CLASSE (WRK-IDX-ERL)
                       MOVE 1 TO WRK-EG-QTD (WRK-IDX-ERL)
                   ELSE
                       ADD 1 TO WRK-QTD-ERL-FORA
                   END-IF
               END-IF
           END-IF.

      *Restauracao ponto-no-tempo: reconstroi FILMES a partir de
      *um BKPAAAAMMDD.DAT escolhido e faz o roll forward da trilha
      *de auditoria ate a data pedida - as exclusoes sao
      *reaplicadas mecanicamente e as demais transacoes sao
      *listadas em RESTREL.CSV para refazimento manual, junto com
      *tudo o que foi reaplicado
       9911-RESTAURA-BACKUP  SECTION.
           MOVE "Restaurar backup" TO WRK-MODULO.
           MOVE ZERO TO WRK-REST-DATA
           MOVE ZERO TO WRK-REST-ATE

           DISPLAY TELA
           DISPLAY "Data do backup (AAAAMMDD): " AT LINE 5 COLUMN 20
           ACCEPT WRK-REST-DATA AT LINE 5 COLUMN 48
           DISPLAY "Reaplicar a auditoria ate (AAAAMMDD): "
           AT LINE 6 COLUMN 20
           ACCEPT WRK-REST-ATE AT LINE 6 COLUMN 59

           MOVE SPACES TO WRK-BACKUP-PATH
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BKP'        DELIMITED BY SIZE
                  WRK-REST-DATA DELIMITED BY SIZE
                  '.DAT'       DELIMITED BY SIZE
                  INTO WRK-BACKUP-PATH
           END-STRING

           OPEN INPUT BACKUPFILE
           IF BACKUPFILE-STATUS NOT EQUAL 0
               MOVE 'Backup dessa data nao existe' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               DISPLAY "ATENCAO: FILMES.DAT sera reconstruido"
               AT LINE 8 COLUMN 20
               DISPLAY "a partir do backup. Confirma? (S/N): "
               AT LINE 9 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 9 COLUMN 58

               IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                   PERFORM 9910-RECONSTROI-FILMES
                   PERFORM 9909-REAPLICA-AUDITORIA

                   DISPLAY "Registros restaurados : "
                   AT LINE 12 COLUMN 20
                   DISPLAY WRK-QTD-RESTAURADOS AT LINE 12 COLUMN 45
                   DISPLAY "Exclusoes reaplicadas : "
                   AT LINE 13 COLUMN 20
                   DISPLAY WRK-QTD-REAPLICADOS AT LINE 13 COLUMN 45
                   DISPLAY "Transacoes manuais    : "
                   AT LINE 14 COLUMN 20
                   DISPLAY WRK-QTD-PULADOS AT LINE 14 COLUMN 45
                   DISPLAY "Detalhe em RESTREL.CSV"
                   AT LINE 15 COLUMN 20
               ELSE
                   DISPLAY "Restauracao cancelada" AT LINE 12 COLUMN 20
                   CLOSE BACKUPFILE
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 17 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 17 COLUMN 52.

      *Esvazia FILMES.DAT e o recarrega com os registros do backup
      *ja aberto em BACKUPFILE
       9910-RECONSTROI-FILMES  SECTION.
           MOVE 0 TO WRK-QTD-RESTAURADOS

           CLOSE FILMES
           OPEN OUTPUT FILMES

           READ BACKUPFILE
           PERFORM UNTIL BACKUPFILE-STATUS NOT EQUAL 0
               MOVE CODFILMEBKP      TO CODFILME
               MOVE TITULOBKP        TO TITULO
               MOVE GENEROBKP        TO GENERO
               MOVE DURACAOBKP       TO DURACAO
               MOVE ANOLANCAMENTOBKP TO ANOLANCAMENTO
               MOVE DISTRIBUIDORABKP TO DISTRIBUIDORA
               MOVE FORMATO-MIDIABKP TO FORMATO-MIDIA
               MOVE IDIOMABKP        TO IDIOMA
               MOVE LEGENDABKP       TO LEGENDA
               MOVE DIRETORBKP       TO DIRETOR
               MOVE SINOPSEBKP       TO SINOPSE
               MOVE PRECO-ALUGUELBKP TO PRECO-ALUGUEL
               MOVE PRECO-COMPRABKP  TO PRECO-COMPRA
               MOVE MOEDABKP         TO MOEDA
               MOVE NOTABKP          TO NOTA
               MOVE CLASSIFICACAO-INDICATIVABKP
                   TO CLASSIFICACAO-INDICATIVA
               MOVE STATUS-VISUALIZACAOBKP TO STATUS-VISUALIZACAO
               MOVE DATA-ASSISTIDOBKP TO DATA-ASSISTIDO
               MOVE STATUS-REGBKP    TO STATUS-REG
               MOVE DATACRIACAOBKP   TO DATACRIACAO
               MOVE DATAALTERACAOBKP TO DATAALTERACAO
               MOVE VERSAO-REGBKP    TO VERSAO-REG
               MOVE CATEGORIA-LANCAMENTOBKP TO CATEGORIA-LANCAMENTO

               WRITE FILMES-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-RESTAURADOS
               END-WRITE
               MOVE 'I' TO WRK-JRN-OPER
               PERFORM 5201-JORNAL-FILMES

               READ BACKUPFILE
           END-PERFORM
           CLOSE BACKUPFILE

           CLOSE FILMES
           OPEN I-O FILMES.

      *Roll forward: percorre a trilha de auditoria e reaplica as
      *transacoes entre a data do backup e o ponto pedido; as
      *exclusoes logicas sao refeitas, o resto e listado como
      *manual porque a trilha nao guarda os dados digitados
       9909-REAPLICA-AUDITORIA  SECTION.
           MOVE 0 TO WRK-QTD-REAPLICADOS
           MOVE 0 TO WRK-QTD-PULADOS

           OPEN OUTPUT RESTREL
           MOVE "Acao;Data;Operacao;Filme" TO RESTREL-REG
           WRITE RESTREL-REG

           OPEN INPUT AUDITFILE
           IF AUDITFILE-STATUS EQUAL 0
               READ AUDITFILE
               PERFORM UNTIL AUDITFILE-STATUS NOT EQUAL 0
                   PERFORM 9908-REAPLICA-UMA-LINHA
                   READ AUDITFILE
               END-PERFORM
               CLOSE AUDITFILE
           END-IF

           CLOSE RESTREL.

       9908-REAPLICA-UMA-LINHA  SECTION.
           MOVE SPACES TO WRK-AUD-CAMPOS
           MOVE AUDITFILE-REG TO WRK-CSV-LINHA
           PERFORM 5183-ESCONDE-SEPARADOR
           UNSTRING WRK-CSV-LINHA DELIMITED BY ';'
               INTO WRK-AUD-L-DATA WRK-AUD-L-OPER WRK-AUD-L-OP
                    WRK-AUD-L-COD WRK-AUD-L-DET
           END-UNSTRING

           IF WRK-AUD-L-DATA > WRK-REST-DATA
              AND WRK-AUD-L-DATA NOT GREATER THAN WRK-REST-ATE
              AND WRK-AUD-L-COD (1:5) NUMERIC
               IF WRK-AUD-L-OP EQUAL 'EXCLUIR'
                   MOVE WRK-AUD-L-COD TO CODFILME
                   READ FILMES
                       INVALID KEY
                           ADD 1 TO WRK-QTD-PULADOS
                           PERFORM 9907-GRAVA-LINHA-RESTREL-MAN
                       NOT INVALID KEY
                           MOVE 'I' TO STATUS-REG
                           REWRITE FILMES-REG
                           MOVE 'A' TO WRK-JRN-OPER
                           PERFORM 5201-JORNAL-FILMES
                           ADD 1 TO WRK-QTD-REAPLICADOS
                           MOVE SPACES TO WRK-LINHA-CSV
                           STRING 'REAPLICADA;' DELIMITED BY SIZE
                                  WRK-AUD-L-DATA DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  WRK-AUD-L-OP DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  WRK-AUD-L-COD DELIMITED BY SIZE
                                  INTO WRK-LINHA-CSV
                           END-STRING
                           WRITE RESTREL-REG FROM WRK-LINHA-CSV
                   END-READ
               ELSE
                   ADD 1 TO WRK-QTD-PULADOS
                   PERFORM 9907-GRAVA-LINHA-RESTREL-MAN
               END-IF
           END-IF.

       9907-GRAVA-LINHA-RESTREL-MAN  SECTION.
           MOVE SPACES TO WRK-LINHA-CSV
           STRING 'MANUAL;' DELIMITED BY SIZE
                  WRK-AUD-L-DATA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-AUD-L-OP DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-AUD-L-COD DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE RESTREL-REG FROM WRK-LINHA-CSV.

      *Consulta do arquivo morto: busca por parte do titulo em
      *ARQFILME (mesma comparacao de substring da 6100) e oferece
      *a restauracao de um titulo escolhido de volta para FILMES
       9906-CONSULTA-ARQUIVO  SECTION.
           MOVE "Arquivo morto" TO WRK-MODULO.

           DISPLAY TELA
           DISPLAY "Titulo (parte): " AT LINE 5 COLUMN 20
           ACCEPT WRK-TERMO-BUSCA AT LINE 5 COLUMN 37

           MOVE 0 TO WRK-TERMO-LEN
           INSPECT WRK-TERMO-BUSCA TALLYING WRK-TERMO-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           DISPLAY "Codigo" AT LINE 7 COLUMN 20
           DISPLAY "Titulo" AT LINE 7 COLUMN 28
           DISPLAY "Arquivado em" AT LINE 7 COLUMN 60
           MOVE 9 TO WRK-CONTADOR-LINHA

           OPEN INPUT ARQFILME
           IF ARQFILME-STATUS NOT EQUAL 0
               DISPLAY "Arquivo morto vazio" AT LINE 9 COLUMN 20
           ELSE
               READ ARQFILME
               PERFORM UNTIL ARQFILME-STATUS NOT EQUAL 0
                   OR WRK-CONTADOR-LINHA > 18
                   MOVE TITULOARQ TO WRK-TEXTO-BUSCA
                   PERFORM 6310-TESTA-NOME
                   IF WRK-TITULO-ACHOU EQUAL 'S'
                      AND WRK-TERMO-LEN > 0
                       DISPLAY CODFILMEARQ
                       AT LINE WRK-CONTADOR-LINHA COLUMN 20 ERASE EOL
                       DISPLAY TITULOARQ
                       AT LINE WRK-CONTADOR-LINHA COLUMN 28
                       DISPLAY DATAARQUIVAMENTO
                       AT LINE WRK-CONTADOR-LINHA COLUMN 60
                       ADD 1 TO WRK-CONTADOR-LINHA
                   END-IF
                   READ ARQFILME
               END-PERFORM
               CLOSE ARQFILME

               MOVE ZERO TO WRK-ARQ-RESGATE
               DISPLAY "Codigo a restaurar (0 = nenhum): "
               AT LINE 20 COLUMN 20
               ACCEPT WRK-ARQ-RESGATE AT LINE 20 COLUMN 54

               IF WRK-ARQ-RESGATE NOT EQUAL ZERO
                   PERFORM 9905-RESTAURA-DO-ARQUIVO
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 23 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 23 COLUMN 52.

      *Restaura um titulo do arquivo morto para FILMES: se o
      *codigo antigo ja foi reutilizado, um codigo novo e gerado
      *em CTLFILME; a data de arquivamento original fica guardada
      *na trilha de auditoria (o registro do arquivo morto nao e
      *removido, vale como historico)
       9905-RESTAURA-DO-ARQUIVO  SECTION.
           MOVE 'N' TO WRK-ARQ-ACHOU

           OPEN INPUT ARQFILME
           READ ARQFILME
           PERFORM UNTIL ARQFILME-STATUS NOT EQUAL 0
               OR WRK-ARQ-ACHOU EQUAL 'S'
               IF CODFILMEARQ EQUAL WRK-ARQ-RESGATE
                   MOVE 'S' TO WRK-ARQ-ACHOU
               ELSE
                   READ ARQFILME
               END-IF
           END-PERFORM
           CLOSE ARQFILME

           IF WRK-ARQ-ACHOU EQUAL 'N'
               MOVE 'Codigo nao esta no arquivo' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE DATAARQUIVAMENTO TO WRK-ARQ-DATA-HIST

               MOVE CODFILMEARQ      TO CODFILME
               MOVE TITULOARQ        TO TITULO
               MOVE GENEROARQ        TO GENERO
               MOVE DURACAOARQ       TO DURACAO
               MOVE ANOLANCAMENTOARQ TO ANOLANCAMENTO
               MOVE DISTRIBUIDORAARQ TO DISTRIBUIDORA
               MOVE FORMATO-MIDIAARQ TO FORMATO-MIDIA
               MOVE IDIOMAARQ        TO IDIOMA
               MOVE LEGENDAARQ       TO LEGENDA
               MOVE DIRETORARQ       TO DIRETOR
               MOVE SINOPSEARQ       TO SINOPSE
               MOVE PRECO-ALUGUELARQ TO PRECO-ALUGUEL
               MOVE PRECO-COMPRAARQ  TO PRECO-COMPRA
               MOVE MOEDAARQ         TO MOEDA
               MOVE NOTAARQ          TO NOTA
               MOVE CLASSIFICACAO-INDICATIVAARQ
                   TO CLASSIFICACAO-INDICATIVA
               MOVE STATUS-VISUALIZACAOARQ TO STATUS-VISUALIZACAO
               MOVE DATA-ASSISTIDOARQ TO DATA-ASSISTIDO
               MOVE 'A' TO STATUS-REG
               MOVE DATACRIACAOARQ   TO DATACRIACAO
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-DATA-HOJE    TO DATAALTERACAO
               MOVE VERSAO-REGARQ    TO VERSAO-REG

               WRITE FILMES-REG
                   INVALID KEY
      *                O codigo antigo ja foi reutilizado: gera um
      *                codigo novo no controle, como o 5000 faz
                       MOVE '1' TO CTL-CHAVE
                       READ CTLFILME KEY IS CTL-CHAVE
                       COMPUTE WRK-PROX-CODIGO = CTL-ULT-CODIGO + 1
                       MOVE WRK-PROX-CODIGO TO CODFILME
                       WRITE FILMES-REG
                           INVALID KEY
                               MOVE 'Erro ao restaurar' TO WRK-ERRO
                               DISPLAY TELA-ERRO ERASE EOL
                               MOVE '9905-RESTAURA-DO-ARQUIVO'
                                   TO WRK-ERL-PARAGRAFO
                               MOVE 'FILMES' TO WRK-ERL-ARQUIVO
                               MOVE 'WRITE' TO WRK-ERL-OPERACAO
                               MOVE FILME-STATUS TO WRK-ERL-STATUS
                               MOVE CODFILME TO WRK-ERL-CHAVE
                               PERFORM 5196-GRAVA-ERRO-ARQUIVO
                           NOT INVALID KEY
                               MOVE CODFILME TO CTL-ULT-CODIGO
                               REWRITE CTL-FILME-REG
                               PERFORM 9904-AUDITA-RESTAURACAO
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM 9904-AUDITA-RESTAURACAO
               END-WRITE
               MOVE 'I' TO WRK-JRN-OPER
               PERFORM 5201-JORNAL-FILMES
           END-IF.

       9904-AUDITA-RESTAURACAO  SECTION.
           MOVE 'RESTAURA' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'ARQUIVADO-EM=' DELIMITED BY SIZE
                  WRK-ARQ-DATA-HIST DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA
           DISPLAY "Titulo restaurado no codigo " AT LINE 21 COLUMN 20
           DISPLAY CODFILME AT LINE 21 COLUMN 49.

      *Relatorio de excecoes por operador para prevencao de
      *perdas: junta, no periodo pedido, os estornos do dia
      *(3450), as notas de credito (3430), as isencoes de multa no
      *checkin e de taxa de dano (3215), os movimentos de gaveta
      *(3920) e os fechamentos de caixa com diferenca entre o
      *sistema e o contado (3900); grava EXCECOES.PRN com a lista e
      *o resumo por operador, marcando quem passa da media da
      *casa. O passo EXCECOES da cadeia noturna gera o mesmo
      *relatorio toda semana
       9939-PERDAS-OPERADOR  SECTION.
           MOVE "Excecoes" TO WRK-MODULO.
           MOVE ZERO TO WRK-PD-INICIO
           MOVE ZERO TO WRK-PD-FIM

           DISPLAY TELA
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               DISPLAY "Data inicial (AAAAMMDD): " AT LINE 5 COLUMN 20
               ACCEPT WRK-PD-INICIO AT LINE 5 COLUMN 46
               MOVE WRK-PD-INICIO TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               DISPLAY "Data final   (AAAAMMDD): " AT LINE 6 COLUMN 20
               ACCEPT WRK-PD-FIM AT LINE 6 COLUMN 46
               MOVE WRK-PD-FIM TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM

           IF WRK-PD-FIM < WRK-PD-INICIO
               MOVE 'Data final antes da inicial' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               PERFORM 9938-GERA-PERDAS
               DISPLAY "Relatorio gerado em EXCECOES.PRN"
               AT LINE 8 COLUMN 20
               DISPLAY "Ocorrencias no periodo: " AT LINE 10 COLUMN 20
               DISPLAY WRK-PD-QTD-EVENTOS AT LINE 10 COLUMN 45
               DISPLAY "Operadores marcados   : " AT LINE 11 COLUMN 20
               DISPLAY WRK-PD-QTD-MARCADOS AT LINE 11 COLUMN 45
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 52.

      *Nucleo do relatorio de excecoes do periodo WRK-PD-INICIO a
      *WRK-PD-FIM; todo operador cadastrado entra na tabela, para
      *a media da casa contar tambem quem nao teve ocorrencia
       9938-GERA-PERDAS  SECTION.
           MOVE 0 TO WRK-PD-QTD-OP
           MOVE 0 TO WRK-PD-QTD-EVENTOS
           MOVE 0 TO WRK-PD-QTD-MARCADOS

           MOVE LOW-VALUES TO OP-CODIGO
           START OPERADORES KEY IS NOT LESS THAN OP-CODIGO
               INVALID KEY
                   MOVE 10 TO OPERADORES-STATUS
           END-START
           IF OPERADORES-STATUS EQUAL 0
               READ OPERADORES NEXT RECORD
               PERFORM UNTIL OPERADORES-STATUS NOT EQUAL 0
                   MOVE OP-NOME TO WRK-PD-OPER
                   PERFORM 9937-LOCALIZA-OPERADOR
                   READ OPERADORES NEXT RECORD
               END-PERFORM
           END-IF

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN OUTPUT EXCECOES
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Excecoes por operador de ' DELIMITED BY SIZE
                  WRK-PD-INICIO DELIMITED BY SIZE
                  ' a ' DELIMITED BY SIZE
                  WRK-PD-FIM DELIMITED BY SIZE
                  ' - emitido em ' DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE EXCECOES-REG FROM WRK-LINHA-IMP
           MOVE '== Ocorrencias' TO EXCECOES-REG
           WRITE EXCECOES-REG

      *    Trilha de auditoria: estornos, notas, isencoes e gaveta
           OPEN INPUT AUDITFILE
           IF AUDITFILE-STATUS EQUAL 0
               READ AUDITFILE
               PERFORM UNTIL AUDITFILE-STATUS NOT EQUAL 0
                   MOVE SPACES TO WRK-AUD-CAMPOS
                   MOVE AUDITFILE-REG TO WRK-CSV-LINHA
                   PERFORM 5183-ESCONDE-SEPARADOR
                   UNSTRING WRK-CSV-LINHA DELIMITED BY ';'
                       INTO WRK-AUD-L-DATA WRK-AUD-L-OPER WRK-AUD-L-OP
                            WRK-AUD-L-COD WRK-AUD-L-DET
                   END-UNSTRING
                   MOVE 0 TO WRK-PD-TIPO
                   IF WRK-AUD-L-DATA NOT LESS THAN WRK-PD-INICIO
                      AND WRK-AUD-L-DATA NOT GREATER THAN WRK-PD-FIM
                       PERFORM VARYING WRK-PD-IDX-TP FROM 1 BY 1
                           UNTIL WRK-PD-IDX-TP > 5
                           IF WRK-AUD-L-OP
                              EQUAL WRK-PD-ROTULO (WRK-PD-IDX-TP)
                               MOVE WRK-PD-IDX-TP TO WRK-PD-TIPO
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WRK-PD-TIPO > 0
                       MOVE WRK-AUD-L-OPER TO WRK-PD-OPER
                       PERFORM 9937-LOCALIZA-OPERADOR
                       IF WRK-PD-IDX-OP > 0
                           ADD 1 TO WRK-PD-QTD (WRK-PD-IDX-OP,
                                                WRK-PD-TIPO)
                       END-IF
                       ADD 1 TO WRK-PD-QTD-EVENTOS
                       MOVE SPACES TO WRK-LINHA-IMP
                       STRING WRK-AUD-L-DATA DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              WRK-AUD-L-OPER DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              WRK-AUD-L-OP DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              WRK-AUD-L-DET DELIMITED BY SIZE
                              INTO WRK-LINHA-IMP
                       END-STRING
                       WRITE EXCECOES-REG FROM WRK-LINHA-IMP
                   END-IF
                   READ AUDITFILE
               END-PERFORM
               CLOSE AUDITFILE
           END-IF

      *    Sessoes de caixa fechadas no periodo com diferenca
           MOVE ZERO TO NUM-CAIXA
           START CAIXA KEY IS NOT LESS THAN NUM-CAIXA
               INVALID KEY
                   MOVE 10 TO CAIXA-STATUS
           END-START
           IF CAIXA-STATUS EQUAL 0
               READ CAIXA NEXT RECORD
               PERFORM UNTIL CAIXA-STATUS NOT EQUAL 0
                   IF CAIXA-FECHADO
                      AND CX-DATA-FECHAMENTO NOT LESS THAN WRK-PD-INICIO
                      AND CX-DATA-FECHAMENTO NOT GREATER THAN WRK-PD-FIM
                      AND CX-VALOR-SISTEMA NOT EQUAL CX-VALOR-CONTADO
                       IF CX-VALOR-SISTEMA > CX-VALOR-CONTADO
                           COMPUTE WRK-PD-DIF =
                               CX-VALOR-SISTEMA - CX-VALOR-CONTADO
                       ELSE
                           COMPUTE WRK-PD-DIF =
                               CX-VALOR-CONTADO - CX-VALOR-SISTEMA
                       END-IF
                       MOVE CX-OPERADOR TO WRK-PD-OPER
                       PERFORM 9937-LOCALIZA-OPERADOR
                       IF WRK-PD-IDX-OP > 0
                           ADD 1 TO WRK-PD-QTD (WRK-PD-IDX-OP, 6)
                           ADD WRK-PD-DIF
                               TO WRK-PD-DIF-TOT (WRK-PD-IDX-OP)
                       END-IF
                       ADD 1 TO WRK-PD-QTD-EVENTOS
                       MOVE WRK-PD-DIF TO WRK-PD-DIF-ED
                       MOVE SPACES TO WRK-LINHA-IMP
                       STRING CX-DATA-FECHAMENTO DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              CX-OPERADOR DELIMITED BY SIZE
                              '  CAIXADIF  SESSAO=' DELIMITED BY SIZE
                              NUM-CAIXA DELIMITED BY SIZE
                              ' DIFERENCA=' DELIMITED BY SIZE
                              WRK-PD-DIF-ED DELIMITED BY SIZE
                              INTO WRK-LINHA-IMP
                       END-STRING
                       WRITE EXCECOES-REG FROM WRK-LINHA-IMP
                   END-IF
                   READ CAIXA NEXT RECORD
               END-PERFORM
           END-IF

           PERFORM 9936-IMPRIME-RESUMO-PERDAS
           CLOSE EXCECOES
           MOVE 'EXCECOES' TO WRK-SPL-RELATORIO
           MOVE SPACES TO WRK-SPL-PARAMETROS
           STRING 'DE=' DELIMITED BY SIZE
                  WRK-PD-INICIO DELIMITED BY SIZE
                  ' ATE=' DELIMITED BY SIZE
                  WRK-PD-FIM DELIMITED BY SIZE
                  INTO WRK-SPL-PARAMETROS
           END-STRING
           MOVE WRK-PATH-EXCECOES TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO.

      *Procura WRK-PD-OPER na tabela de excecoes, abrindo uma
      *linha zerada quando ele ainda nao esta la; WRK-PD-IDX-OP
      *volta zero se a tabela estiver cheia
       9937-LOCALIZA-OPERADOR  SECTION.
           MOVE 0 TO WRK-PD-IDX-TP
           PERFORM VARYING WRK-PD-IDX-OP FROM 1 BY 1
               UNTIL WRK-PD-IDX-OP > WRK-PD-QTD-OP
               OR WRK-PD-IDX-TP > 0
               IF WRK-PD-NOME (WRK-PD-IDX-OP) EQUAL WRK-PD-OPER
                   MOVE 1 TO WRK-PD-IDX-TP
               END-IF
           END-PERFORM
           IF WRK-PD-IDX-TP > 0
               SUBTRACT 1 FROM WRK-PD-IDX-OP
           ELSE
               IF WRK-PD-QTD-OP < 40
                   ADD 1 TO WRK-PD-QTD-OP
                   MOVE WRK-PD-QTD-OP TO WRK-PD-IDX-OP
                   MOVE WRK-PD-OPER TO WRK-PD-NOME (WRK-PD-IDX-OP)
                   PERFORM VARYING WRK-PD-IDX-TP FROM 1 BY 1
                       UNTIL WRK-PD-IDX-TP > 6
                       MOVE 0 TO WRK-PD-QTD (WRK-PD-IDX-OP,
                                             WRK-PD-IDX-TP)
                   END-PERFORM
                   MOVE 0 TO WRK-PD-DIF-TOT (WRK-PD-IDX-OP)
                   MOVE 'N' TO WRK-PD-ACIMA (WRK-PD-IDX-OP)
               ELSE
                   MOVE 0 TO WRK-PD-IDX-OP
               END-IF
           END-IF.

      *Calcula a media da casa por tipo de ocorrencia, marca quem
      *passa de WRK-PD-FATOR vezes a media e imprime o resumo: um
      *asterisco ao lado de cada contagem acima da media
       9936-IMPRIME-RESUMO-PERDAS  SECTION.
           PERFORM VARYING WRK-PD-IDX-TP FROM 1 BY 1
               UNTIL WRK-PD-IDX-TP > 6
               MOVE 0 TO WRK-PD-MEDIA (WRK-PD-IDX-TP)
               IF WRK-PD-QTD-OP > 0
                   PERFORM VARYING WRK-PD-IDX-OP FROM 1 BY 1
                       UNTIL WRK-PD-IDX-OP > WRK-PD-QTD-OP
                       ADD WRK-PD-QTD (WRK-PD-IDX-OP, WRK-PD-IDX-TP)
                           TO WRK-PD-MEDIA (WRK-PD-IDX-TP)
                   END-PERFORM
                   DIVIDE WRK-PD-QTD-OP
                       INTO WRK-PD-MEDIA (WRK-PD-IDX-TP) ROUNDED
               END-IF
           END-PERFORM

           MOVE '== Resumo por operador (* = acima da media da casa)'
               TO EXCECOES-REG
           WRITE EXCECOES-REG
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'Operador' TO WRK-LINHA-IMP (1:20)
           PERFORM VARYING WRK-PD-IDX-TP FROM 1 BY 1
               UNTIL WRK-PD-IDX-TP > 6
               MOVE WRK-PD-ROTULO (WRK-PD-IDX-TP)
                   TO WRK-LINHA-IMP (WRK-PD-IDX-TP * 10 + 13:8)
           END-PERFORM
           MOVE 'Dif. caixa' TO WRK-LINHA-IMP (84:10)
           WRITE EXCECOES-REG FROM WRK-LINHA-IMP

           PERFORM VARYING WRK-PD-IDX-OP FROM 1 BY 1
               UNTIL WRK-PD-IDX-OP > WRK-PD-QTD-OP
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE WRK-PD-NOME (WRK-PD-IDX-OP) TO WRK-LINHA-IMP (1:20)
               PERFORM VARYING WRK-PD-IDX-TP FROM 1 BY 1
                   UNTIL WRK-PD-IDX-TP > 6
                   MOVE SPACE TO WRK-PD-MARCA
                   IF WRK-PD-QTD (WRK-PD-IDX-OP, WRK-PD-IDX-TP) > 1
                      AND WRK-PD-QTD (WRK-PD-IDX-OP, WRK-PD-IDX-TP)
                          > WRK-PD-MEDIA (WRK-PD-IDX-TP) * WRK-PD-FATOR
                       MOVE '*' TO WRK-PD-MARCA
                       MOVE 'S' TO WRK-PD-ACIMA (WRK-PD-IDX-OP)
                   END-IF
                   MOVE WRK-PD-QTD (WRK-PD-IDX-OP, WRK-PD-IDX-TP)
                       TO WRK-PD-QTD-ED
                   MOVE WRK-PD-QTD-ED
                       TO WRK-LINHA-IMP (WRK-PD-IDX-TP * 10 + 13:5)
                   MOVE WRK-PD-MARCA
                       TO WRK-LINHA-IMP (WRK-PD-IDX-TP * 10 + 18:1)
               END-PERFORM
               MOVE WRK-PD-DIF-TOT (WRK-PD-IDX-OP) TO WRK-PD-DIF-ED
               MOVE WRK-PD-DIF-ED TO WRK-LINHA-IMP (84:10)
               IF WRK-PD-ACIMA (WRK-PD-IDX-OP) EQUAL 'S'
                   MOVE 'ACIMA DA MEDIA' TO WRK-LINHA-IMP (96:14)
                   ADD 1 TO WRK-PD-QTD-MARCADOS
               END-IF
               WRITE EXCECOES-REG FROM WRK-LINHA-IMP
           END-PERFORM

           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'Media da casa' TO WRK-LINHA-IMP (1:20)
           PERFORM VARYING WRK-PD-IDX-TP FROM 1 BY 1
               UNTIL WRK-PD-IDX-TP > 6
               MOVE WRK-PD-MEDIA (WRK-PD-IDX-TP) TO WRK-PD-MEDIA-ED
               MOVE WRK-PD-MEDIA-ED
                   TO WRK-LINHA-IMP (WRK-PD-IDX-TP * 10 + 13:7)
           END-PERFORM
           WRITE EXCECOES-REG FROM WRK-LINHA-IMP.

      *Consulta da trilha de auditoria: filtra por operador, faixa
      *de datas, tipo de operacao e/ou filme, pagina o resultado
      *na tela e pode imprimir as linhas filtradas em AUDQUERY.PRN;
      *"quem mexeu e quando" passa a levar segundos
       9903-CONSULTA-AUDITORIA  SECTION.
           MOVE "Auditoria" TO WRK-MODULO.
           MOVE SPACES TO WRK-FIL-OPERADOR
           MOVE ZERO TO WRK-FIL-DATA-INI
           MOVE ZERO TO WRK-FIL-DATA-FIM
           MOVE SPACES TO WRK-FIL-OPERACAO
           MOVE ZERO TO WRK-FIL-CODFILME
           MOVE 0 TO WRK-QTD-AUD

           DISPLAY TELA
           DISPLAY "Operador (branco = todos): " AT LINE 5 COLUMN 20
           ACCEPT WRK-FIL-OPERADOR AT LINE 5 COLUMN 48
           DISPLAY "Data inicial (0 = todas): " AT LINE 6 COLUMN 20
           ACCEPT WRK-FIL-DATA-INI AT LINE 6 COLUMN 47
           DISPLAY "Data final   (0 = todas): " AT LINE 7 COLUMN 20
           ACCEPT WRK-FIL-DATA-FIM AT LINE 7 COLUMN 47
           DISPLAY "Operacao (branco = todas): " AT LINE 8 COLUMN 20
           ACCEPT WRK-FIL-OPERACAO AT LINE 8 COLUMN 48
           DISPLAY "Filme (0 = todos): " AT LINE 9 COLUMN 20
           ACCEPT WRK-FIL-CODFILME AT LINE 9 COLUMN 40

      *    A trilha e append-only: o arquivo inteiro e filtrado e
      *    a tabela guarda as 500 ULTIMAS linhas aprovadas (as
      *    mais recentes), deslocando como o painel de KPIs faz
           MOVE 'N' TO WRK-AUD-TRUNCADO
           OPEN INPUT AUDITFILE
           IF AUDITFILE-STATUS EQUAL 0
               READ AUDITFILE
               PERFORM UNTIL AUDITFILE-STATUS NOT EQUAL 0
                   PERFORM 9902-FILTRA-LINHA-AUD
                   READ AUDITFILE
               END-PERFORM
               CLOSE AUDITFILE
           END-IF

           IF WRK-QTD-AUD EQUAL ZERO
               DISPLAY "Nenhuma linha passou pelos filtros"
               AT LINE 12 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 56
           ELSE
               MOVE 7 TO WRK-TAM-PAGINA
               COMPUTE WRK-ULT-PAG =
                   ((WRK-QTD-AUD - 1) / WRK-TAM-PAGINA) + 1
               MOVE 1 TO WRK-PAG-ATUAL
               MOVE SPACE TO WRK-ESCOLHA
               PERFORM UNTIL WRK-ESCOLHA EQUAL 'N'
                   OR WRK-ESCOLHA EQUAL 'n'
                   PERFORM 9901-MOSTRA-PAGINA-AUD
                   DISPLAY "S-Prox P-Ant F-Prim I-Imprimir N-Sair: "
                   AT LINE 23 COLUMN 5
                   ACCEPT WRK-ESCOLHA AT LINE 23 COLUMN 46
                   EVALUATE WRK-ESCOLHA
                       WHEN 'S'
                       WHEN 's'
                           IF WRK-PAG-ATUAL < WRK-ULT-PAG
                               ADD 1 TO WRK-PAG-ATUAL
                           END-IF
                       WHEN 'P'
                       WHEN 'p'
                           IF WRK-PAG-ATUAL > 1
                               SUBTRACT 1 FROM WRK-PAG-ATUAL
                           END-IF
                       WHEN 'F'
                       WHEN 'f'
                           MOVE 1 TO WRK-PAG-ATUAL
                       WHEN 'I'
                       WHEN 'i'
                           PERFORM 9899-IMPRIME-CONSULTA-AUD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
           END-IF.

      *Aplica os filtros da consulta sobre a linha corrente da
      *trilha; a linha aprovada entra inteira na tabela
       9902-FILTRA-LINHA-AUD  SECTION.
           MOVE SPACES TO WRK-AUD-CAMPOS
           MOVE AUDITFILE-REG TO WRK-CSV-LINHA
           PERFORM 5183-ESCONDE-SEPARADOR
           UNSTRING WRK-CSV-LINHA DELIMITED BY ';'
               INTO WRK-AUD-L-DATA WRK-AUD-L-OPER WRK-AUD-L-OP
                    WRK-AUD-L-COD WRK-AUD-L-DET
           END-UNSTRING

           IF (WRK-FIL-OPERADOR EQUAL SPACES OR
               WRK-AUD-L-OPER EQUAL WRK-FIL-OPERADOR)
              AND (WRK-FIL-DATA-INI EQUAL ZERO OR
                   WRK-AUD-L-DATA NOT LESS THAN WRK-FIL-DATA-INI)
              AND (WRK-FIL-DATA-FIM EQUAL ZERO OR
                   WRK-AUD-L-DATA NOT GREATER THAN WRK-FIL-DATA-FIM)
              AND (WRK-FIL-OPERACAO EQUAL SPACES OR
                   WRK-AUD-L-OP EQUAL WRK-FIL-OPERACAO)
              AND (WRK-FIL-CODFILME EQUAL ZERO OR
                   WRK-AUD-L-COD EQUAL WRK-FIL-CODFILME)
               IF WRK-QTD-AUD < 500
                   ADD 1 TO WRK-QTD-AUD
               ELSE
      *            Tabela cheia: desloca uma posicao para cima e a
      *            linha nova (mais recente) entra no fim
                   MOVE 'S' TO WRK-AUD-TRUNCADO
                   PERFORM VARYING WRK-IDX-AUD FROM 1 BY 1
                       UNTIL WRK-IDX-AUD > 499
                       MOVE WRK-AUD-LINHA (WRK-IDX-AUD + 1)
                           TO WRK-AUD-LINHA (WRK-IDX-AUD)
                   END-PERFORM
               END-IF
               MOVE AUDITFILE-REG (1:100)
                   TO WRK-AUD-LINHA (WRK-QTD-AUD)
           END-IF.

      *Mostra uma pagina das linhas filtradas da consulta
       9901-MOSTRA-PAGINA-AUD  SECTION.
           DISPLAY TELA
           DISPLAY "Trilha de auditoria - pagina" AT LINE 5 COLUMN 5
           DISPLAY WRK-PAG-ATUAL AT LINE 5 COLUMN 34
           DISPLAY "de" AT LINE 5 COLUMN 39
           DISPLAY WRK-ULT-PAG AT LINE 5 COLUMN 42
           IF WRK-AUD-TRUNCADO EQUAL 'S'
               DISPLAY "So as 500 mais recentes - refine os filtros"
               AT LINE 6 COLUMN 5
           END-IF

           COMPUTE WRK-IDX-AUD =
               ((WRK-PAG-ATUAL - 1) * WRK-TAM-PAGINA) + 1
           MOVE 7 TO WRK-CONTADOR-LINHA
           PERFORM WRK-TAM-PAGINA TIMES
               IF WRK-IDX-AUD NOT GREATER THAN WRK-QTD-AUD
                   DISPLAY WRK-AUD-LINHA (WRK-IDX-AUD)
                   AT LINE WRK-CONTADOR-LINHA COLUMN 5 ERASE EOL
                   ADD 1 TO WRK-IDX-AUD
                   ADD 2 TO WRK-CONTADOR-LINHA
               END-IF
           END-PERFORM.

      *Despeja as linhas filtradas da consulta em AUDQUERY.PRN
       9899-IMPRIME-CONSULTA-AUD  SECTION.
           OPEN OUTPUT AUDQUERY
           PERFORM VARYING WRK-IDX-AUD FROM 1 BY 1
               UNTIL WRK-IDX-AUD > WRK-QTD-AUD
               WRITE AUDQUERY-REG FROM WRK-AUD-LINHA (WRK-IDX-AUD)
           END-PERFORM
           CLOSE AUDQUERY
           MOVE 'AUDQUERY' TO WRK-SPL-RELATORIO
           MOVE WRK-PATH-AUDQUERY TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO
           DISPLAY "Resultado impresso em AUDQUERY.PRN"
           AT LINE 22 COLUMN 5.

      *Poda dos arquivos de log: para cada log (auditoria, totais
      *de controle, baixas e atrasos) o detalhe mais velho que a
      *retencao vai para um archive datado e o log vivo e
      *reescrito com resumos mensais (contagem por mes e chave da
      *linha) mais o detalhe mantido; o spool de relatorios perde
      *as emissoes alem da retencao de cada relatorio (9657); o
      *que foi expurgado sai em RETENCAO.CSV. A rotina tambem roda
      *na cadeia noturna
       9898-RETENCAO-LOGS  SECTION.
           MOVE "Retencao logs" TO WRK-MODULO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT RETREP
           MOVE "Log;Expirados;Mantidos" TO RETREP-REG
           WRITE RETREP-REG

           MOVE 'AUDIT' TO WRK-RET-NOME
           MOVE WRK-MESES-AUDIT TO WRK-RET-MESES
           MOVE WRK-PATH-AUDITFILE TO WRK-PATH-RETIN
           MOVE WRK-PATH-AUDITFILE TO WRK-PATH-RETOUT
           PERFORM 9897-PURGA-UM-LOG

           MOVE 'CONTROLE' TO WRK-RET-NOME
           MOVE WRK-MESES-CTL TO WRK-RET-MESES
           MOVE WRK-PATH-CONTROLEFILE TO WRK-PATH-RETIN
           MOVE WRK-PATH-CONTROLEFILE TO WRK-PATH-RETOUT
           PERFORM 9897-PURGA-UM-LOG

           MOVE 'BAIXAS' TO WRK-RET-NOME
           MOVE WRK-MESES-BAIXAS TO WRK-RET-MESES
           MOVE WRK-PATH-BAIXAS TO WRK-PATH-RETIN
           MOVE WRK-PATH-BAIXAS TO WRK-PATH-RETOUT
           PERFORM 9897-PURGA-UM-LOG

           MOVE 'ATRASOS' TO WRK-RET-NOME
           MOVE WRK-MESES-ATRASOS TO WRK-RET-MESES
           MOVE WRK-PATH-ATRASOS TO WRK-PATH-RETIN
           MOVE WRK-PATH-ATRASOS TO WRK-PATH-RETOUT
           PERFORM 9897-PURGA-UM-LOG

           PERFORM 9657-PURGA-SPOOL

           CLOSE RETREP

           DISPLAY TELA
           DISPLAY "Retencao de logs concluida"
           AT LINE 10 COLUMN 20
           DISPLAY "Detalhe do expurgo em RETENCAO.CSV"
           AT LINE 12 COLUMN 20

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 55.

      *Poda um log: passo 1 separa o detalhe expirado (mes da
      *linha anterior ao corte) para o archive datado, guardando o
      *mantido no temporario e somando os resumos; passo 2
      *reescreve o log vivo com os resumos mensais na frente e o
      *detalhe mantido atras
       9897-PURGA-UM-LOG  SECTION.
           MOVE 0 TO WRK-QTD-RET-EXP
           MOVE 0 TO WRK-QTD-RET-MANT
           MOVE 0 TO WRK-QTD-RT

           MOVE WRK-DATA-HOJE TO WRK-CORTE-CALC
           PERFORM WRK-RET-MESES TIMES
               IF WRK-CORTE-MES EQUAL 1
                   MOVE 12 TO WRK-CORTE-MES
                   SUBTRACT 1 FROM WRK-CORTE-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-CORTE-MES
               END-IF
           END-PERFORM
           MOVE WRK-CORTE-CALC (1:6) TO WRK-RET-CORTE

           MOVE SPACES TO WRK-PATH-RETARC
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'EXP'          DELIMITED BY SIZE
                  WRK-RET-NOME   DELIMITED BY SPACE
                  WRK-DATA-HOJE  DELIMITED BY SIZE
                  '.CSV'         DELIMITED BY SIZE
                  INTO WRK-PATH-RETARC
           END-STRING

           OPEN INPUT RETIN
           IF RETIN-STATUS NOT EQUAL 0
               CONTINUE
           ELSE
               OPEN OUTPUT RETARC
               OPEN OUTPUT RETTMP

               READ RETIN
               PERFORM UNTIL RETIN-STATUS NOT EQUAL 0
                   IF RETIN-REG (1:8) NUMERIC
                      AND RETIN-REG (1:6) < WRK-RET-CORTE
                       WRITE RETARC-REG FROM RETIN-REG
                       ADD 1 TO WRK-QTD-RET-EXP
                       PERFORM 9896-SOMA-RESUMO
                   ELSE
                       WRITE RETTMP-REG FROM RETIN-REG
                       ADD 1 TO WRK-QTD-RET-MANT
                   END-IF
                   READ RETIN
               END-PERFORM

               CLOSE RETIN
               CLOSE RETARC
               CLOSE RETTMP

      *        Passo 2: resumos mensais na frente do log vivo e o
      *        detalhe mantido copiado do temporario
               MOVE WRK-PATH-RETTMP TO WRK-PATH-RETIN
               OPEN INPUT RETIN
               OPEN OUTPUT RETOUT

               PERFORM VARYING WRK-IDX-RT FROM 1 BY 1
                   UNTIL WRK-IDX-RT > WRK-QTD-RT
                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING 'RESUMO;' DELIMITED BY SIZE
                          WRK-RT-MES (WRK-IDX-RT) DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WRK-RT-CHAVE (WRK-IDX-RT) DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WRK-RT-CONT (WRK-IDX-RT) DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE RETOUT-REG FROM WRK-LINHA-CSV
               END-PERFORM

               READ RETIN
               PERFORM UNTIL RETIN-STATUS NOT EQUAL 0
                   WRITE RETOUT-REG FROM RETIN-REG
                   READ RETIN
               END-PERFORM

               CLOSE RETIN
               CLOSE RETOUT
           END-IF

           MOVE SPACES TO WRK-LINHA-CSV
           STRING WRK-RET-NOME     DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WRK-QTD-RET-EXP  DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WRK-QTD-RET-MANT DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE RETREP-REG FROM WRK-LINHA-CSV.

      *Soma a linha expirada corrente no resumo do seu mes: a
      *chave do resumo e o terceiro campo da linha (a operacao na
      *auditoria; nos demais logs, o que estiver la)
       9896-SOMA-RESUMO  SECTION.
           MOVE SPACES TO WRK-RET-CAMPOS
           UNSTRING RETIN-REG DELIMITED BY ';'
               INTO WRK-RET-F1 WRK-RET-F2 WRK-RET-F3
           END-UNSTRING

           MOVE 'N' TO WRK-RT-ACHOU
           PERFORM VARYING WRK-IDX-RT FROM 1 BY 1
               UNTIL WRK-IDX-RT > WRK-QTD-RT
               IF WRK-RT-MES (WRK-IDX-RT) EQUAL RETIN-REG (1:6)
                  AND WRK-RT-CHAVE (WRK-IDX-RT) EQUAL WRK-RET-F3
                   ADD 1 TO WRK-RT-CONT (WRK-IDX-RT)
                   MOVE 'S' TO WRK-RT-ACHOU
               END-IF
           END-PERFORM
           IF WRK-RT-ACHOU EQUAL 'N'
              AND WRK-QTD-RT < 100
               ADD 1 TO WRK-QTD-RT
               MOVE RETIN-REG (1:6) TO WRK-RT-MES (WRK-QTD-RT)
               MOVE WRK-RET-F3 TO WRK-RT-CHAVE (WRK-QTD-RT)
               MOVE 1 TO WRK-RT-CONT (WRK-QTD-RT)
           END-IF.

      *Varredura de integridade entre todos os arquivos novos:
      *exemplar Emprestado sem emprestimo aberto, emprestimo
      *aberto apontando exemplar baixado, genero adicional sem
      *genero na tabela, reserva e elenco apontando filme que nao
      *existe mais, distribuidora de filme ativo fora de DISTRIB
      *e resumo diario de locacoes divergindo do detalhe.
      *Tudo vai para INTEGRID.CSV; no modo de reparo os casos
      *mecanicos (exemplar 'E' orfao) sao corrigidos e auditados
       9895-VERIFICA-INTEGRIDADE  SECTION.
           MOVE "Integridade" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-EXCECOES
           MOVE 0 TO WRK-QTD-REPAROS-INT

           DISPLAY TELA
           DISPLAY "Reparar os casos mecanicos? (S/N): "
           AT LINE 5 COLUMN 20
           ACCEPT WRK-INT-REPARAR AT LINE 5 COLUMN 56

           OPEN OUTPUT INTEGRID
           MOVE "Caso;Chave1;Chave2" TO INTEGRID-REG
           WRITE INTEGRID-REG

           PERFORM 9894-INT-EXEMPLARES
           PERFORM 9893-INT-EMPRESTIMOS
           PERFORM 9892-INT-FILMEGEN
           PERFORM 9891-INT-RESERVAS-ELENCO
           PERFORM 9890-INT-DISTRIBUIDORAS
           PERFORM 9707-INT-RESUMO-LOCACAO

           CLOSE INTEGRID

           DISPLAY "Varredura concluida" AT LINE 8 COLUMN 20
           DISPLAY "Excecoes encontradas: " AT LINE 10 COLUMN 20
           DISPLAY WRK-QTD-EXCECOES AT LINE 10 COLUMN 43
           DISPLAY "Reparos aplicados   : " AT LINE 11 COLUMN 20
           DISPLAY WRK-QTD-REPAROS-INT AT LINE 11 COLUMN 43
           DISPLAY "Detalhe em INTEGRID.CSV" AT LINE 13 COLUMN 20

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 15 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 52.

      *Caso 1: exemplar Emprestado sem emprestimo Aberto; e o caso
      *mecanico que o modo de reparo libera de volta a prateleira
       9894-INT-EXEMPLARES  SECTION.
           MOVE LOW-VALUES TO EX-CHAVE
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                   IF EXEMPLAR-EMPRESTADO
                       PERFORM 3620-PREVISTA-DO-EXEMPLAR
                       IF WRK-PREV-EXEMPLAR EQUAL ZERO
                           ADD 1 TO WRK-QTD-EXCECOES
                           MOVE SPACES TO WRK-LINHA-CSV
                           STRING 'EXEMPLAR E SEM EMPRESTIMO;'
                                  DELIMITED BY SIZE
                                  EX-CODFILME DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  EX-NUMERO DELIMITED BY SIZE
                                  INTO WRK-LINHA-CSV
                           END-STRING
                           WRITE INTEGRID-REG FROM WRK-LINHA-CSV

                           IF WRK-INT-REPARAR EQUAL 'S'
                              OR WRK-INT-REPARAR EQUAL 's'
                               MOVE 'D' TO EX-STATUS
                               REWRITE EXEMPLARES-REG
                               MOVE 'A' TO WRK-JRN-OPER
                               PERFORM 5205-JORNAL-EXEMPLARES
                               ADD 1 TO WRK-QTD-REPAROS-INT
                               MOVE EX-CODFILME TO CODFILME
                               MOVE 'REPARO' TO WRK-AUD-OPERACAO
                               MOVE SPACES TO WRK-AUD-DETALHE
                               STRING 'EXEMPLAR=' DELIMITED BY SIZE
                                      EX-NUMERO DELIMITED BY SIZE
                                      ' LIBERADO' DELIMITED BY SIZE
                                      INTO WRK-AUD-DETALHE
                               END-STRING
                               PERFORM 5190-GRAVA-AUDITORIA
                           END-IF
                       END-IF
                   END-IF
                   READ EXEMPLARES NEXT RECORD
               END-PERFORM
           END-IF.

      *Caso 2: emprestimo Aberto apontando exemplar Baixado
       9893-INT-EMPRESTIMOS  SECTION.
           PERFORM 3478-REINICIA-ABERTOS
           PERFORM 3475-LER-PROX-ABERTO
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               MOVE EMP-CODFILME TO EX-CODFILME
               MOVE EMP-EXEMPLAR TO EX-NUMERO
               READ EXEMPLARES
                   INVALID KEY
                       ADD 1 TO WRK-QTD-EXCECOES
                       MOVE SPACES TO WRK-LINHA-CSV
                       STRING 'EMPRESTIMO SEM EXEMPLAR;'
                              DELIMITED BY SIZE
                              NUM-EMPRESTIMO DELIMITED BY SIZE
                              INTO WRK-LINHA-CSV
                       END-STRING
                       WRITE INTEGRID-REG FROM WRK-LINHA-CSV
                       END-WRITE
                   NOT INVALID KEY
                       IF EXEMPLAR-BAIXADO
                           ADD 1 TO WRK-QTD-EXCECOES
                           MOVE SPACES TO WRK-LINHA-CSV
                           STRING 'EMPRESTIMO DE EXEMPLAR BAIXADO;'
                                  DELIMITED BY SIZE
                                  NUM-EMPRESTIMO DELIMITED BY SIZE
                                  INTO WRK-LINHA-CSV
                           END-STRING
                           WRITE INTEGRID-REG FROM WRK-LINHA-CSV
                       END-IF
               END-READ
               PERFORM 3475-LER-PROX-ABERTO
           END-PERFORM.

      *Caso 3: genero adicional cujo codigo sumiu de GENEROS
       9892-INT-FILMEGEN  SECTION.
           MOVE LOW-VALUES TO FG-CHAVE
           START FILMEGEN KEY IS NOT LESS THAN FG-CHAVE
               INVALID KEY
                   MOVE 10 TO FILMEGEN-STATUS
           END-START
           IF FILMEGEN-STATUS EQUAL 0
               READ FILMEGEN NEXT RECORD
               PERFORM UNTIL FILMEGEN-STATUS NOT EQUAL 0
                   MOVE FG-GENERO TO COD-GENERO
                   READ GENEROS
                       INVALID KEY
                           ADD 1 TO WRK-QTD-EXCECOES
                           MOVE SPACES TO WRK-LINHA-CSV
                           STRING 'GENERO ADICIONAL ORFAO;'
                                  DELIMITED BY SIZE
                                  FG-CODFILME DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  FG-GENERO DELIMITED BY SIZE
                                  INTO WRK-LINHA-CSV
                           END-STRING
                           WRITE INTEGRID-REG FROM WRK-LINHA-CSV
                   END-READ
                   READ FILMEGEN NEXT RECORD
               END-PERFORM
           END-IF.

      *Casos 4 e 5: reservas vivas e elenco apontando filme que
      *nao existe mais em FILMES (arquivado ou apagado)
       9891-INT-RESERVAS-ELENCO  SECTION.
           MOVE LOW-VALUES TO NUM-RESERVA
           START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
               INVALID KEY
                   MOVE 10 TO RESERVAS-STATUS
           END-START
           IF RESERVAS-STATUS EQUAL 0
               READ RESERVAS NEXT RECORD
               PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                   IF RESERVA-AGUARDANDO OR RESERVA-ATENDIDA
                       MOVE RES-CODFILME TO CODFILME
                       READ FILMES
                           INVALID KEY
                               ADD 1 TO WRK-QTD-EXCECOES
                               MOVE SPACES TO WRK-LINHA-CSV
                               STRING 'RESERVA DE FILME INEXISTENTE;'
                                      DELIMITED BY SIZE
                                      NUM-RESERVA DELIMITED BY SIZE
                                      ';' DELIMITED BY SIZE
                                      RES-CODFILME DELIMITED BY SIZE
                                      INTO WRK-LINHA-CSV
                               END-STRING
                               WRITE INTEGRID-REG FROM WRK-LINHA-CSV
                       END-READ
                   END-IF
                   READ RESERVAS NEXT RECORD
               END-PERFORM
           END-IF

           MOVE LOW-VALUES TO FE-CHAVE
           START FILME-ELENCO KEY IS NOT LESS THAN FE-CHAVE
               INVALID KEY
                   MOVE 10 TO ELENCO-STATUS
           END-START
           IF ELENCO-STATUS EQUAL 0
               READ FILME-ELENCO NEXT RECORD
               PERFORM UNTIL ELENCO-STATUS NOT EQUAL 0
                   MOVE FE-CODFILME TO CODFILME
                   READ FILMES
                       INVALID KEY
                           ADD 1 TO WRK-QTD-EXCECOES
                           MOVE SPACES TO WRK-LINHA-CSV
                           STRING 'ELENCO DE FILME INEXISTENTE;'
                                  DELIMITED BY SIZE
                                  FE-CODFILME DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  FE-SEQ DELIMITED BY SIZE
                                  INTO WRK-LINHA-CSV
                           END-STRING
                           WRITE INTEGRID-REG FROM WRK-LINHA-CSV
                   END-READ
                   READ FILME-ELENCO NEXT RECORD
               END-PERFORM
           END-IF.

      *Caso 6: filme ativo com distribuidora fora de DISTRIB
       9890-INT-DISTRIBUIDORAS  SECTION.
           OPEN INPUT FILMESSEQ
           READ FILMESSEQ
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               IF FILME-ATIVOSQ
                   MOVE DISTRIBUIDORASQ TO COD-DISTRIBUIDORA
                   READ DISTRIB
                       INVALID KEY
                           ADD 1 TO WRK-QTD-EXCECOES
                           MOVE SPACES TO WRK-LINHA-CSV
                           STRING 'DISTRIBUIDORA DESCONHECIDA;'
                                  DELIMITED BY SIZE
                                  CODFILMESQ DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  DISTRIBUIDORASQ DELIMITED BY SIZE
                                  INTO WRK-LINHA-CSV
                           END-STRING
                           WRITE INTEGRID-REG FROM WRK-LINHA-CSV
                   END-READ
               END-IF
               READ FILMESSEQ
           END-PERFORM
           CLOSE FILMESSEQ.

      *Caso 7: resumo diario de locacoes contra o detalhe. Ate o
      *ultimo dia montado, soma por mes as locacoes, devolucoes e
      *multas de EMPRESTIMOS e do arquivo morto ARQEMP e as do
      *resumo; mes que nao bate sai como RESUMO DIVERGE (estorno
      *ou multa mexida depois da janela da cadeia, ou arquivo
      *restaurado), e o acerto e rodar o passo RESUMOREF
       9707-INT-RESUMO-LOCACAO  SECTION.
           MOVE 0 TO WRK-RL-QTD-MES
           PERFORM 9705-RL-ULTIMO-MARCADOR

           IF WRK-RL-ULTIMO EQUAL ZERO
               ADD 1 TO WRK-QTD-EXCECOES
               MOVE 'RESUMO NAO MONTADO;;' TO WRK-LINHA-CSV
               WRITE INTEGRID-REG FROM WRK-LINHA-CSV
           ELSE
               PERFORM 3478-REINICIA-ABERTOS
               IF EMPRESTIMOS-STATUS EQUAL 0
                   READ EMPRESTIMOS NEXT RECORD
                   PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                       IF NOT EMPRESTIMO-ESTORNADO
                           MOVE EMP-STATUS TO WRK-RLE-STATUS
                           MOVE EMP-DATA-RETIRADA TO WRK-RLE-RETIRADA
                           MOVE EMP-DATA-DEVOLUCAO
                               TO WRK-RLE-DEVOLUCAO
                           MOVE EMP-VALOR-MULTA TO WRK-RLE-MULTA
                           PERFORM 9706-RL-SOMA-EVENTO
                       END-IF
                       READ EMPRESTIMOS NEXT RECORD
                   END-PERFORM
               END-IF

               OPEN INPUT ARQEMP
               IF ARQEMP-STATUS EQUAL 0
                   READ ARQEMP
                   PERFORM UNTIL ARQEMP-STATUS NOT EQUAL 0
                       IF EMP-STATUS-AQ NOT EQUAL 'X'
                           MOVE EMP-STATUS-AQ TO WRK-RLE-STATUS
                           MOVE EMP-DATA-RETIR-AQ TO WRK-RLE-RETIRADA
                           MOVE EMP-DATA-DEVOL-AQ
                               TO WRK-RLE-DEVOLUCAO
                           MOVE EMP-VALOR-MULTA-AQ TO WRK-RLE-MULTA
                           PERFORM 9706-RL-SOMA-EVENTO
                       END-IF
                       READ ARQEMP
                   END-PERFORM
                   CLOSE ARQEMP
               END-IF

               MOVE ZERO TO RL-DATA
               MOVE LOW-VALUES TO RL-LOJA
               MOVE ZERO TO RL-CODFILME
               MOVE LOW-VALUES TO RL-CLASSE
               START RESUMOLOC KEY IS NOT LESS THAN RL-CHAVE
                   INVALID KEY
                       MOVE 10 TO RESUMOLOC-STATUS
               END-START
               IF RESUMOLOC-STATUS EQUAL 0
                   READ RESUMOLOC NEXT RECORD
                   PERFORM UNTIL RESUMOLOC-STATUS NOT EQUAL 0
                       OR RL-DATA > WRK-RL-ULTIMO
                       IF RL-CODFILME NOT EQUAL ZERO
                           MOVE RL-DATA (1:6) TO WRK-RL-MES-BUSCA
                           PERFORM 9704-RL-ACHA-MES
                           IF WRK-RL-IDX > 0
                               ADD RL-QTD-LOCACOES
                                   TO WRK-RLM-LOC-RES (WRK-RL-IDX)
                               ADD RL-QTD-DEVOLUCOES
                                   TO WRK-RLM-DEV-RES (WRK-RL-IDX)
                               ADD RL-VALOR-MULTAS
                                   TO WRK-RLM-MUL-RES (WRK-RL-IDX)
                           END-IF
                       END-IF
                       READ RESUMOLOC NEXT RECORD
                   END-PERFORM
               END-IF

               PERFORM VARYING WRK-RL-IDX FROM 1 BY 1
                   UNTIL WRK-RL-IDX > WRK-RL-QTD-MES
                   MOVE 'N' TO WRK-RL-DIVERGE
                   IF WRK-RLM-LOC-DET (WRK-RL-IDX) NOT EQUAL
                      WRK-RLM-LOC-RES (WRK-RL-IDX)
                      OR WRK-RLM-DEV-DET (WRK-RL-IDX) NOT EQUAL
                         WRK-RLM-DEV-RES (WRK-RL-IDX)
                      OR WRK-RLM-MUL-DET (WRK-RL-IDX) NOT EQUAL
                         WRK-RLM-MUL-RES (WRK-RL-IDX)
                       MOVE 'S' TO WRK-RL-DIVERGE
                   END-IF
                   IF WRK-RL-DIVERGE EQUAL 'S'
                       ADD 1 TO WRK-QTD-EXCECOES
                       MOVE SPACES TO WRK-LINHA-CSV
                       STRING 'RESUMO DIVERGE;' DELIMITED BY SIZE
                              WRK-RLM-MES (WRK-RL-IDX)
                              DELIMITED BY SIZE
                              ';Loc ' DELIMITED BY SIZE
                              WRK-RLM-LOC-DET (WRK-RL-IDX)
                              DELIMITED BY SIZE
                              '/' DELIMITED BY SIZE
                              WRK-RLM-LOC-RES (WRK-RL-IDX)
                              DELIMITED BY SIZE
                              ' Dev ' DELIMITED BY SIZE
                              WRK-RLM-DEV-DET (WRK-RL-IDX)
                              DELIMITED BY SIZE
                              '/' DELIMITED BY SIZE
                              WRK-RLM-DEV-RES (WRK-RL-IDX)
                              DELIMITED BY SIZE
                              ' Multas ' DELIMITED BY SIZE
                              WRK-RLM-MUL-DET (WRK-RL-IDX)
                              DELIMITED BY SIZE
                              '/' DELIMITED BY SIZE
                              WRK-RLM-MUL-RES (WRK-RL-IDX)
                              DELIMITED BY SIZE
                              INTO WRK-LINHA-CSV
                       END-STRING
                       WRITE INTEGRID-REG FROM WRK-LINHA-CSV
                   END-IF
               END-PERFORM
           END-IF.

      *Soma a locacao do detalhe em WRK-RL-EVENTO no mes da
      *retirada e, se devolvida, no mes da devolucao, so ate o
      *ultimo dia montado no resumo
       9706-RL-SOMA-EVENTO  SECTION.
           IF WRK-RLE-RETIRADA NOT GREATER THAN WRK-RL-ULTIMO
               MOVE WRK-RLE-RETIRADA (1:6) TO WRK-RL-MES-BUSCA
               PERFORM 9704-RL-ACHA-MES
               IF WRK-RL-IDX > 0
                   ADD 1 TO WRK-RLM-LOC-DET (WRK-RL-IDX)
               END-IF
           END-IF
           IF WRK-RLE-STATUS EQUAL 'D'
              AND WRK-RLE-DEVOLUCAO NOT GREATER THAN WRK-RL-ULTIMO
               MOVE WRK-RLE-DEVOLUCAO (1:6) TO WRK-RL-MES-BUSCA
               PERFORM 9704-RL-ACHA-MES
               IF WRK-RL-IDX > 0
                   ADD 1 TO WRK-RLM-DEV-DET (WRK-RL-IDX)
                   ADD WRK-RLE-MULTA TO WRK-RLM-MUL-DET (WRK-RL-IDX)
               END-IF
           END-IF.

      *Posicao de WRK-RL-MES-BUSCA na tabela de meses da
      *conferencia, incluindo o mes se ainda nao estiver nela;
      *zero com a tabela cheia
       9704-RL-ACHA-MES  SECTION.
           MOVE 0 TO WRK-RL-IDX
           PERFORM VARYING WRK-RL-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-RL-IDX-BUSCA > WRK-RL-QTD-MES
                  OR WRK-RL-IDX > 0
               IF WRK-RLM-MES (WRK-RL-IDX-BUSCA) EQUAL WRK-RL-MES-BUSCA
                   MOVE WRK-RL-IDX-BUSCA TO WRK-RL-IDX
               END-IF
           END-PERFORM
           IF WRK-RL-IDX EQUAL 0
              AND WRK-RL-QTD-MES < 360
               ADD 1 TO WRK-RL-QTD-MES
               MOVE WRK-RL-QTD-MES TO WRK-RL-IDX
               MOVE WRK-RL-MES-BUSCA TO WRK-RLM-MES (WRK-RL-IDX)
               MOVE ZERO TO WRK-RLM-LOC-DET (WRK-RL-IDX)
               MOVE ZERO TO WRK-RLM-DEV-DET (WRK-RL-IDX)
               MOVE ZERO TO WRK-RLM-MUL-DET (WRK-RL-IDX)
               MOVE ZERO TO WRK-RLM-LOC-RES (WRK-RL-IDX)
               MOVE ZERO TO WRK-RLM-DEV-RES (WRK-RL-IDX)
               MOVE ZERO TO WRK-RLM-MUL-RES (WRK-RL-IDX)
           END-IF.

      *Inclui ou altera um operador (nome, senha e perfil); a
      *tela so e alcancavel pelo menu de utilitarios, que exige
      *perfil de administrador
       9889-MANTER-OPERADORES  SECTION.
           MOVE "Operadores" TO WRK-MODULO.
           MOVE SPACES TO OP-COD-DIG

           DISPLAY TELA
           DISPLAY "Codigo do operador: " AT LINE 5 COLUMN 20
           ACCEPT OP-COD-DIG AT LINE 5 COLUMN 41

           IF OP-COD-DIG EQUAL SPACES
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE OP-COD-DIG TO OP-CODIGO
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "Operador novo" AT LINE 6 COLUMN 20
                       MOVE OP-COD-DIG TO OP-CODIGO
                       MOVE SPACES TO OP-NOME
                       MOVE SPACES TO OP-SENHA
                       MOVE 'C' TO OP-PERFIL
                       PERFORM 9888-EDITA-OPERADOR
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           WRITE OPERADORES-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           DISPLAY "Operador gravado"
                           AT LINE 14 COLUMN 20
                       END-IF
                   NOT INVALID KEY
                       PERFORM 9888-EDITA-OPERADOR
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           REWRITE OPERADORES-REG
                           DISPLAY "Operador alterado"
                           AT LINE 14 COLUMN 20
                       END-IF
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 16 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 16 COLUMN 52.

      *Captura os campos de um operador e pede a confirmacao
       9888-EDITA-OPERADOR  SECTION.
           DISPLAY "Nome: " AT LINE 8 COLUMN 20
           ACCEPT OP-NOME AT LINE 8 COLUMN 27
           DISPLAY "Senha: " AT LINE 9 COLUMN 20
           ACCEPT OP-SENHA AT LINE 9 COLUMN 28
           DISPLAY "Perfil (C-balcao S-superv A-admin): "
           AT LINE 10 COLUMN 20
           ACCEPT OP-PERFIL AT LINE 10 COLUMN 57

           IF NOT OPERADOR-BALCAO
              AND NOT OPERADOR-SUPERVISOR
              AND NOT OPERADOR-ADMIN
               MOVE 'C' TO OP-PERFIL
           END-IF

           DISPLAY "Confirma a gravacao? (S/N): "
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 49.

      *Manutencao de distribuidoras: incluir, alterar o nome e
      *remover; a remocao e recusada enquanto houver filme ativo
      *usando o codigo, informando quantos registros seguram
       9887-MANTER-DISTRIB  SECTION.
           MOVE "Distribuidoras" TO WRK-MODULO.
           MOVE SPACES TO TAB-COD-DIG

           DISPLAY TELA
           DISPLAY "Codigo da distribuidora: " AT LINE 5 COLUMN 20
           ACCEPT TAB-COD-DIG AT LINE 5 COLUMN 46

           IF TAB-COD-DIG EQUAL SPACES
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE TAB-COD-DIG TO COD-DISTRIBUIDORA
               READ DISTRIB
                   INVALID KEY
                       DISPLAY "Distribuidora nova" AT LINE 6 COLUMN 20
                       MOVE TAB-COD-DIG TO COD-DISTRIBUIDORA
                       DISPLAY "Nome: " AT LINE 7 COLUMN 20
                       ACCEPT NOME-DISTRIBUIDORA AT LINE 7 COLUMN 27
                       MOVE ZERO TO DIST-PCT-REPASSE
                       DISPLAY "Pct repasse (0 = sem): "
                       AT LINE 8 COLUMN 20
                       ACCEPT DIST-PCT-REPASSE AT LINE 8 COLUMN 44
                       DISPLAY "Confirma? (S/N): " AT LINE 9 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 9 COLUMN 38
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           WRITE DISTRIB-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           DISPLAY "Gravado" AT LINE 11 COLUMN 20
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Nome atual: " AT LINE 6 COLUMN 20
                       DISPLAY NOME-DISTRIBUIDORA AT LINE 6 COLUMN 33
                       DISPLAY "A-lterar ou R-emover? "
                       AT LINE 8 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 8 COLUMN 43
                       EVALUATE WRK-ESCOLHA
                           WHEN 'A'
                           WHEN 'a'
                               DISPLAY "Novo nome: "
                               AT LINE 10 COLUMN 20
                               ACCEPT NOME-DISTRIBUIDORA
                               AT LINE 10 COLUMN 32
                               DISPLAY "Pct repasse: "
                               AT LINE 11 COLUMN 20
                               ACCEPT DIST-PCT-REPASSE
                               AT LINE 11 COLUMN 34
                               REWRITE DISTRIB-REG
                               DISPLAY "Alterado" AT LINE 12 COLUMN 20
                           WHEN 'R'
                           WHEN 'r'
                               PERFORM 9883-CONTA-USO-DISTRIB
                               IF WRK-QTD-USO > 0
                                   PERFORM 9878-RECUSA-EXCLUSAO
                               ELSE
                                   DELETE DISTRIB RECORD
                                   DISPLAY "Removida"
                                   AT LINE 12 COLUMN 20
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 45
           MOVE SPACES TO WRK-ESCOLHA.

      *Conta os filmes ativos que ainda usam a distribuidora
       9883-CONTA-USO-DISTRIB  SECTION.
           MOVE 0 TO WRK-QTD-USO
           OPEN INPUT FILMESSEQ
           READ FILMESSEQ
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               IF FILME-ATIVOSQ
                  AND DISTRIBUIDORASQ EQUAL TAB-COD-DIG
                   ADD 1 TO WRK-QTD-USO
               END-IF
               READ FILMESSEQ
           END-PERFORM
           CLOSE FILMESSEQ.

      *Mensagem unica da recusa de exclusao, com a contagem dos
      *registros que seguram o codigo
       9878-RECUSA-EXCLUSAO  SECTION.
           DISPLAY "Em uso: nao da para remover"
           AT LINE 12 COLUMN 20
           DISPLAY "Registros que seguram: "
           AT LINE 13 COLUMN 20
           DISPLAY WRK-QTD-USO AT LINE 13 COLUMN 44.

      *Acerto mensal de revenue-share: junta os emprestimos do mes
      *(EMP-VALOR-COBRADO, ja em BRL) a distribuidora do titulo de
      *cada um e grava em REPASSE.CSV um extrato por distribuidora
      *com locacoes, receita bruta, o percentual do contrato
      *(DIST-PCT-REPASSE) e o valor devido, mais a linha de resumo
      *para o contador; distribuidora sem contrato (pct zero) sai
      *com valor devido zero, para conferencia. As locacoes de
      *copias de leasing e consignacao saem em colunas proprias,
      *acertadas locacao a locacao, e entram no total devido
       9879-REPASSE-MENSAL  SECTION.
           MOVE "Repasse distrib" TO WRK-MODULO.
           MOVE ZERO TO WRK-REP-MES
           MOVE 0 TO WRK-QTD-REP

           DISPLAY TELA
           DISPLAY "Mes do acerto (AAAAMM): " AT LINE 5 COLUMN 20
           ACCEPT WRK-REP-MES AT LINE 5 COLUMN 45

           IF WRK-REP-MES EQUAL ZERO
               MOVE 'Informe o mes' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
      *        Acumula receita e locacoes do mes por distribuidora
               MOVE LOW-VALUES TO NUM-EMPRESTIMO
               START EMPRESTIMOS KEY IS NOT LESS THAN NUM-EMPRESTIMO
                   INVALID KEY
                       MOVE 10 TO EMPRESTIMOS-STATUS
               END-START
               IF EMPRESTIMOS-STATUS EQUAL 0
                   READ EMPRESTIMOS NEXT RECORD
                   PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                       IF NOT EMPRESTIMO-ESTORNADO
                          AND EMP-DATA-RETIRADA (1:6) EQUAL WRK-REP-MES
                           PERFORM 9875-SOMA-REPASSE
                       END-IF
                       READ EMPRESTIMOS NEXT RECORD
                   END-PERFORM
               END-IF

               OPEN OUTPUT REPASSE
               MOVE SPACES TO REPASSE-REG
               STRING "Distribuidora;Nome;Locacoes;ReceitaBRL;Pct;"
                          DELIMITED BY SIZE
                      "Devido;LocacoesLeasing;ReceitaLeasing;"
                          DELIMITED BY SIZE
                      "DevidoLeasing;TotalDevido" DELIMITED BY SIZE
                      INTO REPASSE-REG
               END-STRING
               WRITE REPASSE-REG

               PERFORM VARYING WRK-IDX-REP FROM 1 BY 1
                   UNTIL WRK-IDX-REP > WRK-QTD-REP
                   MOVE WRK-REP-DIST (WRK-IDX-REP)
                       TO COD-DISTRIBUIDORA
                   READ DISTRIB
                       INVALID KEY
                           MOVE SPACES TO NOME-DISTRIBUIDORA
                           MOVE ZERO TO DIST-PCT-REPASSE
                   END-READ
                   COMPUTE WRK-REP-DEVIDO ROUNDED =
                       WRK-REP-VALOR (WRK-IDX-REP)
                       * DIST-PCT-REPASSE / 100
                   COMPUTE WRK-REP-TOTAL-DEVIDO = WRK-REP-DEVIDO
                       + WRK-REP-DEV-LEA (WRK-IDX-REP)

                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING WRK-REP-DIST (WRK-IDX-REP) DELIMITED BY SIZE
                          ";"                  DELIMITED BY SIZE
                          NOME-DISTRIBUIDORA   DELIMITED BY SIZE
                          ";"                  DELIMITED BY SIZE
                          WRK-REP-QTD (WRK-IDX-REP) DELIMITED BY SIZE
                          ";"                  DELIMITED BY SIZE
                          WRK-REP-VALOR (WRK-IDX-REP)
                          DELIMITED BY SIZE
                          ";"                  DELIMITED BY SIZE
                          DIST-PCT-REPASSE     DELIMITED BY SIZE
                          ";"                  DELIMITED BY SIZE
                          WRK-REP-DEVIDO       DELIMITED BY SIZE
                          ";"                  DELIMITED BY SIZE
                          WRK-REP-QTD-LEA (WRK-IDX-REP)
                          DELIMITED BY SIZE
                          ";"                  DELIMITED BY SIZE
                          WRK-REP-VALOR-LEA (WRK-IDX-REP)
                          DELIMITED BY SIZE
                          ";"                  DELIMITED BY SIZE
                          WRK-REP-DEV-LEA (WRK-IDX-REP)
                          DELIMITED BY SIZE
                          ";"                  DELIMITED BY SIZE
                          WRK-REP-TOTAL-DEVIDO DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE REPASSE-REG FROM WRK-LINHA-CSV
               END-PERFORM

               CLOSE REPASSE
               MOVE 'REPASSE' TO WRK-SPL-RELATORIO
               MOVE SPACES TO WRK-SPL-PARAMETROS
               STRING 'MES=' DELIMITED BY SIZE
                      WRK-REP-MES DELIMITED BY SIZE
                      INTO WRK-SPL-PARAMETROS
               END-STRING
               MOVE WRK-PATH-REPASSE TO WRK-PATH-SPLORIG
               PERFORM 9667-ARQUIVA-RELATORIO

               DISPLAY "Extrato gerado em REPASSE.CSV"
               AT LINE 8 COLUMN 20
               DISPLAY "Distribuidoras no acerto: "
               AT LINE 10 COLUMN 20
               DISPLAY WRK-QTD-REP AT LINE 10 COLUMN 47
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Soma o emprestimo corrente no acumulador da distribuidora
      *do seu titulo (tabela de ate 20 distribuidoras); a locacao
      *de copia de leasing ou consignacao vai para a distribuidora
      *dona da copia, com o devido calculado na hora (9702)
       9875-SOMA-REPASSE  SECTION.
           PERFORM 9702-REPASSE-DA-COPIA
           IF WRK-REP-LEASING EQUAL 'S'
               MOVE EX-DIST-DONO TO WRK-REP-BUSCA
           ELSE
               MOVE EMP-CODFILME TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE SPACES TO DISTRIBUIDORA
               END-READ
               MOVE DISTRIBUIDORA TO WRK-REP-BUSCA
           END-IF
           IF WRK-REP-BUSCA NOT EQUAL SPACES
               MOVE 'N' TO WRK-REP-ACHOU
               PERFORM VARYING WRK-IDX-REP FROM 1 BY 1
                   UNTIL WRK-IDX-REP > WRK-QTD-REP
                   IF WRK-REP-DIST (WRK-IDX-REP) EQUAL WRK-REP-BUSCA
                       MOVE WRK-IDX-REP TO WRK-REP-POS
                       MOVE 'S' TO WRK-REP-ACHOU
                   END-IF
               END-PERFORM
               IF WRK-REP-ACHOU EQUAL 'N'
                  AND WRK-QTD-REP < 20
                   ADD 1 TO WRK-QTD-REP
                   MOVE WRK-REP-BUSCA TO WRK-REP-DIST (WRK-QTD-REP)
                   MOVE 0 TO WRK-REP-QTD (WRK-QTD-REP)
                   MOVE 0 TO WRK-REP-VALOR (WRK-QTD-REP)
                   MOVE 0 TO WRK-REP-QTD-LEA (WRK-QTD-REP)
                   MOVE 0 TO WRK-REP-VALOR-LEA (WRK-QTD-REP)
                   MOVE 0 TO WRK-REP-DEV-LEA (WRK-QTD-REP)
                   MOVE WRK-QTD-REP TO WRK-REP-POS
                   MOVE 'S' TO WRK-REP-ACHOU
               END-IF
               IF WRK-REP-ACHOU EQUAL 'S'
                   IF WRK-REP-LEASING EQUAL 'S'
                       ADD 1 TO WRK-REP-QTD-LEA (WRK-REP-POS)
                       ADD EMP-VALOR-COBRADO
                           TO WRK-REP-VALOR-LEA (WRK-REP-POS)
                       ADD WRK-REP-COPIA-DEVIDO
                           TO WRK-REP-DEV-LEA (WRK-REP-POS)
                   ELSE
                       ADD 1 TO WRK-REP-QTD (WRK-REP-POS)
                       ADD EMP-VALOR-COBRADO
                           TO WRK-REP-VALOR (WRK-REP-POS)
                   END-IF
               END-IF
           END-IF.

      *Copia do emprestimo corrente: sendo de leasing ou de
      *consignacao, a locacao e acertada uma a uma com a
      *distribuidora dona pelo percentual da copia (zero = o do
      *cadastro da distribuidora); copia propria, emprestimo antigo
      *sem exemplar ou copia ja comprada pela loja seguem a regra
      *do titulo
       9702-REPASSE-DA-COPIA  SECTION.
           MOVE 'N' TO WRK-REP-LEASING
           MOVE 0 TO WRK-REP-COPIA-PCT
           MOVE 0 TO WRK-REP-COPIA-DEVIDO
           MOVE EMP-CODFILME TO EX-CODFILME
           MOVE EMP-EXEMPLAR TO EX-NUMERO
           READ EXEMPLARES
               INVALID KEY
                   MOVE 'P' TO EX-POSSE
           END-READ
           IF NOT EXEMPLAR-PROPRIO
              AND EX-DIST-DONO NOT EQUAL SPACES
               MOVE 'S' TO WRK-REP-LEASING
               MOVE EX-PCT-REPASSE TO WRK-REP-COPIA-PCT
               IF WRK-REP-COPIA-PCT EQUAL ZERO
                   MOVE EX-DIST-DONO TO COD-DISTRIBUIDORA
                   READ DISTRIB
                       INVALID KEY
                           MOVE ZERO TO DIST-PCT-REPASSE
                   END-READ
                   MOVE DIST-PCT-REPASSE TO WRK-REP-COPIA-PCT
               END-IF
               COMPUTE WRK-REP-COPIA-DEVIDO ROUNDED =
                   EMP-VALOR-COBRADO * WRK-REP-COPIA-PCT / 100
           END-IF.

      *Digitacao de uma nota fiscal de compra, conferida item a
      *item contra o pedido indicado: cada linha digitada e
      *comparada com a quantidade recebida (PC-QTD-RECEBIDA) e o
      *custo do pedido (PC-CUSTO), e as divergencias (mercadoria
      *que nao chegou, custo acima do combinado) saem em
      *NFDIVG.CSV; a nota fica Aberta no contas a pagar (9872)
       9874-DIGITA-NOTA  SECTION.
           MOVE "Nota de compra" TO WRK-MODULO.
           MOVE ZERO TO NF-PED-DIG
           MOVE SPACES TO NF-FORNEC-DIG
           MOVE ZERO TO NF-VENC-DIG
           MOVE 0 TO WRK-QTD-NF-DIVG
           MOVE 0 TO WRK-NF-TOTAL

           DISPLAY TELA
           DISPLAY "Pedido de compra: " AT LINE 5 COLUMN 20
           ACCEPT NF-PED-DIG AT LINE 5 COLUMN 39

           MOVE NF-PED-DIG TO PC-NUMERO
           MOVE ZERO TO PC-LINHA
           READ PEDCOMPRA
               INVALID KEY
                   MOVE 'Pedido nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
      *            Nota so de pedido liberado ou aprovado na alcada
                   IF PEDIDO-AGUARDANDO OR PEDIDO-DEVOLVIDO
                      OR PEDIDO-REJEITADO
                       MOVE 'Pedido sem aprovacao' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       GO TO 9874-DIGITA-NOTA-FIM
                   END-IF
                   DISPLAY "Distribuidor: " AT LINE 6 COLUMN 20
                   DISPLAY PC-DISTRIBUIDORA AT LINE 6 COLUMN 35
                   DISPLAY "Numero da nota do fornecedor: "
                   AT LINE 7 COLUMN 20
                   ACCEPT NF-FORNEC-DIG AT LINE 7 COLUMN 51
                   MOVE 'N' TO WRK-DATA-OK
                   PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
                       DISPLAY "Vencimento (AAAAMMDD): "
                       AT LINE 8 COLUMN 20
                       ACCEPT NF-VENC-DIG AT LINE 8 COLUMN 44
                       MOVE NF-VENC-DIG TO WRK-DATA-VALIDAR
                       PERFORM 3155-VALIDA-DATA
                       IF WRK-DATA-OK EQUAL 'N'
                           MOVE 'Data invalida' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       END-IF
                   END-PERFORM

                   MOVE '1' TO CTLNF-CHAVE
                   READ CTLNF KEY IS CTLNF-CHAVE
                   COMPUTE WRK-PROX-NOTA = CTLNF-ULT-NUMERO + 1

                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-PROX-NOTA TO NF-NUMERO
                   MOVE ZERO TO NF-LINHA
                   MOVE PC-DISTRIBUIDORA TO NF-DISTRIBUIDORA
                   MOVE NF-FORNEC-DIG TO NF-NUM-FORNEC
                   MOVE NF-PED-DIG TO NF-PEDIDO
                   MOVE WRK-DATA-HOJE TO NF-DATA
                   MOVE NF-VENC-DIG TO NF-VENCIMENTO
                   MOVE 'A' TO NF-STATUS
                   MOVE ZERO TO NF-CODFILME
                   MOVE ZERO TO NF-QTD
                   MOVE ZERO TO NF-CUSTO
                   MOVE SPACES TO NF-MOEDA

                   WRITE NOTAFISC-REG
                       INVALID KEY
                           MOVE 'Erro ao gravar nota' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE '9874-DIGITA-NOTA' TO WRK-ERL-PARAGRAFO
                           MOVE 'NOTAFISC' TO WRK-ERL-ARQUIVO
                           MOVE 'WRITE' TO WRK-ERL-OPERACAO
                           MOVE NOTAFISC-STATUS TO WRK-ERL-STATUS
                           MOVE NF-CHAVE TO WRK-ERL-CHAVE
                           PERFORM 5196-GRAVA-ERRO-ARQUIVO
                       NOT INVALID KEY
                           MOVE WRK-PROX-NOTA TO CTLNF-ULT-NUMERO
                           REWRITE CTLNF-REG
                           DISPLAY "Nota interna numero: "
                           AT LINE 9 COLUMN 20
                           DISPLAY WRK-PROX-NOTA AT LINE 9 COLUMN 42

                           OPEN OUTPUT NFDIVG
                           MOVE "Nota;Filme;Caso;Nota$;Pedido$"
                               TO NFDIVG-REG
                           WRITE NFDIVG-REG

                           MOVE ZERO TO WRK-NF-LINHA
                           MOVE 'N' TO WRK-NF-FIM
                           PERFORM 9871-LE-ITEM-NOTA
                               UNTIL WRK-NF-FIM EQUAL 'S'
                               OR WRK-NF-LINHA NOT LESS THAN 99

                           CLOSE NFDIVG

                           DISPLAY "Total da nota (digitado): "
                           AT LINE 17 COLUMN 20
                           DISPLAY WRK-NF-TOTAL AT LINE 17 COLUMN 47
                           DISPLAY "Divergencias apontadas  : "
                           AT LINE 18 COLUMN 20
                           DISPLAY WRK-QTD-NF-DIVG AT LINE 18 COLUMN 47
                           DISPLAY "Detalhe em NFDIVG.CSV"
                           AT LINE 19 COLUMN 20
                   END-WRITE
           END-READ.

       9874-DIGITA-NOTA-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 21 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 21 COLUMN 52.

      *Le e grava um item da nota corrente (codigo zero encerra),
      *conferindo-o contra a linha correspondente do pedido
       9871-LE-ITEM-NOTA  SECTION.
           MOVE ZERO TO NF-FILME-DIG
           DISPLAY "Codigo do filme (0 encerra): "
           AT LINE 11 COLUMN 20 ERASE EOL
           ACCEPT NF-FILME-DIG AT LINE 11 COLUMN 50

           IF NF-FILME-DIG EQUAL ZERO
               MOVE 'S' TO WRK-NF-FIM
           ELSE
               MOVE ZERO TO NF-QTD-DIG
               MOVE ZERO TO NF-CUSTO-DIG
               DISPLAY "Quantidade faturada: "
               AT LINE 12 COLUMN 20 ERASE EOL
               ACCEPT NF-QTD-DIG AT LINE 12 COLUMN 42
               DISPLAY "Custo unitario     : "
               AT LINE 13 COLUMN 20 ERASE EOL
               ACCEPT NF-CUSTO-DIG AT LINE 13 COLUMN 42

               PERFORM 9870-CONFERE-ITEM-NOTA

               ADD 1 TO WRK-NF-LINHA
               MOVE WRK-PROX-NOTA TO NF-NUMERO
               MOVE WRK-NF-LINHA TO NF-LINHA
               MOVE SPACES TO NF-DISTRIBUIDORA
               MOVE SPACES TO NF-NUM-FORNEC
               MOVE ZERO TO NF-PEDIDO
               MOVE ZERO TO NF-DATA
               MOVE ZERO TO NF-VENCIMENTO
               MOVE SPACE TO NF-STATUS
               MOVE NF-FILME-DIG TO NF-CODFILME
               MOVE NF-QTD-DIG TO NF-QTD
               MOVE NF-CUSTO-DIG TO NF-CUSTO
               MOVE PC-MOEDA TO NF-MOEDA
               WRITE NOTAFISC-REG
                   INVALID KEY
                       MOVE 'Erro ao gravar item' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE '9871-LE-ITEM-NOTA' TO WRK-ERL-PARAGRAFO
                       MOVE 'NOTAFISC' TO WRK-ERL-ARQUIVO
                       MOVE 'WRITE' TO WRK-ERL-OPERACAO
                       MOVE NOTAFISC-STATUS TO WRK-ERL-STATUS
                       MOVE NF-CHAVE TO WRK-ERL-CHAVE
                       PERFORM 5196-GRAVA-ERRO-ARQUIVO
                   NOT INVALID KEY
                       COMPUTE WRK-NF-TOTAL =
                           WRK-NF-TOTAL + (NF-QTD-DIG * NF-CUSTO-DIG)
                       DISPLAY "Item gravado: "
                       AT LINE 14 COLUMN 20 ERASE EOL
                       DISPLAY WRK-NF-LINHA AT LINE 14 COLUMN 35
               END-WRITE
           END-IF.

      *Confere o item digitado contra a linha do mesmo filme no
      *pedido: faturar mais do que chegou e sinal de falta de
      *mercadoria, custo acima do pedido e aumento nao combinado
       9870-CONFERE-ITEM-NOTA  SECTION.
           MOVE 'N' TO WRK-NF-PC-ACHOU
           MOVE NF-PED-DIG TO PC-NUMERO
           MOVE 1 TO PC-LINHA
           START PEDCOMPRA KEY IS NOT LESS THAN PC-CHAVE
               INVALID KEY
                   MOVE 10 TO PEDCOMPRA-STATUS
           END-START
           IF PEDCOMPRA-STATUS EQUAL 0
               READ PEDCOMPRA NEXT RECORD
               PERFORM UNTIL PEDCOMPRA-STATUS NOT EQUAL 0
                  OR PC-NUMERO NOT EQUAL NF-PED-DIG
                  OR WRK-NF-PC-ACHOU EQUAL 'S'
                   IF PC-CODFILME EQUAL NF-FILME-DIG
                       MOVE 'S' TO WRK-NF-PC-ACHOU
                   ELSE
                       READ PEDCOMPRA NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF

           IF WRK-NF-PC-ACHOU EQUAL 'N'
               ADD 1 TO WRK-QTD-NF-DIVG
               MOVE SPACES TO WRK-LINHA-CSV
               STRING WRK-PROX-NOTA DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      NF-FILME-DIG DELIMITED BY SIZE
                      ';ITEM SEM PEDIDO;;' DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE NFDIVG-REG FROM WRK-LINHA-CSV
           ELSE
               IF NF-QTD-DIG > PC-QTD-RECEBIDA
                   ADD 1 TO WRK-QTD-NF-DIVG
                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING WRK-PROX-NOTA DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          NF-FILME-DIG DELIMITED BY SIZE
                          ';FATURADO ALEM DO RECEBIDO;'
                          DELIMITED BY SIZE
                          NF-QTD-DIG DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          PC-QTD-RECEBIDA DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE NFDIVG-REG FROM WRK-LINHA-CSV
               END-IF
               IF NF-CUSTO-DIG > PC-CUSTO
                   ADD 1 TO WRK-QTD-NF-DIVG
                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING WRK-PROX-NOTA DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          NF-FILME-DIG DELIMITED BY SIZE
                          ';CUSTO ACIMA DO PEDIDO;'
                          DELIMITED BY SIZE
                          NF-CUSTO-DIG DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          PC-CUSTO DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE NFDIVG-REG FROM WRK-LINHA-CSV
               END-IF
           END-IF.

      *Contas a pagar: varre as notas em ordem de chave (o
      *cabecalho vem antes dos itens), totaliza cada nota Aberta,
      *classifica pela idade da emissao (0-30/31-60/61-90/90+) e
      *grava CONTPAG.CSV; ao final oferece marcar uma nota como
      *Paga, com rastro na trilha de auditoria
       9872-CONTAS-PAGAR  SECTION.
           MOVE "Contas a pagar" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-CP
           MOVE 0 TO WRK-CP-NOTA
           MOVE 'N' TO WRK-CP-ABERTA
           MOVE 0 TO WRK-CP-TOTAL
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT CONTPAG
           MOVE "Nota;Fornecedor;Distribuidora;Pedido;Emissao;Dias;Faix
      -        "a;Total" TO CONTPAG-REG
           WRITE CONTPAG-REG

           MOVE LOW-VALUES TO NF-CHAVE
           START NOTAFISC KEY IS NOT LESS THAN NF-CHAVE
               INVALID KEY
                   MOVE 10 TO NOTAFISC-STATUS
           END-START
           IF NOTAFISC-STATUS EQUAL 0
               READ NOTAFISC NEXT RECORD
               PERFORM UNTIL NOTAFISC-STATUS NOT EQUAL 0
                   IF NF-LINHA EQUAL ZERO
                       PERFORM 9868-FECHA-NOTA-CP
                       IF NOTA-ABERTA
                           MOVE 'S' TO WRK-CP-ABERTA
                           MOVE NF-NUMERO TO WRK-CP-NOTA
                           MOVE NF-NUM-FORNEC TO WRK-CP-FORNEC
                           MOVE NF-DISTRIBUIDORA TO WRK-CP-DIST
                           MOVE NF-PEDIDO TO WRK-CP-PEDIDO
                           MOVE NF-DATA TO WRK-CP-EMISSAO
                       ELSE
                           MOVE 'N' TO WRK-CP-ABERTA
                       END-IF
                   ELSE
                       IF WRK-CP-ABERTA EQUAL 'S'
                           COMPUTE WRK-CP-TOTAL =
                               WRK-CP-TOTAL + (NF-QTD * NF-CUSTO)
                       END-IF
                   END-IF
                   READ NOTAFISC NEXT RECORD
               END-PERFORM
           END-IF
           PERFORM 9868-FECHA-NOTA-CP

           CLOSE CONTPAG

           DISPLAY TELA
           DISPLAY "Contas a pagar gerado em CONTPAG.CSV"
           AT LINE 5 COLUMN 20
           DISPLAY "Notas em aberto: " AT LINE 7 COLUMN 20
           DISPLAY WRK-QTD-CP AT LINE 7 COLUMN 38

           MOVE ZERO TO WRK-CP-PAGA-DIG
           DISPLAY "Marcar nota como paga (0 = nenhuma): "
           AT LINE 9 COLUMN 20
           ACCEPT WRK-CP-PAGA-DIG AT LINE 9 COLUMN 58
           IF WRK-CP-PAGA-DIG NOT EQUAL ZERO
               MOVE WRK-CP-PAGA-DIG TO NF-NUMERO
               MOVE ZERO TO NF-LINHA
               READ NOTAFISC
                   INVALID KEY
                       MOVE 'Nota nao encontrada' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
                       MOVE 'P' TO NF-STATUS
                       REWRITE NOTAFISC-REG
                       MOVE ZERO TO CODFILME
                       MOVE 'NOTAPAGA' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'NOTA=' DELIMITED BY SIZE
                              WRK-CP-PAGA-DIG DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA
                       DISPLAY "Nota marcada como paga"
                       AT LINE 11 COLUMN 20
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 52.

      *Fecha a nota aberta anterior do contas a pagar: calcula a
      *idade em dias corridos, classifica na faixa e grava a linha
       9868-FECHA-NOTA-CP  SECTION.
           IF WRK-CP-ABERTA EQUAL 'S'
              AND WRK-CP-NOTA NOT EQUAL ZERO
               MOVE 0 TO WRK-CP-DIAS
               IF WRK-CP-EMISSAO > ZERO
                  AND WRK-DATA-HOJE > WRK-CP-EMISSAO
                   MOVE WRK-CP-EMISSAO TO WRK-DATA-CALC
                   PERFORM UNTIL WRK-DATA-CALC EQUAL WRK-DATA-HOJE
                       OR WRK-CP-DIAS NOT LESS THAN 999
                       PERFORM 3150-AVANCA-UM-DIA
                       ADD 1 TO WRK-CP-DIAS
                   END-PERFORM
               END-IF
               EVALUATE TRUE
                   WHEN WRK-CP-DIAS NOT GREATER THAN 30
                       MOVE '0-30' TO WRK-CP-FAIXA
                   WHEN WRK-CP-DIAS NOT GREATER THAN 60
                       MOVE '31-60' TO WRK-CP-FAIXA
                   WHEN WRK-CP-DIAS NOT GREATER THAN 90
                       MOVE '61-90' TO WRK-CP-FAIXA
                   WHEN OTHER
                       MOVE '90+' TO WRK-CP-FAIXA
               END-EVALUATE

               ADD 1 TO WRK-QTD-CP
               MOVE SPACES TO WRK-LINHA-CSV
               STRING WRK-CP-NOTA     DELIMITED BY SIZE
                      ';'             DELIMITED BY SIZE
                      WRK-CP-FORNEC   DELIMITED BY SIZE
                      ';'             DELIMITED BY SIZE
                      WRK-CP-DIST     DELIMITED BY SIZE
                      ';'             DELIMITED BY SIZE
                      WRK-CP-PEDIDO   DELIMITED BY SIZE
                      ';'             DELIMITED BY SIZE
                      WRK-CP-EMISSAO  DELIMITED BY SIZE
                      ';'             DELIMITED BY SIZE
                      WRK-CP-DIAS     DELIMITED BY SIZE
                      ';'             DELIMITED BY SIZE
                      WRK-CP-FAIXA    DELIMITED BY SIZE
                      ';'             DELIMITED BY SIZE
                      WRK-CP-TOTAL    DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE CONTPAG-REG FROM WRK-LINHA-CSV
           END-IF
           MOVE 0 TO WRK-CP-TOTAL
           MOVE 0 TO WRK-CP-NOTA
           MOVE 'N' TO WRK-CP-ABERTA.

      *Unificacao de titulos duplicados apontados pelo 9900: os
      *exemplares da vitima mudam para o sobrevivente (renumerados
      *quando o numero colide), os emprestimos seguem o exemplar
      *pelo mapa de renumeracao, a fila de reservas, os generos
      *adicionais e o elenco sao reapontados, a vitima sai pela
      *exclusao logica normal e o resumo antes/depois fica na tela
      *e na trilha de auditoria
       9842-UNIFICA-TITULOS  SECTION.
           MOVE "Unificar titulos" TO WRK-MODULO.
           MOVE ZERO TO WRK-UT-SOBREV
           MOVE ZERO TO WRK-UT-VITIMA
           MOVE 0 TO WRK-UT-QTD-EX
           MOVE 0 TO WRK-UT-QTD-EMP
           MOVE 0 TO WRK-UT-QTD-RES
           MOVE 0 TO WRK-UT-QTD-GEN
           MOVE 0 TO WRK-UT-QTD-ELE
           MOVE 0 TO WRK-UT-QTD-MAPA
           MOVE 0 TO WRK-UT-QTD-AVA

           DISPLAY TELA
           DISPLAY "Titulo sobrevivente: " AT LINE 5 COLUMN 20
           ACCEPT WRK-UT-SOBREV AT LINE 5 COLUMN 42
           DISPLAY "Titulo duplicado (vitima): " AT LINE 6 COLUMN 20
           ACCEPT WRK-UT-VITIMA AT LINE 6 COLUMN 48

           IF WRK-UT-SOBREV EQUAL WRK-UT-VITIMA
              OR WRK-UT-SOBREV EQUAL ZERO
              OR WRK-UT-VITIMA EQUAL ZERO
               MOVE 'Codigos invalidos' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE WRK-UT-SOBREV TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE 'Sobrevivente nao existe' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
                       MOVE WRK-UT-VITIMA TO CODFILME
                       READ FILMES
                           INVALID KEY
                               MOVE 'Vitima nao existe' TO WRK-ERRO
                               DISPLAY TELA-ERRO ERASE EOL
                           NOT INVALID KEY
                               DISPLAY "Confirma a unificacao? (S/N): "
                               AT LINE 8 COLUMN 20
                               ACCEPT WRK-ESCOLHA AT LINE 8 COLUMN 51
                               IF WRK-ESCOLHA = 'S'
                                  OR WRK-ESCOLHA = 's'
                                   PERFORM 9841-EXECUTA-UNIF-TITULO
                               ELSE
                                   DISPLAY "Unificacao cancelada"
                                   AT LINE 10 COLUMN 20
                               END-IF
                       END-READ
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Move exemplares, emprestimos, reservas, generos e elenco da
      *vitima para o sobrevivente e aposenta a vitima
       9841-EXECUTA-UNIF-TITULO  SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

      *    Maior numero de exemplar ja usado pelo sobrevivente
           MOVE 0 TO WRK-UT-MAX-EX
           MOVE WRK-UT-SOBREV TO EX-CODFILME
           MOVE ZERO TO EX-NUMERO
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                  OR EX-CODFILME NOT EQUAL WRK-UT-SOBREV
                   MOVE EX-NUMERO TO WRK-UT-MAX-EX
                   READ EXEMPLARES NEXT RECORD
               END-PERFORM
           END-IF

      *    Move cada exemplar da vitima, renumerando na sequencia
      *    do sobrevivente e anotando o mapa velho -> novo
           MOVE 'S' TO WRK-UT-ACHOU
           PERFORM UNTIL WRK-UT-ACHOU EQUAL 'N'
               MOVE 'N' TO WRK-UT-ACHOU
               MOVE WRK-UT-VITIMA TO EX-CODFILME
               MOVE ZERO TO EX-NUMERO
               START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
                   INVALID KEY
                       MOVE 10 TO EXEMPLARES-STATUS
               END-START
               IF EXEMPLARES-STATUS EQUAL 0
                   READ EXEMPLARES NEXT RECORD
                   IF EXEMPLARES-STATUS EQUAL 0
                      AND EX-CODFILME EQUAL WRK-UT-VITIMA
                       MOVE EX-ESTADO TO WRK-UT-SV-ESTADO
                       MOVE EX-LOCALIZACAO TO WRK-UT-SV-LOCAL
                       MOVE EX-STATUS TO WRK-UT-SV-STATUS
                       MOVE EX-DATA-BAIXA TO WRK-UT-SV-DTBAIXA
                       MOVE EX-MOTIVO-BAIXA TO WRK-UT-SV-MOTIVO
                       MOVE EX-CUSTO-BAIXA TO WRK-UT-SV-CUSTO
                       MOVE EX-DATA-CADASTRO TO WRK-UT-SV-DTCAD
                       MOVE EX-LOJA TO WRK-UT-SV-LOJA
                       MOVE EX-QTD-LOCACOES TO WRK-UT-SV-QTD-LOC
                       MOVE EX-LOC-DESDE-INSP TO WRK-UT-SV-LOC-INSP
                       MOVE EX-DATA-INSPECAO TO WRK-UT-SV-DTINSP
                       MOVE EX-POSSE TO WRK-UT-SV-POSSE
                       MOVE EX-DIST-DONO TO WRK-UT-SV-DONO
                       MOVE EX-DATA-DEVOLVER TO WRK-UT-SV-DEVOLVER
                       MOVE EX-PRECO-COMPRA TO WRK-UT-SV-PRECO
                       MOVE EX-PCT-REPASSE TO WRK-UT-SV-PCT
                       IF WRK-UT-QTD-MAPA < 30
                           ADD 1 TO WRK-UT-QTD-MAPA
                           MOVE EX-NUMERO TO
                               WRK-UT-EX-VELHO (WRK-UT-QTD-MAPA)
                       END-IF
                       DELETE EXEMPLARES RECORD
                       MOVE 'E' TO WRK-JRN-OPER
                       PERFORM 5205-JORNAL-EXEMPLARES

                       ADD 1 TO WRK-UT-MAX-EX
                       IF WRK-UT-QTD-MAPA > 0
                           MOVE WRK-UT-MAX-EX TO
                               WRK-UT-EX-NOVO (WRK-UT-QTD-MAPA)
                       END-IF
                       MOVE WRK-UT-SOBREV TO EX-CODFILME
                       MOVE WRK-UT-MAX-EX TO EX-NUMERO
                       MOVE WRK-UT-SV-ESTADO TO EX-ESTADO
                       MOVE WRK-UT-SV-LOCAL TO EX-LOCALIZACAO
                       MOVE WRK-UT-SV-STATUS TO EX-STATUS
                       MOVE WRK-UT-SV-DTBAIXA TO EX-DATA-BAIXA
                       MOVE WRK-UT-SV-MOTIVO TO EX-MOTIVO-BAIXA
                       MOVE WRK-UT-SV-CUSTO TO EX-CUSTO-BAIXA
                       MOVE WRK-UT-SV-DTCAD TO EX-DATA-CADASTRO
                       MOVE WRK-UT-SV-LOJA TO EX-LOJA
                       MOVE WRK-UT-SV-QTD-LOC TO EX-QTD-LOCACOES
                       MOVE WRK-UT-SV-LOC-INSP TO EX-LOC-DESDE-INSP
                       MOVE WRK-UT-SV-DTINSP TO EX-DATA-INSPECAO
                       MOVE WRK-UT-SV-POSSE TO EX-POSSE
                       MOVE WRK-UT-SV-DONO TO EX-DIST-DONO
                       MOVE WRK-UT-SV-DEVOLVER TO EX-DATA-DEVOLVER
                       MOVE WRK-UT-SV-PRECO TO EX-PRECO-COMPRA
                       MOVE WRK-UT-SV-PCT TO EX-PCT-REPASSE
                       WRITE EXEMPLARES-REG
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       MOVE 'I' TO WRK-JRN-OPER
                       PERFORM 5205-JORNAL-EXEMPLARES
                       ADD 1 TO WRK-UT-QTD-EX
                       MOVE 'S' TO WRK-UT-ACHOU
                   END-IF
               END-IF
           END-PERFORM

      *    Emprestimos da vitima seguem o exemplar pelo mapa
           MOVE 'S' TO WRK-UT-ACHOU
           PERFORM UNTIL WRK-UT-ACHOU EQUAL 'N'
               MOVE 'N' TO WRK-UT-ACHOU
               MOVE WRK-UT-VITIMA TO EMP-CODFILME
               START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CODFILME
                   INVALID KEY
                       MOVE 10 TO EMPRESTIMOS-STATUS
               END-START
               IF EMPRESTIMOS-STATUS EQUAL 0
                   READ EMPRESTIMOS NEXT RECORD
                   IF EMPRESTIMOS-STATUS EQUAL 0
                      AND EMP-CODFILME EQUAL WRK-UT-VITIMA
                       MOVE WRK-UT-SOBREV TO EMP-CODFILME
                       PERFORM VARYING WRK-IDX-MAPA FROM 1 BY 1
                           UNTIL WRK-IDX-MAPA > WRK-UT-QTD-MAPA
                           IF WRK-UT-EX-VELHO (WRK-IDX-MAPA)
                              EQUAL EMP-EXEMPLAR
                               MOVE WRK-UT-EX-NOVO (WRK-IDX-MAPA)
                                   TO EMP-EXEMPLAR
                               MOVE WRK-UT-QTD-MAPA TO WRK-IDX-MAPA
                           END-IF
                       END-PERFORM
                       REWRITE EMPRESTIMOS-REG
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5202-JORNAL-EMPRESTIMOS
                       ADD 1 TO WRK-UT-QTD-EMP
                       MOVE 'S' TO WRK-UT-ACHOU
                   END-IF
               END-IF
           END-PERFORM

      *    Fila de reservas aponta o sobrevivente
           MOVE LOW-VALUES TO NUM-RESERVA
           START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
               INVALID KEY
                   MOVE 10 TO RESERVAS-STATUS
           END-START
           IF RESERVAS-STATUS EQUAL 0
               READ RESERVAS NEXT RECORD
               PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                   IF RES-CODFILME EQUAL WRK-UT-VITIMA
                       MOVE WRK-UT-SOBREV TO RES-CODFILME
                       REWRITE RESERVAS-REG
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5206-JORNAL-RESERVAS
                       ADD 1 TO WRK-UT-QTD-RES
                   END-IF
                   READ RESERVAS NEXT RECORD
               END-PERFORM
           END-IF

      *    Generos adicionais (chave composta: apaga e regrava;
      *    genero que o sobrevivente ja tem e simplesmente some)
           MOVE 'S' TO WRK-UT-ACHOU
           PERFORM UNTIL WRK-UT-ACHOU EQUAL 'N'
               MOVE 'N' TO WRK-UT-ACHOU
               MOVE WRK-UT-VITIMA TO FG-CODFILME
               MOVE LOW-VALUES TO FG-GENERO
               START FILMEGEN KEY IS NOT LESS THAN FG-CHAVE
                   INVALID KEY
                       MOVE 10 TO FILMEGEN-STATUS
               END-START
               IF FILMEGEN-STATUS EQUAL 0
                   READ FILMEGEN NEXT RECORD
                       AT END
                           MOVE 10 TO FILMEGEN-STATUS
                   END-READ
                   IF FILMEGEN-STATUS EQUAL 0
                      AND FG-CODFILME EQUAL WRK-UT-VITIMA
                       MOVE FG-GENERO TO WRK-UT-SV-GENERO
                       DELETE FILMEGEN RECORD
                       MOVE WRK-UT-SOBREV TO FG-CODFILME
                       MOVE WRK-UT-SV-GENERO TO FG-GENERO
                       WRITE FILMEGEN-REG
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       ADD 1 TO WRK-UT-QTD-GEN
                       MOVE 'S' TO WRK-UT-ACHOU
                   END-IF
               END-IF
           END-PERFORM

      *    Elenco (renumerado na sequencia do sobrevivente)
           MOVE 0 TO WRK-UT-MAX-SEQ
           MOVE WRK-UT-SOBREV TO FE-CODFILME
           MOVE ZERO TO FE-SEQ
           START FILME-ELENCO KEY IS NOT LESS THAN FE-CHAVE
               INVALID KEY
                   MOVE 10 TO ELENCO-STATUS
           END-START
           IF ELENCO-STATUS EQUAL 0
               READ FILME-ELENCO NEXT RECORD
               PERFORM UNTIL ELENCO-STATUS NOT EQUAL 0
                  OR FE-CODFILME NOT EQUAL WRK-UT-SOBREV
                   MOVE FE-SEQ TO WRK-UT-MAX-SEQ
                   READ FILME-ELENCO NEXT RECORD
               END-PERFORM
           END-IF
           MOVE 'S' TO WRK-UT-ACHOU
           PERFORM UNTIL WRK-UT-ACHOU EQUAL 'N'
               MOVE 'N' TO WRK-UT-ACHOU
               MOVE WRK-UT-VITIMA TO FE-CODFILME
               MOVE ZERO TO FE-SEQ
               START FILME-ELENCO KEY IS NOT LESS THAN FE-CHAVE
                   INVALID KEY
                       MOVE 10 TO ELENCO-STATUS
               END-START
               IF ELENCO-STATUS EQUAL 0
                   READ FILME-ELENCO NEXT RECORD
                   IF ELENCO-STATUS EQUAL 0
                      AND FE-CODFILME EQUAL WRK-UT-VITIMA
                       MOVE FE-NOME-ATOR TO WRK-UT-SV-ATOR
                       DELETE FILME-ELENCO RECORD
                       ADD 1 TO WRK-UT-MAX-SEQ
                       MOVE WRK-UT-SOBREV TO FE-CODFILME
                       MOVE WRK-UT-MAX-SEQ TO FE-SEQ
                       MOVE WRK-UT-SV-ATOR TO FE-NOME-ATOR
                       WRITE FILME-ELENCO-REG
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       ADD 1 TO WRK-UT-QTD-ELE
                       MOVE 'S' TO WRK-UT-ACHOU
                   END-IF
               END-IF
           END-PERFORM

      *    Avaliacoes dos clientes seguem o sobrevivente (nota
      *    repetida do mesmo cliente para o mesmo titulo
      *    simplesmente some, como nos generos)
           MOVE 'S' TO WRK-UT-ACHOU
           PERFORM UNTIL WRK-UT-ACHOU EQUAL 'N'
               MOVE 'N' TO WRK-UT-ACHOU
               MOVE WRK-UT-VITIMA TO AV-CODFILME
               MOVE ZERO TO AV-CLIENTE
               START AVALIA KEY IS NOT LESS THAN AV-CHAVE
                   INVALID KEY
                       MOVE 10 TO AVALIA-STATUS
               END-START
               IF AVALIA-STATUS EQUAL 0
                   READ AVALIA NEXT RECORD
                   IF AVALIA-STATUS EQUAL 0
                      AND AV-CODFILME EQUAL WRK-UT-VITIMA
                       MOVE AV-CLIENTE TO WRK-UT-SV-CLIAVA
                       MOVE AV-NOTA TO WRK-UT-SV-NOTA
                       MOVE AV-DATA TO WRK-UT-SV-DTAVA
                       DELETE AVALIA RECORD
                       MOVE WRK-UT-SOBREV TO AV-CODFILME
                       MOVE WRK-UT-SV-CLIAVA TO AV-CLIENTE
                       MOVE WRK-UT-SV-NOTA TO AV-NOTA
                       MOVE WRK-UT-SV-DTAVA TO AV-DATA
                       WRITE AVALIA-REG
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       ADD 1 TO WRK-UT-QTD-AVA
                       MOVE 'S' TO WRK-UT-ACHOU
                   END-IF
               END-IF
           END-PERFORM

      *    Vinculo de edicao da vitima sai do arquivo; se o
      *    sobrevivente ainda nao esta em grupo nenhum, ele herda
      *    o grupo da vitima (a edicao morta nao pode continuar
      *    contando na disponibilidade da obra)
           MOVE WRK-UT-VITIMA TO ED-CODFILME
           READ EDICOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ED-GRUPO TO WRK-UT-SV-GRUPO
                   DELETE EDICOES RECORD
                   MOVE WRK-UT-SOBREV TO ED-CODFILME
                   READ EDICOES
                       INVALID KEY
                           MOVE WRK-UT-SOBREV TO ED-CODFILME
                           MOVE WRK-UT-SV-GRUPO TO ED-GRUPO
                           WRITE EDICOES-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
           END-READ

      *    A vitima sai pela exclusao logica normal
           MOVE WRK-UT-VITIMA TO CODFILME
           READ FILMES
               NOT INVALID KEY
                   MOVE 'I' TO STATUS-REG
                   ADD 1 TO VERSAO-REG
                   MOVE WRK-DATA-HOJE TO DATAALTERACAO
                   REWRITE FILMES-REG
                   MOVE 'A' TO WRK-JRN-OPER
                   PERFORM 5201-JORNAL-FILMES
           END-READ

           MOVE WRK-UT-SOBREV TO CODFILME
           MOVE 'UNIFTIT' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'VITIMA=' DELIMITED BY SIZE
                  WRK-UT-VITIMA DELIMITED BY SIZE
                  ' SOBREV=' DELIMITED BY SIZE
                  WRK-UT-SOBREV DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA

           PERFORM 3198-ATUALIZA-DISPONIBILIDADE

           DISPLAY "Unificacao concluida" AT LINE 10 COLUMN 20
           DISPLAY "Exemplares movidos : " AT LINE 11 COLUMN 20
           DISPLAY WRK-UT-QTD-EX AT LINE 11 COLUMN 42
           DISPLAY "Emprestimos        : " AT LINE 12 COLUMN 20
           DISPLAY WRK-UT-QTD-EMP AT LINE 12 COLUMN 42
           DISPLAY "Reservas           : " AT LINE 13 COLUMN 20
           DISPLAY WRK-UT-QTD-RES AT LINE 13 COLUMN 42
           DISPLAY "Generos adicionais : " AT LINE 14 COLUMN 20
           DISPLAY WRK-UT-QTD-GEN AT LINE 14 COLUMN 42
           DISPLAY "Elenco             : " AT LINE 15 COLUMN 20
           DISPLAY WRK-UT-QTD-ELE AT LINE 15 COLUMN 42
           DISPLAY "Avaliacoes         : " AT LINE 16 COLUMN 20
           DISPLAY WRK-UT-QTD-AVA AT LINE 16 COLUMN 42.

      *Aging das multas pendentes: percorre EMPRESTIMOS na ordem
      *da chave alternada por cliente, classifica cada multa
      *Pendente pela idade desde a devolucao (0-30/31-60/61-90/
      *90+), grava uma linha por multa, o subtotal por cliente com
      *o telefone de CLIENTES e os totais por faixa e da rede -
      *quanto dinheiro esta apodrecendo e quem cacar primeiro
       9845-AGING-MULTAS  SECTION.
           MOVE "Aging multas" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-AGM
           MOVE 0 TO WRK-AGM-TOTAL
           MOVE 0 TO WRK-AGM-FX1
           MOVE 0 TO WRK-AGM-FX2
           MOVE 0 TO WRK-AGM-FX3
           MOVE 0 TO WRK-AGM-FX4
           MOVE 0 TO WRK-AGM-CLI-ANT
           MOVE 0 TO WRK-AGM-CLI-TOT
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT AGINGMUL
           MOVE "Cliente;Emprestimo;Devolucao;Dias;Faixa;Multa"
               TO AGINGMUL-REG
           WRITE AGINGMUL-REG

           MOVE LOW-VALUES TO EMP-CLIENTE
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CLIENTE
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   IF EMP-CLIENTE NOT EQUAL WRK-AGM-CLI-ANT
                       PERFORM 9844-FECHA-CLIENTE-AGM
                       MOVE EMP-CLIENTE TO WRK-AGM-CLI-ANT
                   END-IF
                   IF MULTA-PENDENTE
                      AND EMP-VALOR-MULTA > ZERO
                       PERFORM 9843-GRAVA-LINHA-AGM
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF
           PERFORM 9844-FECHA-CLIENTE-AGM

           MOVE SPACES TO WRK-LINHA-CSV
           STRING 'TOTAL FAIXAS;0-30=' DELIMITED BY SIZE
                  WRK-AGM-FX1 DELIMITED BY SIZE
                  ';31-60=' DELIMITED BY SIZE
                  WRK-AGM-FX2 DELIMITED BY SIZE
                  ';61-90=' DELIMITED BY SIZE
                  WRK-AGM-FX3 DELIMITED BY SIZE
                  ';90+=' DELIMITED BY SIZE
                  WRK-AGM-FX4 DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE AGINGMUL-REG FROM WRK-LINHA-CSV

           MOVE SPACES TO WRK-LINHA-CSV
           STRING 'TOTAL GERAL;' DELIMITED BY SIZE
                  WRK-AGM-TOTAL DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE AGINGMUL-REG FROM WRK-LINHA-CSV

           CLOSE AGINGMUL
           MOVE 'AGINGMUL' TO WRK-SPL-RELATORIO
           MOVE WRK-PATH-AGINGMUL TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO

           DISPLAY TELA
           DISPLAY "Aging gerado em AGINGMUL.CSV"
           AT LINE 5 COLUMN 20
           DISPLAY "Multas pendentes: " AT LINE 7 COLUMN 20
           DISPLAY WRK-QTD-AGM AT LINE 7 COLUMN 39
           DISPLAY "Total pendente  : " AT LINE 8 COLUMN 20
           DISPLAY WRK-AGM-TOTAL AT LINE 8 COLUMN 39

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 10 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 52.

      *Grava a linha de uma multa pendente, classificada pela
      *idade desde a devolucao (sem devolucao, conta da prevista)
       9843-GRAVA-LINHA-AGM  SECTION.
           MOVE 0 TO WRK-AGM-DIAS
           IF EMP-DATA-DEVOLUCAO > ZERO
               MOVE EMP-DATA-DEVOLUCAO TO WRK-DATA-CALC
           ELSE
               MOVE EMP-DATA-PREVISTA TO WRK-DATA-CALC
           END-IF
           IF WRK-DATA-CALC < WRK-DATA-HOJE
               PERFORM UNTIL WRK-DATA-CALC EQUAL WRK-DATA-HOJE
                   OR WRK-AGM-DIAS NOT LESS THAN 999
                   PERFORM 3150-AVANCA-UM-DIA
                   ADD 1 TO WRK-AGM-DIAS
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN WRK-AGM-DIAS NOT GREATER THAN 30
                   MOVE '0-30' TO WRK-AGM-FAIXA
                   ADD EMP-VALOR-MULTA TO WRK-AGM-FX1
               WHEN WRK-AGM-DIAS NOT GREATER THAN 60
                   MOVE '31-60' TO WRK-AGM-FAIXA
                   ADD EMP-VALOR-MULTA TO WRK-AGM-FX2
               WHEN WRK-AGM-DIAS NOT GREATER THAN 90
                   MOVE '61-90' TO WRK-AGM-FAIXA
                   ADD EMP-VALOR-MULTA TO WRK-AGM-FX3
               WHEN OTHER
                   MOVE '90+' TO WRK-AGM-FAIXA
                   ADD EMP-VALOR-MULTA TO WRK-AGM-FX4
           END-EVALUATE

           ADD 1 TO WRK-QTD-AGM
           ADD EMP-VALOR-MULTA TO WRK-AGM-CLI-TOT
           ADD EMP-VALOR-MULTA TO WRK-AGM-TOTAL

           MOVE SPACES TO WRK-LINHA-CSV
           STRING EMP-CLIENTE        DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  NUM-EMPRESTIMO     DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  EMP-DATA-DEVOLUCAO DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WRK-AGM-DIAS       DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WRK-AGM-FAIXA      DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  EMP-VALOR-MULTA    DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE AGINGMUL-REG FROM WRK-LINHA-CSV.

      *Fecha o subtotal do cliente anterior do aging, com nome e
      *telefone para o telefonema de cobranca
       9844-FECHA-CLIENTE-AGM  SECTION.
           IF WRK-AGM-CLI-ANT NOT EQUAL ZERO
              AND WRK-AGM-CLI-TOT > ZERO
               MOVE WRK-AGM-CLI-ANT TO COD-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE SPACES TO NOME-CLIENTE
                       MOVE SPACES TO TELEFONE-CLIENTE
               END-READ
               MOVE SPACES TO WRK-LINHA-CSV
               STRING 'SUBTOTAL CLIENTE;' DELIMITED BY SIZE
                      WRK-AGM-CLI-ANT     DELIMITED BY SIZE
                      ';'                 DELIMITED BY SIZE
                      NOME-CLIENTE        DELIMITED BY SIZE
                      ';'                 DELIMITED BY SIZE
                      TELEFONE-CLIENTE    DELIMITED BY SIZE
                      ';'                 DELIMITED BY SIZE
                      WRK-AGM-CLI-TOT     DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE AGINGMUL-REG FROM WRK-LINHA-CSV
           END-IF
           MOVE 0 TO WRK-AGM-CLI-TOT.

      *Valorizacao do acervo para o balanco de fim de ano: cada
      *exemplar proprio nao baixado (e nao vendido; o de leasing
      *ou consignacao e do distribuidor e fica fora) vale o
      *PRECO-COMPRA do titulo convertido para BRL, ou o custo da
      *propria copia em EX-PRECO-COMPRA quando a loja pagou por
      *ela em separado (troca de discos, compra da copia de
      *leasing ou consignacao), depreciado pela
      *idade da copia (anos desde EX-DATA-CADASTRO vezes a
      *depreciacao anual de CTLPARAM, nunca abaixo de zero);
      *VALORIZA.CSV sai com uma linha por exemplar, subtotais por
      *formato e por loja e o total geral para o contador
       9847-VALORIZA-ACERVO  SECTION.
           MOVE "Valorizacao" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-VAL
           MOVE 0 TO WRK-VAL-TOTAL
           MOVE 0 TO WRK-QTD-VAL-FMT
           MOVE 0 TO WRK-QTD-VAL-LOJ
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT VALORIZA
           MOVE "Filme;Exemplar;Formato;Loja;Idade;Custo;ValorAtual"
               TO VALORIZA-REG
           WRITE VALORIZA-REG

           MOVE LOW-VALUES TO EX-CHAVE
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                   IF NOT EXEMPLAR-BAIXADO
                      AND NOT EXEMPLAR-VENDIDO
                      AND EXEMPLAR-PROPRIO
                       PERFORM 9846-VALORIZA-UM-EXEMPLAR
                   END-IF
                   READ EXEMPLARES NEXT RECORD
               END-PERFORM
           END-IF

      *    Subtotais por formato, por loja e o total geral
           PERFORM VARYING WRK-IDX-VAL-FMT FROM 1 BY 1
               UNTIL WRK-IDX-VAL-FMT > WRK-QTD-VAL-FMT
               MOVE SPACES TO WRK-LINHA-CSV
               STRING 'SUBTOTAL FORMATO;' DELIMITED BY SIZE
                      WRK-VF-FORMATO (WRK-IDX-VAL-FMT)
                      DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WRK-VF-VALOR (WRK-IDX-VAL-FMT)
                      DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE VALORIZA-REG FROM WRK-LINHA-CSV
           END-PERFORM
           PERFORM VARYING WRK-IDX-VAL-LOJ FROM 1 BY 1
               UNTIL WRK-IDX-VAL-LOJ > WRK-QTD-VAL-LOJ
               MOVE SPACES TO WRK-LINHA-CSV
               STRING 'SUBTOTAL LOJA;' DELIMITED BY SIZE
                      WRK-VL-LOJA (WRK-IDX-VAL-LOJ)
                      DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WRK-VL-VALOR (WRK-IDX-VAL-LOJ)
                      DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE VALORIZA-REG FROM WRK-LINHA-CSV
           END-PERFORM
           MOVE SPACES TO WRK-LINHA-CSV
           STRING 'TOTAL GERAL;;' DELIMITED BY SIZE
                  WRK-VAL-TOTAL DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE VALORIZA-REG FROM WRK-LINHA-CSV

           CLOSE VALORIZA

           DISPLAY TELA
           DISPLAY "Valorizacao gerada em VALORIZA.CSV"
           AT LINE 5 COLUMN 20
           DISPLAY "Exemplares valorados: " AT LINE 7 COLUMN 20
           DISPLAY WRK-QTD-VAL AT LINE 7 COLUMN 43
           DISPLAY "Valor do acervo     : " AT LINE 8 COLUMN 20
           DISPLAY WRK-VAL-TOTAL AT LINE 8 COLUMN 43

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 10 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 52.

      *Valora o exemplar corrente de EXEMPLARES-REG e soma nos
      *subtotais; a idade e contada em anos civis completos
       9846-VALORIZA-UM-EXEMPLAR  SECTION.
           MOVE EX-CODFILME TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE ZERO TO PRECO-COMPRA
                   MOVE 'BRL' TO MOEDA
                   MOVE SPACES TO FORMATO-MIDIA
           END-READ

           MOVE MOEDA TO COD-MOEDA
           READ TAXACAMBIO KEY IS COD-MOEDA
               INVALID KEY
                   MOVE 1,0000 TO WRK-TAXA-ACHOU
               NOT INVALID KEY
                   MOVE TAXA-CONVERSAO TO WRK-TAXA-ACHOU
           END-READ
           COMPUTE WRK-VAL-CUSTO ROUNDED =
               PRECO-COMPRA * WRK-TAXA-ACHOU

      *    Copia com custo proprio (recebida na troca ou comprada
      *    do distribuidor) vale o que a loja pagou, ja em BRL
           IF EX-PRECO-COMPRA > ZERO
               MOVE EX-PRECO-COMPRA TO WRK-VAL-CUSTO
           END-IF

           MOVE 0 TO WRK-VAL-IDADE
           IF EX-DATA-CADASTRO > ZERO
              AND WRK-DATA-HOJE (1:4) > EX-DATA-CADASTRO (1:4)
               MOVE WRK-DATA-HOJE TO WRK-CORTE-CALC
               MOVE EX-DATA-CADASTRO TO WRK-DATA-CALC
               COMPUTE WRK-VAL-IDADE =
                   WRK-CORTE-ANO - WRK-DC-ANO
           END-IF

           IF WRK-VAL-IDADE * WRK-DEPREC-PCT NOT LESS THAN 100
               MOVE 0 TO WRK-VAL-ATUAL
           ELSE
               COMPUTE WRK-VAL-ATUAL ROUNDED =
                   WRK-VAL-CUSTO *
                   (100 - (WRK-VAL-IDADE * WRK-DEPREC-PCT)) / 100
           END-IF

           ADD 1 TO WRK-QTD-VAL
           ADD WRK-VAL-ATUAL TO WRK-VAL-TOTAL

      *    Subtotal por formato de midia
           MOVE 'N' TO WRK-VAL-ACHOU
           PERFORM VARYING WRK-IDX-VAL-FMT FROM 1 BY 1
               UNTIL WRK-IDX-VAL-FMT > WRK-QTD-VAL-FMT
               IF WRK-VF-FORMATO (WRK-IDX-VAL-FMT)
                  EQUAL FORMATO-MIDIA
                   ADD WRK-VAL-ATUAL
                       TO WRK-VF-VALOR (WRK-IDX-VAL-FMT)
                   MOVE 'S' TO WRK-VAL-ACHOU
               END-IF
           END-PERFORM
           IF WRK-VAL-ACHOU EQUAL 'N'
              AND WRK-QTD-VAL-FMT < 15
               ADD 1 TO WRK-QTD-VAL-FMT
               MOVE FORMATO-MIDIA
                   TO WRK-VF-FORMATO (WRK-QTD-VAL-FMT)
               MOVE WRK-VAL-ATUAL TO WRK-VF-VALOR (WRK-QTD-VAL-FMT)
           END-IF

      *    Subtotal por loja dona da copia
           MOVE 'N' TO WRK-VAL-ACHOU
           PERFORM VARYING WRK-IDX-VAL-LOJ FROM 1 BY 1
               UNTIL WRK-IDX-VAL-LOJ > WRK-QTD-VAL-LOJ
               IF WRK-VL-LOJA (WRK-IDX-VAL-LOJ) EQUAL EX-LOJA
                   ADD WRK-VAL-ATUAL
                       TO WRK-VL-VALOR (WRK-IDX-VAL-LOJ)
                   MOVE 'S' TO WRK-VAL-ACHOU
               END-IF
           END-PERFORM
           IF WRK-VAL-ACHOU EQUAL 'N'
              AND WRK-QTD-VAL-LOJ < 10
               ADD 1 TO WRK-QTD-VAL-LOJ
               MOVE EX-LOJA TO WRK-VL-LOJA (WRK-QTD-VAL-LOJ)
               MOVE WRK-VAL-ATUAL TO WRK-VL-VALOR (WRK-QTD-VAL-LOJ)
           END-IF

           MOVE SPACES TO WRK-LINHA-CSV
           STRING EX-CODFILME     DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  EX-NUMERO       DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  FORMATO-MIDIA   DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  EX-LOJA         DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  WRK-VAL-IDADE   DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  WRK-VAL-CUSTO   DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  WRK-VAL-ATUAL   DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE VALORIZA-REG FROM WRK-LINHA-CSV.

      *Importacao dos clientes das outras lojas (CLIIMP.CSV, o
      *CLIEXP.CSV que a filial mandou): codigo novo entra, codigo
      *ja existente so e sobrescrito se a alteracao importada for
      *mais recente que a local (regra deterministica da rede); o
      *PIN do kiosque e a conta da casa ficam locais da loja
       9850-IMPORTA-CLIENTES-REDE  SECTION.
           MOVE "Clientes rede" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-CLI-INC
           MOVE 0 TO WRK-QTD-CLI-ATU
           MOVE 0 TO WRK-QTD-CLI-PUL
           MOVE 0 TO WRK-QTD-CLI-CPF
           MOVE 0 TO WRK-QTD-CLI-CEP

           OPEN INPUT CLIIMP
           IF CLIIMP-STATUS NOT EQUAL 0
               DISPLAY TELA
               DISPLAY "Arquivo CLIIMP.CSV nao encontrado"
               AT LINE 5 COLUMN 20
           ELSE
               READ CLIIMP
               PERFORM UNTIL CLIIMP-STATUS NOT EQUAL 0
                   PERFORM 9849-IMPORTA-UM-CLIENTE
                   READ CLIIMP
               END-PERFORM
               CLOSE CLIIMP

               DISPLAY TELA
               DISPLAY "Sincronizacao de clientes concluida"
               AT LINE 5 COLUMN 20
               DISPLAY "Incluidos  : " AT LINE 7 COLUMN 20
               DISPLAY WRK-QTD-CLI-INC AT LINE 7 COLUMN 34
               DISPLAY "Atualizados: " AT LINE 8 COLUMN 20
               DISPLAY WRK-QTD-CLI-ATU AT LINE 8 COLUMN 34
               DISPLAY "Pulados    : " AT LINE 9 COLUMN 20
               DISPLAY WRK-QTD-CLI-PUL AT LINE 9 COLUMN 34
               DISPLAY "CPF de outro: " AT LINE 10 COLUMN 20
               DISPLAY WRK-QTD-CLI-CPF AT LINE 10 COLUMN 34
               DISPLAY "CEP invalido: " AT LINE 11 COLUMN 20
               DISPLAY WRK-QTD-CLI-CEP AT LINE 11 COLUMN 34
           END-IF

           DISPLAY "Pressione ENTER para continuar"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Aplica uma linha do intercambio de clientes
       9849-IMPORTA-UM-CLIENTE  SECTION.
           MOVE SPACES TO WRK-CLI-CAMPOS
           MOVE ZERO TO WRK-CLI-F-PAGOATE
           MOVE ZERO TO WRK-CLI-F-DATACAD
           MOVE ZERO TO WRK-CLI-F-DATAALT
           MOVE ZERO TO WRK-CLI-F-CONSENT
           MOVE ZERO TO WRK-CLI-F-CPF
           MOVE ZERO TO WRK-CLI-F-CEP
           MOVE CLIIMP-REG TO WRK-CSV-LINHA
           PERFORM 5183-ESCONDE-SEPARADOR
           UNSTRING WRK-CSV-LINHA DELIMITED BY ';'
               INTO WRK-CLI-F-COD WRK-CLI-F-NOME WRK-CLI-F-TEL
                    WRK-CLI-F-END WRK-CLI-F-STATUS WRK-CLI-F-PLANO
                    WRK-CLI-F-PAGOATE WRK-CLI-F-DATACAD
                    WRK-CLI-F-DATAALT WRK-CLI-F-LOJA
                    WRK-CLI-F-EMAIL WRK-CLI-F-OPT-SMS
                    WRK-CLI-F-OPT-EMAIL WRK-CLI-F-OPT-CARTA
                    WRK-CLI-F-CONSENT WRK-CLI-F-CONS-OPER
                    WRK-CLI-F-CPF WRK-CLI-F-CEP WRK-CLI-F-NUMERO
                    WRK-CLI-F-COMPL
           END-UNSTRING

      *    Nomes e enderecos protegidos voltam sem as aspas
           MOVE WRK-CLI-F-NOME TO WRK-CSV-CAMPO-IN
           PERFORM 5184-REMOVE-ASPAS
           MOVE WRK-CSV-CAMPO-OUT (1:30) TO WRK-CLI-F-NOME
           MOVE WRK-CLI-F-END TO WRK-CSV-CAMPO-IN
           PERFORM 5184-REMOVE-ASPAS
           MOVE WRK-CSV-CAMPO-OUT (1:40) TO WRK-CLI-F-END
           MOVE WRK-CLI-F-COMPL TO WRK-CSV-CAMPO-IN
           PERFORM 5184-REMOVE-ASPAS
           MOVE WRK-CSV-CAMPO-OUT (1:20) TO WRK-CLI-F-COMPL

           IF WRK-CLI-F-COD NOT NUMERIC
              OR WRK-CLI-F-NOME EQUAL SPACES
               ADD 1 TO WRK-QTD-CLI-PUL
               GO TO 9849-IMPORTA-UM-CLIENTE-FIM
           END-IF

      *    CPF que aqui ja pertence a outro codigo nao entra: a
      *    linha e pulada e contada a parte para conferencia
           MOVE ZERO TO WRK-CPF-OUTRO
           IF WRK-CLI-F-CPF NOT EQUAL ZERO
               MOVE WRK-CLI-F-CPF TO WRK-CPF-BUSCA
               MOVE WRK-CLI-F-COD TO WRK-CPF-DONO
               PERFORM 3174-CPF-EM-USO
               IF WRK-CPF-OUTRO NOT EQUAL ZERO
                   ADD 1 TO WRK-QTD-CLI-CPF
               END-IF
           END-IF

           IF WRK-CLI-F-COD NUMERIC
              AND WRK-CPF-OUTRO EQUAL ZERO
               MOVE WRK-CLI-F-COD TO COD-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       PERFORM 3700-ZERA-CLIENTE
                       MOVE WRK-CLI-F-COD TO COD-CLIENTE
                       PERFORM 9848-MOVE-CAMPOS-REDE
                       WRITE CLIENTES-REG
                           INVALID KEY
                               ADD 1 TO WRK-QTD-CLI-PUL
                           NOT INVALID KEY
                               ADD 1 TO WRK-QTD-CLI-INC
                               IF COD-CLIENTE > CTLCLI-ULT-CODIGO
                                   MOVE '1' TO CTLCLI-CHAVE
                                   READ CTLCLI KEY IS CTLCLI-CHAVE
                                   MOVE COD-CLIENTE
                                       TO CTLCLI-ULT-CODIGO
                                   REWRITE CTLCLI-REG
                               END-IF
                       END-WRITE
                       MOVE 'I' TO WRK-JRN-OPER
                       PERFORM 5204-JORNAL-CLIENTES
                   NOT INVALID KEY
                       IF WRK-CLI-F-DATAALT > CLI-DATA-ALTERACAO
                           PERFORM 9848-MOVE-CAMPOS-REDE
                           REWRITE CLIENTES-REG
                           MOVE 'A' TO WRK-JRN-OPER
                           PERFORM 5204-JORNAL-CLIENTES
                           ADD 1 TO WRK-QTD-CLI-ATU
                       ELSE
                           ADD 1 TO WRK-QTD-CLI-PUL
                       END-IF
               END-READ
           END-IF.

       9849-IMPORTA-UM-CLIENTE-FIM.
           CONTINUE.

      *Copia os campos compartilhados da rede para o registro
      *corrente de CLIENTES (o PIN e a conta da casa sao locais)
       9848-MOVE-CAMPOS-REDE  SECTION.
           MOVE WRK-CLI-F-NOME TO NOME-CLIENTE
           MOVE WRK-CLI-F-TEL TO TELEFONE-CLIENTE
           MOVE WRK-CLI-F-END TO ENDERECO-CLIENTE
           MOVE WRK-CLI-F-STATUS TO STATUS-CLIENTE
           MOVE WRK-CLI-F-PLANO TO CLI-PLANO
           MOVE WRK-CLI-F-PAGOATE TO CLI-PAGO-ATE
           MOVE WRK-CLI-F-DATACAD TO CLI-DATA-CADASTRO
           MOVE WRK-CLI-F-DATAALT TO CLI-DATA-ALTERACAO
           MOVE WRK-CLI-F-LOJA TO CLI-LOJA-ORIGEM
           MOVE WRK-CLI-F-EMAIL TO CLI-EMAIL
           MOVE WRK-CLI-F-OPT-SMS TO CLI-OPT-SMS
           MOVE WRK-CLI-F-OPT-EMAIL TO CLI-OPT-EMAIL
           MOVE WRK-CLI-F-OPT-CARTA TO CLI-OPT-CARTA
           MOVE WRK-CLI-F-CONSENT TO CLI-CONSENT-DATA
           MOVE WRK-CLI-F-CONS-OPER TO CLI-CONSENT-OPERADOR
           MOVE WRK-CLI-F-CPF TO CLI-CPF

      *    Endereco estruturado: so entra com o CEP na tabela desta
      *    loja; fora dela a ficha fica com o texto livre e a linha
      *    e contada a parte para conferencia
           IF WRK-CLI-F-CEP NOT EQUAL ZERO
               MOVE WRK-CLI-F-CEP TO WRK-CEP-DIGITADO
               PERFORM 9603-CONFERE-CEP
               IF WRK-CEP-OK EQUAL 'S'
                   MOVE WRK-CLI-F-NUMERO TO WRK-CEP-NUMERO
                   MOVE WRK-CLI-F-COMPL TO WRK-CEP-COMPLEMENTO
                   PERFORM 9605-GRAVA-CLIEND
               ELSE
                   ADD 1 TO WRK-QTD-CLI-CEP
               END-IF
           END-IF.

      *Consolidacao da rede na matriz: le MOVLOTE.CSV (os
      *MOVLOJA.CSV das lojas juntados pelo operador), acumula por
      *loja pagamentos, receita, emprestimos abertos e devolvidos
      *e grava CONSOLID.CSV com uma linha por loja e o total da
      *rede - o "como foi ontem na rede" sem telefonar filial
       9853-CONSOLIDA-REDE  SECTION.
           MOVE "Consolidacao" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-CONS
           MOVE 0 TO WRK-CONS-TOT-REC
           MOVE 0 TO WRK-CONS-TOT-PAG
           MOVE 0 TO WRK-CONS-TOT-FECHA

           OPEN INPUT MOVLOTE
           IF MOVLOTE-STATUS NOT EQUAL 0
               DISPLAY TELA
               DISPLAY "Arquivo MOVLOTE.CSV nao encontrado"
               AT LINE 5 COLUMN 20
           ELSE
               READ MOVLOTE
               PERFORM UNTIL MOVLOTE-STATUS NOT EQUAL 0
                   PERFORM 9852-CONSOLIDA-UMA-LINHA
                   READ MOVLOTE
               END-PERFORM
               CLOSE MOVLOTE

               OPEN OUTPUT CONSOLID
               MOVE "Loja;Pagamentos;ReceitaBRL;EmpAbertos;EmpDevo
      -             "lv;FechaDia" TO CONSOLID-REG
               WRITE CONSOLID-REG
               PERFORM VARYING WRK-IDX-CONS FROM 1 BY 1
                   UNTIL WRK-IDX-CONS > WRK-QTD-CONS
                   ADD WRK-CONS-REC (WRK-IDX-CONS)
                       TO WRK-CONS-TOT-REC
                   ADD WRK-CONS-PAGS (WRK-IDX-CONS)
                       TO WRK-CONS-TOT-PAG
                   ADD WRK-CONS-FECHA (WRK-IDX-CONS)
                       TO WRK-CONS-TOT-FECHA
                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING WRK-CONS-LOJA (WRK-IDX-CONS)
                          DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WRK-CONS-PAGS (WRK-IDX-CONS)
                          DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WRK-CONS-REC (WRK-IDX-CONS)
                          DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WRK-CONS-ABE (WRK-IDX-CONS)
                          DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WRK-CONS-DEV (WRK-IDX-CONS)
                          DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WRK-CONS-FECHA (WRK-IDX-CONS)
                          DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE CONSOLID-REG FROM WRK-LINHA-CSV
               END-PERFORM

               MOVE SPACES TO WRK-LINHA-CSV
               STRING 'REDE;' DELIMITED BY SIZE
                      WRK-CONS-TOT-PAG DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WRK-CONS-TOT-REC DELIMITED BY SIZE
                      ';;;' DELIMITED BY SIZE
                      WRK-CONS-TOT-FECHA DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE CONSOLID-REG FROM WRK-LINHA-CSV
               CLOSE CONSOLID

               DISPLAY TELA
               DISPLAY "Consolidado gerado em CONSOLID.CSV"
               AT LINE 5 COLUMN 20
               DISPLAY "Lojas consolidadas: " AT LINE 7 COLUMN 20
               DISPLAY WRK-QTD-CONS AT LINE 7 COLUMN 41
           END-IF

           DISPLAY "Pressione ENTER para continuar"
           AT LINE 9 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 9 COLUMN 52.

      *Acumula uma linha do movimento no balde da sua loja
       9852-CONSOLIDA-UMA-LINHA  SECTION.
           MOVE SPACES TO WRK-MOV-CAMPOS
           UNSTRING MOVLOTE-REG DELIMITED BY ';'
               INTO WRK-MOV-TIPO WRK-MOV-DATA WRK-MOV-LOJA
                    WRK-MOV-F1 WRK-MOV-F2 WRK-MOV-VALOR
           END-UNSTRING

           IF WRK-MOV-TIPO EQUAL 'PAG'
              OR WRK-MOV-TIPO EQUAL 'EMPABE'
              OR WRK-MOV-TIPO EQUAL 'EMPDEV'
              OR WRK-MOV-TIPO EQUAL 'FECHA'
               MOVE 'N' TO WRK-CONS-ACHOU
               PERFORM VARYING WRK-IDX-CONS FROM 1 BY 1
                   UNTIL WRK-IDX-CONS > WRK-QTD-CONS
                   IF WRK-CONS-LOJA (WRK-IDX-CONS)
                      EQUAL WRK-MOV-LOJA
                       MOVE 'S' TO WRK-CONS-ACHOU
                       PERFORM 9851-SOMA-CONSOLIDADO
                   END-IF
               END-PERFORM
               IF WRK-CONS-ACHOU EQUAL 'N'
                  AND WRK-QTD-CONS < 10
                   ADD 1 TO WRK-QTD-CONS
                   MOVE WRK-QTD-CONS TO WRK-IDX-CONS
                   MOVE WRK-MOV-LOJA TO WRK-CONS-LOJA (WRK-IDX-CONS)
                   MOVE 0 TO WRK-CONS-PAGS (WRK-IDX-CONS)
                   MOVE 0 TO WRK-CONS-REC (WRK-IDX-CONS)
                   MOVE 0 TO WRK-CONS-ABE (WRK-IDX-CONS)
                   MOVE 0 TO WRK-CONS-DEV (WRK-IDX-CONS)
                   MOVE 0 TO WRK-CONS-FECHA (WRK-IDX-CONS)
                   PERFORM 9851-SOMA-CONSOLIDADO
               END-IF
           END-IF.

      *Soma a linha corrente no balde WRK-IDX-CONS
       9851-SOMA-CONSOLIDADO  SECTION.
           EVALUATE WRK-MOV-TIPO
               WHEN 'PAG'
                   ADD 1 TO WRK-CONS-PAGS (WRK-IDX-CONS)
                   MOVE WRK-MOV-VALOR (1:9) TO WRK-FECHA-VALOR-X
                   ADD WRK-FECHA-VALOR-9
                       TO WRK-CONS-REC (WRK-IDX-CONS)
               WHEN 'EMPABE'
                   ADD 1 TO WRK-CONS-ABE (WRK-IDX-CONS)
               WHEN 'EMPDEV'
                   ADD 1 TO WRK-CONS-DEV (WRK-IDX-CONS)
               WHEN 'FECHA'
      *            A receita oficial do FECHADIA da filial vem no
      *            quinto campo da linha FECHA
                   MOVE WRK-MOV-F2 (1:9) TO WRK-FECHA-VALOR-X
                   ADD WRK-FECHA-VALOR-9
                       TO WRK-CONS-FECHA (WRK-IDX-CONS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *Mineracao de co-locacoes: para cada titulo ativo, junta os
      *clientes que ja o alugaram (chave alternada por filme),
      *conta os outros titulos que esses clientes alugaram (chave
      *alternada por cliente) e grava em RECOMEND.CSV os tres mais
      *co-alugados; a lista vira cartao de prateleira e alimenta o
      *detalhe do kiosque (2635). Titulo sem nenhuma linha no
      *resumo diario de locacoes nunca foi alugado e nem entra na
      *mineracao
       9856-GERA-RECOMENDACOES  SECTION.
           MOVE "Recomendacoes" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-RECOMEND

           OPEN OUTPUT RECOMEND
           MOVE "Filme;Titulo;Sugestao1;Sugestao2;Sugestao3"
               TO RECOMEND-REG
           WRITE RECOMEND-REG

           OPEN INPUT FILMESSEQ
           READ FILMESSEQ
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               IF FILME-ATIVOSQ
                   MOVE CODFILMESQ TO RL-CODFILME
                   START RESUMOLOC KEY IS EQUAL TO RL-CODFILME
                       INVALID KEY
                           MOVE 23 TO RESUMOLOC-STATUS
                   END-START
                   IF RESUMOLOC-STATUS EQUAL 0
                       PERFORM 9855-RECOMENDA-UM-TITULO
                   END-IF
               END-IF
               READ FILMESSEQ
           END-PERFORM
           CLOSE FILMESSEQ

           CLOSE RECOMEND

           DISPLAY TELA
           DISPLAY "Lista gerada em RECOMEND.CSV"
           AT LINE 10 COLUMN 20
           DISPLAY "Titulos com sugestao: " AT LINE 12 COLUMN 20
           DISPLAY WRK-QTD-RECOMEND AT LINE 12 COLUMN 43

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 55.

      *Monta as sugestoes do titulo corrente de FILMESSEQ: fase 1
      *junta os clientes do titulo, fase 2 conta os co-alugados
      *deles, fase 3 escolhe os tres mais contados
       9855-RECOMENDA-UM-TITULO  SECTION.
           MOVE CODFILMESQ TO WRK-CORR-BASE
           MOVE 0 TO WRK-QTD-CORR-CLI
           MOVE 0 TO WRK-QTD-CORR

      *    Fase 1: clientes que alugaram o titulo base
           MOVE WRK-CORR-BASE TO EMP-CODFILME
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CODFILME
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                  OR EMP-CODFILME NOT EQUAL WRK-CORR-BASE
                   IF NOT EMPRESTIMO-ESTORNADO
                       MOVE 'N' TO WRK-CORR-ACHOU
                       PERFORM VARYING WRK-IDX-CORR-CLI FROM 1 BY 1
                           UNTIL WRK-IDX-CORR-CLI > WRK-QTD-CORR-CLI
                           IF WRK-CORR-CLI (WRK-IDX-CORR-CLI)
                              EQUAL EMP-CLIENTE
                               MOVE 'S' TO WRK-CORR-ACHOU
                           END-IF
                       END-PERFORM
                       IF WRK-CORR-ACHOU EQUAL 'N'
                          AND WRK-QTD-CORR-CLI < 200
                           ADD 1 TO WRK-QTD-CORR-CLI
                           MOVE EMP-CLIENTE
                               TO WRK-CORR-CLI (WRK-QTD-CORR-CLI)
                       END-IF
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF

      *    Fase 2: o que mais esses clientes alugaram
           PERFORM VARYING WRK-IDX-CORR-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CORR-CLI > WRK-QTD-CORR-CLI
               MOVE WRK-CORR-CLI (WRK-IDX-CORR-CLI) TO WRK-EXT-CLIENTE
               PERFORM 3486-REINICIA-CLIENTE
               PERFORM 3485-LER-PROX-DO-CLIENTE
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   IF NOT EMPRESTIMO-ESTORNADO
                      AND EMP-CODFILME NOT EQUAL WRK-CORR-BASE
                       PERFORM 9854-CONTA-CO-LOCACAO
                   END-IF
                   PERFORM 3485-LER-PROX-DO-CLIENTE
               END-PERFORM
           END-PERFORM

      *    Fase 3: os tres titulos mais contados
           IF WRK-QTD-CORR > 0
               MOVE ZEROS TO WRK-CORR-TOP
               PERFORM VARYING WRK-IDX-CORR-TOP FROM 1 BY 1
                   UNTIL WRK-IDX-CORR-TOP > 3
                   MOVE 0 TO WRK-CORR-MAX
                   MOVE 0 TO WRK-CORR-MAXI
                   PERFORM VARYING WRK-IDX-CORR FROM 1 BY 1
                       UNTIL WRK-IDX-CORR > WRK-QTD-CORR
                       IF WRK-CORR-CONT (WRK-IDX-CORR) > WRK-CORR-MAX
                           MOVE WRK-CORR-CONT (WRK-IDX-CORR)
                               TO WRK-CORR-MAX
                           MOVE WRK-IDX-CORR TO WRK-CORR-MAXI
                       END-IF
                   END-PERFORM
                   IF WRK-CORR-MAXI > 0
                       MOVE WRK-CORR-FILME (WRK-CORR-MAXI)
                           TO WRK-CORR-TOP-FIL (WRK-IDX-CORR-TOP)
                       MOVE 0 TO WRK-CORR-CONT (WRK-CORR-MAXI)
                   END-IF
               END-PERFORM

               ADD 1 TO WRK-QTD-RECOMEND
      *        Titulo protegido: um ';' no nome deslocaria as
      *        sugestoes na releitura do kiosque (2635)
               MOVE TITULOSQ TO WRK-CSV-CAMPO-IN
               PERFORM 5185-PROTEGE-CAMPO
               MOVE SPACES TO WRK-LINHA-CSV
               STRING WRK-CORR-BASE        DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-CSV-CAMPO-OUT    DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-CORR-TOP-FIL (1) DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-CORR-TOP-FIL (2) DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-CORR-TOP-FIL (3) DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE RECOMEND-REG FROM WRK-LINHA-CSV
           END-IF.

      *Soma o titulo do emprestimo corrente na tabela de
      *co-locacoes do titulo base (ate 50 titulos distintos)
       9854-CONTA-CO-LOCACAO  SECTION.
           MOVE 'N' TO WRK-CORR-ACHOU
           PERFORM VARYING WRK-IDX-CORR FROM 1 BY 1
               UNTIL WRK-IDX-CORR > WRK-QTD-CORR
               IF WRK-CORR-FILME (WRK-IDX-CORR) EQUAL EMP-CODFILME
                   ADD 1 TO WRK-CORR-CONT (WRK-IDX-CORR)
                   MOVE 'S' TO WRK-CORR-ACHOU
               END-IF
           END-PERFORM
           IF WRK-CORR-ACHOU EQUAL 'N'
              AND WRK-QTD-CORR < 50
               ADD 1 TO WRK-QTD-CORR
               MOVE EMP-CODFILME TO WRK-CORR-FILME (WRK-QTD-CORR)
               MOVE 1 TO WRK-CORR-CONT (WRK-QTD-CORR)
           END-IF.

      *Cobranca mensal dos planos de assinatura: todo cliente
      *ativo com CLI-PLANO preenchido e mensalidade vencida
      *(CLI-PAGO-ATE ate hoje) gera o recibo do plano em
      *PAGAMENTOS (PAG-TIPO A) e tem o pago-ate empurrado um mes;
      *quem aderiu neste mes paga proporcional aos dias restantes;
      *o resumo faturado/pulado/falha sai em FATPLAN.CSV
       9859-FATURA-PLANOS  SECTION.
           MOVE "Faturar planos" TO WRK-MODULO.

      *    Com o dia (ou o mes contabil) fechado nada posta
           PERFORM 3810-VERIFICA-DIA-FECHADO
           IF WRK-DIA-ENCERRADO EQUAL 'S'
               DISPLAY TELA
               MOVE 'Periodo fechado - nao posta' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               DISPLAY "Tecle enter para voltar ao menu"
               AT LINE 20 COLUMN 35
               ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 70
               GO TO 9859-FATURA-PLANOS-FIM
           END-IF.

           MOVE 0 TO WRK-QTD-PL-FAT
           MOVE 0 TO WRK-QTD-PL-PUL
           MOVE 0 TO WRK-QTD-PL-FAL
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT FATPLAN
           MOVE "Cliente;Plano;Acao;Valor;NovoPagoAte" TO FATPLAN-REG
           WRITE FATPLAN-REG

           MOVE LOW-VALUES TO COD-CLIENTE
           START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
               INVALID KEY
                   MOVE 10 TO CLIENTES-STATUS
           END-START
           IF CLIENTES-STATUS EQUAL 0
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                   IF CLIENTE-ATIVO AND CLI-PLANO NOT EQUAL SPACES
                       PERFORM 9858-FATURA-UM-PLANO
                   END-IF
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-IF

           CLOSE FATPLAN

           DISPLAY TELA
           DISPLAY "Cobranca dos planos concluida"
           AT LINE 5 COLUMN 20
           DISPLAY "Faturados: " AT LINE 7 COLUMN 20
           DISPLAY WRK-QTD-PL-FAT AT LINE 7 COLUMN 32
           DISPLAY "Pulados  : " AT LINE 8 COLUMN 20
           DISPLAY WRK-QTD-PL-PUL AT LINE 8 COLUMN 32
           DISPLAY "Falhas   : " AT LINE 9 COLUMN 20
           DISPLAY WRK-QTD-PL-FAL AT LINE 9 COLUMN 32
           DISPLAY "Resumo em FATPLAN.CSV" AT LINE 11 COLUMN 20

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 52.

       9859-FATURA-PLANOS-FIM.
           CONTINUE.

      *Fatura o plano do cliente corrente de CLIENTES-REG: valida
      *o plano, calcula a mensalidade (com proracao da adesao),
      *grava o recibo e empurra CLI-PAGO-ATE em um mes
       9858-FATURA-UM-PLANO  SECTION.
           MOVE CLI-PLANO TO PLN-CODIGO
           READ PLANOS
               INVALID KEY
                   ADD 1 TO WRK-QTD-PL-FAL
                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING COD-CLIENTE DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          CLI-PLANO DELIMITED BY SIZE
                          ';PLANO INEXISTENTE;;' DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE FATPLAN-REG FROM WRK-LINHA-CSV
                   END-WRITE
               NOT INVALID KEY
                   IF CLI-PAGO-ATE > WRK-DATA-HOJE
                       ADD 1 TO WRK-QTD-PL-PUL
                       MOVE SPACES TO WRK-LINHA-CSV
                       STRING COD-CLIENTE DELIMITED BY SIZE
                              ';' DELIMITED BY SIZE
                              CLI-PLANO DELIMITED BY SIZE
                              ';EM DIA;;' DELIMITED BY SIZE
                              CLI-PAGO-ATE DELIMITED BY SIZE
                              INTO WRK-LINHA-CSV
                       END-STRING
                       WRITE FATPLAN-REG FROM WRK-LINHA-CSV
                   ELSE
                       PERFORM 9857-COBRA-MENSALIDADE
                   END-IF
           END-READ.

      *Calcula e cobra a mensalidade do cliente corrente: adesao
      *neste mes paga proporcional aos dias que faltam no mes
      *(base 30), o resto paga a mensalidade cheia
       9857-COBRA-MENSALIDADE  SECTION.
           MOVE PLN-MENSALIDADE TO WRK-PL-VALOR
           IF CLI-DATA-CADASTRO (1:6) EQUAL WRK-DATA-HOJE (1:6)
               MOVE CLI-DATA-CADASTRO TO WRK-DATA-CALC
               COMPUTE WRK-PL-DIAS-REST =
                   30 - WRK-DC-DIA
               IF WRK-PL-DIAS-REST > 30
                   MOVE 30 TO WRK-PL-DIAS-REST
               END-IF
               COMPUTE WRK-PL-VALOR ROUNDED =
                   PLN-MENSALIDADE * WRK-PL-DIAS-REST / 30
           END-IF

      *    Pago-ate novo: um mes a frente de hoje (ou do pago-ate
      *    corrente, se for de hoje), com o dia travado em 28 para
      *    nunca cair em data inexistente
           IF CLI-PAGO-ATE > WRK-DATA-HOJE
               MOVE CLI-PAGO-ATE TO WRK-DATA-CALC
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           END-IF
           IF WRK-DC-MES EQUAL 12
               MOVE 1 TO WRK-DC-MES
               ADD 1 TO WRK-DC-ANO
           ELSE
               ADD 1 TO WRK-DC-MES
           END-IF
           IF WRK-DC-DIA > 28
               MOVE 28 TO WRK-DC-DIA
           END-IF
           MOVE WRK-DATA-CALC TO WRK-PL-NOVO-ATE

           PERFORM 2050-RESERVA-NUM-PAGAMENTO
           MOVE WRK-PROX-PAGAMENTO TO NUM-PAGAMENTO

           MOVE ZERO             TO PAG-NUM-EMPRESTIMO
           MOVE COD-CLIENTE      TO PAG-CLIENTE
           MOVE WRK-PL-VALOR     TO PAG-VALOR
           MOVE 'BRL'            TO PAG-MOEDA
           MOVE ZERO             TO PAG-VALOR-IMPOSTO
           MOVE WRK-OPERADOR     TO PAG-OPERADOR
           MOVE WRK-DATA-HOJE    TO PAG-DATA
           MOVE 'A'              TO PAG-TIPO
           MOVE WRK-PL-VALOR     TO PAG-VALOR-BRL
           MOVE WRK-CAIXA-ATUAL  TO PAG-CAIXA
           MOVE ZERO             TO PAG-DESCONTO
           MOVE ZERO             TO PAG-VALE
           MOVE ZERO             TO PAG-VALE-CARTAO
           MOVE WRK-LOJA-ATUAL   TO PAG-LOJA
           MOVE 'D'              TO PAG-FORMA
           MOVE ZERO             TO PAG-REF-DOC
           MOVE ZERO             TO PAG-CODFILME

           PERFORM 3187-ESCREVE-PAGAMENTO
           IF WRK-PAG-GRAVOU EQUAL 'N'
                   ADD 1 TO WRK-QTD-PL-FAL
                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING COD-CLIENTE DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          CLI-PLANO DELIMITED BY SIZE
                          ';ERRO NO RECIBO;;' DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE FATPLAN-REG FROM WRK-LINHA-CSV
                   END-WRITE
           ELSE
                   MOVE WRK-PL-NOVO-ATE TO CLI-PAGO-ATE
                   MOVE WRK-DATA-HOJE TO CLI-DATA-ALTERACAO
                   REWRITE CLIENTES-REG
                   MOVE 'A' TO WRK-JRN-OPER
                   PERFORM 5204-JORNAL-CLIENTES
                   ADD 1 TO WRK-QTD-PL-FAT

                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING COD-CLIENTE DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          CLI-PLANO DELIMITED BY SIZE
                          ';FATURADO;' DELIMITED BY SIZE
                          WRK-PL-VALOR DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WRK-PL-NOVO-ATE DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE FATPLAN-REG FROM WRK-LINHA-CSV
           END-IF.

      *Conciliacao do cartao: importa o arquivo da adquirente
      *(DATA;VALOR;AUTORIZACAO por transacao, mesmo estilo do
      *9915) e casa cada transacao com o recibo em cartao de mesma
      *autorizacao e data; aponta em CARTDIVG.CSV valor que nao
      *bate, recibo que a adquirente nao liquidou e transacao da
      *adquirente sem recibo no sistema
       9861-CONCILIA-CARTAO  SECTION.
           MOVE "Conciliar cartao" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-CAR-OK
           MOVE 0 TO WRK-QTD-CAR-DIVG
           MOVE 0 TO WRK-CAR-DATA-INI
           MOVE 0 TO WRK-CAR-DATA-FIM

           OPEN INPUT CARTLOTE
           IF CARTLOTE-STATUS NOT EQUAL 0
               DISPLAY TELA
               DISPLAY "Arquivo CARTLOTE.CSV nao encontrado"
               AT LINE 5 COLUMN 20
           ELSE
               OPEN OUTPUT CARTAUT
               CLOSE CARTAUT
               OPEN I-O CARTAUT
               OPEN OUTPUT CARTDIVG
               MOVE "Data;Autoriz;Adquirente;Sistema;Recibo;Situacao"
                   TO CARTDIVG-REG
               WRITE CARTDIVG-REG

               READ CARTLOTE
               PERFORM UNTIL CARTLOTE-STATUS NOT EQUAL 0
                   PERFORM 9860-CARREGA-ADQUIRENTE
                   READ CARTLOTE
               END-PERFORM
               CLOSE CARTLOTE

               IF WRK-CAR-DATA-INI > ZERO
                   PERFORM 9866-CONCILIA-RECIBOS
                   PERFORM 9869-CONCILIA-SOBRAS
               END-IF

               CLOSE CARTAUT
               CLOSE CARTDIVG

               DISPLAY TELA
               DISPLAY "Conciliacao do cartao concluida"
               AT LINE 5 COLUMN 20
               DISPLAY "Transacoes ok : " AT LINE 7 COLUMN 20
               DISPLAY WRK-QTD-CAR-OK AT LINE 7 COLUMN 41
               DISPLAY "Divergencias  : " AT LINE 8 COLUMN 20
               DISPLAY WRK-QTD-CAR-DIVG AT LINE 8 COLUMN 41
               DISPLAY "Detalhe em CARTDIVG.CSV" AT LINE 10 COLUMN 20
           END-IF

           DISPLAY "Pressione ENTER para continuar"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Guarda uma transacao da adquirente no arquivo de trabalho
      *e alarga o periodo coberto; autorizacao repetida no mesmo
      *dia ja sai como divergencia
       9860-CARREGA-ADQUIRENTE  SECTION.
           MOVE SPACES TO WRK-CAR-F-DATA
           MOVE ZERO TO WRK-CAR-F-VALOR
           MOVE SPACES TO WRK-CAR-F-AUTORIZ
           UNSTRING CARTLOTE-REG DELIMITED BY ';'
               INTO WRK-CAR-F-DATA WRK-CAR-F-VALOR
                    WRK-CAR-F-AUTORIZ
           END-UNSTRING

           IF WRK-CAR-F-DATA NOT NUMERIC
               GO TO 9860-CARREGA-ADQUIRENTE-FIM
           END-IF
           MOVE WRK-CAR-F-DATA TO WRK-CAR-DATA
           MOVE WRK-CAR-F-VALOR TO WRK-CAR-VALOR
           MOVE WRK-CAR-F-AUTORIZ TO WRK-CAR-AUTORIZ
           IF WRK-CAR-DATA-INI EQUAL ZERO
              OR WRK-CAR-DATA < WRK-CAR-DATA-INI
               MOVE WRK-CAR-DATA TO WRK-CAR-DATA-INI
           END-IF
           IF WRK-CAR-DATA > WRK-CAR-DATA-FIM
               MOVE WRK-CAR-DATA TO WRK-CAR-DATA-FIM
           END-IF

           MOVE ZERO TO WRK-CAR-SISTEMA
           MOVE ZERO TO WRK-CAR-RECIBO
           IF WRK-CAR-AUTORIZ EQUAL SPACES
               MOVE 'SEM AUTORIZACAO' TO WRK-CAR-SITUACAO
               PERFORM 9873-LINHA-CONCILIACAO
           ELSE
               MOVE WRK-CAR-AUTORIZ TO CA-AUTORIZACAO
               MOVE WRK-CAR-DATA TO CA-DATA
               MOVE WRK-CAR-VALOR TO CA-VALOR
               MOVE 'N' TO CA-CASOU
               WRITE CARTAUT-REG
                   INVALID KEY
                       MOVE 'AUTORIZACAO REPETIDA' TO WRK-CAR-SITUACAO
                       PERFORM 9873-LINHA-CONCILIACAO
               END-WRITE
           END-IF.

       9860-CARREGA-ADQUIRENTE-FIM.
           CONTINUE.

      *Percorre os recibos em cartao do periodo da adquirente
      *pela chave alternada por data e procura a transacao de
      *mesma autorizacao; estornos e notas de credito nao passam
      *pela maquininha e ficam fora da conferencia
       9866-CONCILIA-RECIBOS  SECTION.
           MOVE WRK-CAR-DATA-INI TO PAG-DATA
           START PAGAMENTOS KEY IS NOT LESS THAN PAG-DATA
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START
           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
               PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                   OR PAG-DATA > WRK-CAR-DATA-FIM
                   IF FORMA-CARTAO
                      AND NOT PAGAMENTO-ESTORNO
                      AND NOT PAGAMENTO-NOTA-CRED
                      AND PAG-VALOR-BRL > PAG-VALE
                       PERFORM 9839-CONCILIA-UM-RECIBO
                   END-IF
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM
           END-IF.

      *Confere um recibo em cartao contra a transacao da
      *adquirente com a mesma autorizacao e data
       9839-CONCILIA-UM-RECIBO  SECTION.
           MOVE PAG-DATA TO WRK-CAR-DATA
           MOVE PAG-TEF-AUTORIZACAO TO WRK-CAR-AUTORIZ
           MOVE NUM-PAGAMENTO TO WRK-CAR-RECIBO
           COMPUTE WRK-CAR-SISTEMA = PAG-VALOR-BRL - PAG-VALE
           MOVE ZERO TO WRK-CAR-VALOR

           IF PAG-TEF-AUTORIZACAO EQUAL SPACES
               MOVE 'RECIBO SEM AUTORIZACAO' TO WRK-CAR-SITUACAO
               PERFORM 9873-LINHA-CONCILIACAO
               GO TO 9839-CONCILIA-UM-RECIBO-FIM
           END-IF

           MOVE PAG-TEF-AUTORIZACAO TO CA-AUTORIZACAO
           MOVE PAG-DATA TO CA-DATA
           READ CARTAUT
               INVALID KEY
                   MOVE 'SO NO SISTEMA' TO WRK-CAR-SITUACAO
                   PERFORM 9873-LINHA-CONCILIACAO
               NOT INVALID KEY
                   MOVE CA-VALOR TO WRK-CAR-VALOR
                   IF CA-CASOU EQUAL 'S'
                       MOVE 'AUTORIZACAO REPETIDA' TO WRK-CAR-SITUACAO
                   ELSE
                       MOVE 'S' TO CA-CASOU
                       REWRITE CARTAUT-REG
                       IF CA-VALOR EQUAL WRK-CAR-SISTEMA
                           MOVE 'OK' TO WRK-CAR-SITUACAO
                       ELSE
                           MOVE 'VALOR DIVERGENTE' TO WRK-CAR-SITUACAO
                       END-IF
                   END-IF
                   PERFORM 9873-LINHA-CONCILIACAO
           END-READ.
       9839-CONCILIA-UM-RECIBO-FIM.
           CONTINUE.

      *Transacoes da adquirente que nenhum recibo reclamou
       9869-CONCILIA-SOBRAS  SECTION.
           MOVE LOW-VALUES TO CA-CHAVE
           START CARTAUT KEY IS NOT LESS THAN CA-CHAVE
               INVALID KEY
                   MOVE 10 TO CARTAUT-STATUS
           END-START
           IF CARTAUT-STATUS EQUAL 0
               READ CARTAUT NEXT RECORD
               PERFORM UNTIL CARTAUT-STATUS NOT EQUAL 0
                   IF CA-CASOU NOT EQUAL 'S'
                       MOVE CA-DATA TO WRK-CAR-DATA
                       MOVE CA-AUTORIZACAO TO WRK-CAR-AUTORIZ
                       MOVE CA-VALOR TO WRK-CAR-VALOR
                       MOVE ZERO TO WRK-CAR-SISTEMA
                       MOVE ZERO TO WRK-CAR-RECIBO
                       MOVE 'SO NA ADQUIRENTE' TO WRK-CAR-SITUACAO
                       PERFORM 9873-LINHA-CONCILIACAO
                   END-IF
                   READ CARTAUT NEXT RECORD
               END-PERFORM
           END-IF.

      *Grava uma linha do CARTDIVG e conta ok/divergencia
       9873-LINHA-CONCILIACAO  SECTION.
           IF WRK-CAR-SITUACAO EQUAL 'OK'
               ADD 1 TO WRK-QTD-CAR-OK
           ELSE
               ADD 1 TO WRK-QTD-CAR-DIVG
           END-IF
           MOVE WRK-CAR-VALOR TO WRK-CAR-ADQ-ED
           MOVE WRK-CAR-SISTEMA TO WRK-CAR-SIS-ED
           MOVE SPACES TO WRK-LINHA-CSV
           STRING WRK-CAR-DATA     DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WRK-CAR-AUTORIZ  DELIMITED BY SPACE
                  ';'              DELIMITED BY SIZE
                  WRK-CAR-ADQ-ED   DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WRK-CAR-SIS-ED   DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WRK-CAR-RECIBO   DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WRK-CAR-SITUACAO DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE CARTDIVG-REG FROM WRK-LINHA-CSV.

      *Conciliacao bancaria do dinheiro e do Pix: importa o
      *extrato do banco (DATA;TIPO;VALOR;REFERENCIA, tipo DEP =
      *deposito em dinheiro, PIX = credito Pix; os demais
      *lancamentos sao ignorados), junta as sangrias (MOVCAIXA) e
      *os recibos em Pix ainda nao carregados e casa deposito com
      *sangria de mesmo valor feita ate dois dias antes e credito
      *Pix com recibo de mesmo valor e documento. Em BANCDIVG.CSV
      *saem os pares casados e a lista corrida do que segue em
      *aberto dos dois lados, com a data desde quando
       9799-CONCILIA-BANCO  SECTION.
           MOVE "Conciliar banco" TO WRK-MODULO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE 0 TO WRK-QTD-CB-CASADOS
           MOVE 0 TO WRK-QTD-CB-BANCO
           MOVE 0 TO WRK-QTD-CB-SISTEMA
           MOVE 0 TO WRK-QTD-CB-ANTERIOR
           MOVE 0 TO WRK-QTD-CB-IGNORADO
           MOVE 0 TO WRK-CB-DATA-INI
           MOVE 0 TO WRK-CB-DATA-FIM

           DISPLAY TELA
           MOVE '0' TO CB-LADO
           MOVE SPACE TO CB-TIPO
           MOVE ZERO TO CB-DATA
           MOVE ZERO TO CB-SEQ
           READ CONCBAN KEY IS CB-CHAVE
               INVALID KEY
                   MOVE 'Controle da concil. ausente' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   MOVE CB-BAN-ATE TO WRK-CB-BAN-ATE
                   MOVE CB-SIS-ATE TO WRK-CB-SIS-ATE
                   MOVE CB-ULT-SEQ TO WRK-CB-ULT-SEQ

                   OPEN INPUT EXTBANCO
                   IF EXTBANCO-STATUS NOT EQUAL 0
                       DISPLAY "Arquivo EXTBANCO.CSV nao encontrado"
                       AT LINE 5 COLUMN 20
                   ELSE
                       READ EXTBANCO
                       PERFORM UNTIL EXTBANCO-STATUS NOT EQUAL 0
                           PERFORM 9798-CARREGA-EXTRATO
                           READ EXTBANCO
                       END-PERFORM
                       CLOSE EXTBANCO

      *                O sistema entra ate o fim do extrato; na primeira
      *                vez comeca dois dias antes dele, pelas sangrias
      *                depositadas no periodo
                       IF WRK-CB-DATA-FIM > WRK-CB-SIS-ATE
                           IF WRK-CB-SIS-ATE EQUAL ZERO
                               MOVE WRK-CB-DATA-INI TO WRK-DATA-CALC
                               PERFORM 3151-RECUA-UM-DIA 2 TIMES
                           ELSE
                               MOVE WRK-CB-SIS-ATE TO WRK-DATA-CALC
                               PERFORM 3150-AVANCA-UM-DIA
                           END-IF
                           MOVE WRK-DATA-CALC TO WRK-CB-SIS-DE
                           PERFORM 9797-CARREGA-SANGRIAS
                           PERFORM 9796-CARREGA-PIX
                           MOVE WRK-CB-DATA-FIM TO WRK-CB-SIS-ATE
                       END-IF

                       MOVE '0' TO CB-LADO
                       MOVE SPACE TO CB-TIPO
                       MOVE ZERO TO CB-DATA
                       MOVE ZERO TO CB-SEQ
                       READ CONCBAN KEY IS CB-CHAVE
                       MOVE WRK-CB-BAN-ATE TO CB-BAN-ATE
                       MOVE WRK-CB-SIS-ATE TO CB-SIS-ATE
                       MOVE WRK-CB-ULT-SEQ TO CB-ULT-SEQ
                       REWRITE CONCBAN-REG

                       OPEN OUTPUT BANCDIVG
                       MOVE "Situacao;Tipo;Data banco;Data sistema;Valor
      -        ";Ref;Origem;Em aberto desde" TO BANCDIVG-REG
                       WRITE BANCDIVG-REG
                       PERFORM 9795-CASA-BANCO
                       PERFORM 9793-LISTA-ABERTOS
                       CLOSE BANCDIVG

                       DISPLAY "Conciliacao bancaria concluida"
                       AT LINE 5 COLUMN 20
                       DISPLAY "Itens conciliados  : "
                       AT LINE 7 COLUMN 20
                       DISPLAY WRK-QTD-CB-CASADOS AT LINE 7 COLUMN 42
                       DISPLAY "Abertos no banco   : "
                       AT LINE 8 COLUMN 20
                       DISPLAY WRK-QTD-CB-BANCO AT LINE 8 COLUMN 42
                       DISPLAY "Abertos no sistema : "
                       AT LINE 9 COLUMN 20
                       DISPLAY WRK-QTD-CB-SISTEMA AT LINE 9 COLUMN 42
                       DISPLAY "De dias anteriores : "
                       AT LINE 10 COLUMN 20
                       DISPLAY WRK-QTD-CB-ANTERIOR AT LINE 10 COLUMN 42
                       DISPLAY "Linhas ja importadas ou ignoradas: "
                       AT LINE 11 COLUMN 20
                       DISPLAY WRK-QTD-CB-IGNORADO AT LINE 11 COLUMN 56
                       DISPLAY "Detalhe em BANCDIVG.CSV"
                       AT LINE 13 COLUMN 20
                   END-IF
           END-READ

           DISPLAY "Pressione ENTER para continuar"
           AT LINE 15 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 52.

      *Uma linha do extrato vira item em aberto do lado do banco;
      *dias ja importados num extrato anterior nao entram de novo
       9798-CARREGA-EXTRATO  SECTION.
           MOVE SPACES TO WRK-CB-F-DATA
           MOVE SPACES TO WRK-CB-F-TIPO
           MOVE ZERO TO WRK-CB-F-VALOR
           MOVE ZERO TO WRK-CB-F-REF
           UNSTRING EXTBANCO-REG DELIMITED BY ';'
               INTO WRK-CB-F-DATA WRK-CB-F-TIPO WRK-CB-F-VALOR
                    WRK-CB-F-REF
           END-UNSTRING

           IF WRK-CB-F-DATA NOT NUMERIC
               GO TO 9798-CARREGA-EXTRATO-FIM
           END-IF
           MOVE WRK-CB-F-DATA TO WRK-CB-DATA
           MOVE SPACE TO WRK-CB-TIPO
           IF WRK-CB-DATA > WRK-CB-BAN-ATE
               EVALUATE WRK-CB-F-TIPO
                   WHEN 'DEP'
                       MOVE 'D' TO WRK-CB-TIPO
                   WHEN 'PIX'
                       MOVE 'P' TO WRK-CB-TIPO
               END-EVALUATE
           END-IF

           IF WRK-CB-TIPO EQUAL SPACE
               ADD 1 TO WRK-QTD-CB-IGNORADO
           ELSE
               IF WRK-CB-DATA-INI EQUAL ZERO
                  OR WRK-CB-DATA < WRK-CB-DATA-INI
                   MOVE WRK-CB-DATA TO WRK-CB-DATA-INI
               END-IF
               IF WRK-CB-DATA > WRK-CB-DATA-FIM
                   MOVE WRK-CB-DATA TO WRK-CB-DATA-FIM
               END-IF

               MOVE 'B' TO CB-LADO
               MOVE WRK-CB-F-VALOR TO WRK-CB-VALOR
               MOVE WRK-CB-F-REF TO WRK-CB-REF
               MOVE 'EXTRATO' TO WRK-CB-ORIGEM
               PERFORM 9794-GRAVA-ABERTO
           END-IF.

       9798-CARREGA-EXTRATO-FIM.
           CONTINUE.

      *Sangrias do periodo ainda nao carregado: o MOVCAIXA nao tem
      *chave por data e e lido inteiro
       9797-CARREGA-SANGRIAS  SECTION.
           MOVE LOW-VALUES TO MC-CHAVE
           START MOVCAIXA KEY IS NOT LESS THAN MC-CHAVE
               INVALID KEY
                   MOVE 10 TO MOVCAIXA-STATUS
           END-START
           IF MOVCAIXA-STATUS EQUAL 0
               READ MOVCAIXA NEXT RECORD
               PERFORM UNTIL MOVCAIXA-STATUS NOT EQUAL 0
                   IF MOV-SANGRIA
                      AND MC-DATA NOT < WRK-CB-SIS-DE
                      AND MC-DATA NOT > WRK-CB-DATA-FIM
                       MOVE 'S' TO CB-LADO
                       MOVE 'D' TO WRK-CB-TIPO
                       MOVE MC-DATA TO WRK-CB-DATA
                       MOVE MC-VALOR TO WRK-CB-VALOR
                       MOVE ZERO TO WRK-CB-REF
                       MOVE SPACES TO WRK-CB-ORIGEM
                       STRING 'CX'       DELIMITED BY SIZE
                              MC-CAIXA   DELIMITED BY SIZE
                              '/'        DELIMITED BY SIZE
                              MC-SEQ     DELIMITED BY SIZE
                              INTO WRK-CB-ORIGEM
                       END-STRING
                       PERFORM 9794-GRAVA-ABERTO
                   END-IF
                   READ MOVCAIXA NEXT RECORD
               END-PERFORM
           END-IF.

      *Recibos em Pix do periodo ainda nao carregado, pela chave
      *alternada por data; o documento que o credito traz e o
      *PAG-REF-DOC quando o recibo tem um (o pedido da entrega) e
      *o proprio numero do recibo nos demais. Estornos e notas de
      *credito nao entram, como na conciliacao do cartao
       9796-CARREGA-PIX  SECTION.
           MOVE WRK-CB-SIS-DE TO PAG-DATA
           START PAGAMENTOS KEY IS NOT LESS THAN PAG-DATA
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START
           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
               PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                   OR PAG-DATA > WRK-CB-DATA-FIM
                   IF FORMA-PIX
                      AND NOT PAGAMENTO-ESTORNO
                      AND NOT PAGAMENTO-NOTA-CRED
                      AND PAG-VALOR-BRL > PAG-VALE
                       MOVE 'S' TO CB-LADO
                       MOVE 'P' TO WRK-CB-TIPO
                       MOVE PAG-DATA TO WRK-CB-DATA
                       COMPUTE WRK-CB-VALOR = PAG-VALOR-BRL - PAG-VALE
                       IF PAG-REF-DOC > ZERO
                           MOVE PAG-REF-DOC TO WRK-CB-REF
                       ELSE
                           MOVE NUM-PAGAMENTO TO WRK-CB-REF
                       END-IF
                       MOVE SPACES TO WRK-CB-ORIGEM
                       STRING 'RC'          DELIMITED BY SIZE
                              NUM-PAGAMENTO DELIMITED BY SIZE
                              INTO WRK-CB-ORIGEM
                       END-STRING
                       PERFORM 9794-GRAVA-ABERTO
                   END-IF
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM
           END-IF.

      *Grava um item em aberto do lado ja posto em CB-LADO
       9794-GRAVA-ABERTO  SECTION.
           ADD 1 TO WRK-CB-ULT-SEQ
           MOVE WRK-CB-TIPO TO CB-TIPO
           MOVE WRK-CB-DATA TO CB-DATA
           MOVE WRK-CB-ULT-SEQ TO CB-SEQ
           MOVE WRK-CB-VALOR TO CB-VALOR
           MOVE WRK-CB-REF TO CB-REF
           MOVE WRK-CB-ORIGEM TO CB-ORIGEM
           MOVE WRK-DATA-HOJE TO CB-DESDE
           MOVE ZERO TO CB-BAN-ATE
           MOVE ZERO TO CB-SIS-ATE
           MOVE ZERO TO CB-ULT-SEQ
           WRITE CONCBAN-REG
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *Percorre os itens em aberto do banco (os de agora e os que
      *sobraram de extratos anteriores) e procura o par de cada um
      *no lado do sistema; a leitura e reposicionada pela chave
      *depois de cada busca, que move o arquivo
       9795-CASA-BANCO  SECTION.
           MOVE 'B' TO CB-LADO
           MOVE LOW-VALUES TO CB-TIPO
           MOVE ZERO TO CB-DATA
           MOVE ZERO TO CB-SEQ
           MOVE CB-CHAVE TO WRK-CB-CHAVE-ANT
           START CONCBAN KEY IS NOT LESS THAN CB-CHAVE
               INVALID KEY
                   MOVE 10 TO CONCBAN-STATUS
           END-START
           IF CONCBAN-STATUS EQUAL 0
               READ CONCBAN NEXT RECORD
           END-IF
           PERFORM UNTIL CONCBAN-STATUS NOT EQUAL 0
               OR NOT CB-BANCO
               MOVE CB-CHAVE TO WRK-CB-CHAVE-ANT
               PERFORM 9792-CASA-UM-ITEM
               MOVE WRK-CB-CHAVE-ANT TO CB-CHAVE
               START CONCBAN KEY IS GREATER THAN CB-CHAVE
                   INVALID KEY
                       MOVE 10 TO CONCBAN-STATUS
               END-START
               IF CONCBAN-STATUS EQUAL 0
                   READ CONCBAN NEXT RECORD
               END-IF
           END-PERFORM.

      *Procura no sistema o par do item do banco corrente: o
      *deposito casa com a sangria de mesmo valor feita no mesmo
      *dia ou ate dois dias antes, o credito Pix com o recibo de
      *mesmo valor e documento; casados, os dois saem do arquivo
       9792-CASA-UM-ITEM  SECTION.
           MOVE CB-TIPO TO WRK-CB-TIPO
           MOVE CB-DATA TO WRK-CB-DATA-BANCO
           MOVE CB-VALOR TO WRK-CB-VALOR
           MOVE CB-REF TO WRK-CB-REF
           MOVE 'N' TO WRK-CB-ACHOU

           MOVE 'S' TO CB-LADO
           MOVE WRK-CB-TIPO TO CB-TIPO
           MOVE ZERO TO CB-SEQ
           IF WRK-CB-TIPO EQUAL 'D'
               MOVE WRK-CB-DATA-BANCO TO WRK-DATA-CALC
               PERFORM 3151-RECUA-UM-DIA 2 TIMES
               MOVE WRK-DATA-CALC TO WRK-CB-DATA-MIN
               MOVE WRK-CB-DATA-MIN TO CB-DATA
           ELSE
               MOVE ZERO TO CB-DATA
           END-IF
           START CONCBAN KEY IS NOT LESS THAN CB-CHAVE
               INVALID KEY
                   MOVE 10 TO CONCBAN-STATUS
           END-START
           IF CONCBAN-STATUS EQUAL 0
               READ CONCBAN NEXT RECORD
           END-IF
           PERFORM UNTIL CONCBAN-STATUS NOT EQUAL 0
               OR WRK-CB-ACHOU EQUAL 'S'
               OR NOT CB-SISTEMA
               OR CB-TIPO NOT EQUAL WRK-CB-TIPO
               OR (WRK-CB-TIPO EQUAL 'D'
                   AND CB-DATA > WRK-CB-DATA-BANCO)
               IF CB-VALOR EQUAL WRK-CB-VALOR
                  AND (WRK-CB-TIPO EQUAL 'D'
                       OR CB-REF EQUAL WRK-CB-REF)
                   MOVE 'S' TO WRK-CB-ACHOU
               ELSE
                   READ CONCBAN NEXT RECORD
               END-IF
           END-PERFORM

           IF WRK-CB-ACHOU EQUAL 'S'
               MOVE CB-DATA TO WRK-CB-DATA-SIS
               MOVE CB-ORIGEM TO WRK-CB-ORIGEM
               MOVE CB-DESDE TO WRK-CB-DATA
               DELETE CONCBAN RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE WRK-CB-CHAVE-ANT TO CB-CHAVE
               DELETE CONCBAN RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE 'CONCILIADO' TO WRK-CB-SITUACAO
               PERFORM 9791-LINHA-BANCO
               ADD 1 TO WRK-QTD-CB-CASADOS
           END-IF.

      *Lista corrida do que segue em aberto nos dois lados, com a
      *data em que o item entrou na conciliacao
       9793-LISTA-ABERTOS  SECTION.
           MOVE 'B' TO CB-LADO
           MOVE LOW-VALUES TO CB-TIPO
           MOVE ZERO TO CB-DATA
           MOVE ZERO TO CB-SEQ
           START CONCBAN KEY IS NOT LESS THAN CB-CHAVE
               INVALID KEY
                   MOVE 10 TO CONCBAN-STATUS
           END-START
           IF CONCBAN-STATUS EQUAL 0
               READ CONCBAN NEXT RECORD
               PERFORM UNTIL CONCBAN-STATUS NOT EQUAL 0
                   IF CB-BANCO OR CB-SISTEMA
                       MOVE CB-TIPO TO WRK-CB-TIPO
                       MOVE CB-VALOR TO WRK-CB-VALOR
                       MOVE CB-REF TO WRK-CB-REF
                       MOVE CB-ORIGEM TO WRK-CB-ORIGEM
                       MOVE CB-DESDE TO WRK-CB-DATA
                       IF CB-BANCO
                           MOVE 'SO NO BANCO' TO WRK-CB-SITUACAO
                           MOVE CB-DATA TO WRK-CB-DATA-BANCO
                           MOVE ZERO TO WRK-CB-DATA-SIS
                           ADD 1 TO WRK-QTD-CB-BANCO
                       ELSE
                           MOVE 'SO NO SISTEMA' TO WRK-CB-SITUACAO
                           MOVE ZERO TO WRK-CB-DATA-BANCO
                           MOVE CB-DATA TO WRK-CB-DATA-SIS
                           ADD 1 TO WRK-QTD-CB-SISTEMA
                       END-IF
                       IF CB-DESDE < WRK-DATA-HOJE
                           ADD 1 TO WRK-QTD-CB-ANTERIOR
                       END-IF
                       PERFORM 9791-LINHA-BANCO
                   END-IF
                   READ CONCBAN NEXT RECORD
               END-PERFORM
           END-IF.

      *Grava uma linha do BANCDIVG
       9791-LINHA-BANCO  SECTION.
           MOVE WRK-CB-VALOR TO WRK-CB-VALOR-ED
           MOVE SPACES TO WRK-LINHA-CSV
           STRING WRK-CB-SITUACAO   DELIMITED BY '  '
                  ';'               DELIMITED BY SIZE
                  WRK-CB-TIPO       DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WRK-CB-DATA-BANCO DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WRK-CB-DATA-SIS   DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WRK-CB-VALOR-ED   DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WRK-CB-REF        DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WRK-CB-ORIGEM     DELIMITED BY SPACE
                  ';'               DELIMITED BY SIZE
                  WRK-CB-DATA       DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE BANCDIVG-REG FROM WRK-LINHA-CSV.

      *Previsao de fluxo de caixa dos proximos 90 dias em colunas
      *semanais: entram o saldo das contas da casa na data de
      *vencimento da fatura, as mensalidades dos planos dos
      *clientes ativos a cada dia 1 e a media diaria do balcao;
      *saem as notas de compra em aberto no NF-VENCIMENTO e o
      *repasse devido as distribuidoras. O saldo acumulado parte
      *do caixa informado pelo usuario
       9790-FLUXO-CAIXA  SECTION.
           MOVE "Fluxo de caixa" TO WRK-MODULO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZERO TO WRK-FC-SALDO-INI

           DISPLAY TELA
           DISPLAY "Saldo de caixa atual: " AT LINE 5 COLUMN 20
           ACCEPT WRK-FC-SALDO-INI AT LINE 5 COLUMN 43

      *    Inicio de cada semana e ultimo dia da previsao
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           PERFORM VARYING WRK-FC-IDX FROM 1 BY 1
               UNTIL WRK-FC-IDX > 13
               MOVE WRK-DATA-CALC TO WRK-FC-INICIO (WRK-FC-IDX)
               MOVE ZERO TO WRK-FC-CASA (WRK-FC-IDX)
               MOVE ZERO TO WRK-FC-PLANOS (WRK-FC-IDX)
               MOVE ZERO TO WRK-FC-BALCAO (WRK-FC-IDX)
               MOVE ZERO TO WRK-FC-NOTAS (WRK-FC-IDX)
               MOVE ZERO TO WRK-FC-REPASSES (WRK-FC-IDX)
               MOVE ZERO TO WRK-FC-ACUMULADO (WRK-FC-IDX)
               PERFORM 3150-AVANCA-UM-DIA 7 TIMES
           END-PERFORM
           PERFORM 3151-RECUA-UM-DIA
           MOVE WRK-DATA-CALC TO WRK-FC-FIM

      *    Primeiro dia do mes atual, do anterior e do seguinte
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           MOVE 1 TO WRK-DC-DIA
           MOVE WRK-DATA-CALC TO WRK-FC-MES-ATUAL
           PERFORM 3151-RECUA-UM-DIA
           MOVE 1 TO WRK-DC-DIA
           MOVE WRK-DATA-CALC TO WRK-FC-MES-ANT
           MOVE WRK-FC-MES-ATUAL TO WRK-DATA-CALC
           MOVE 28 TO WRK-DC-DIA
           PERFORM 3150-AVANCA-UM-DIA 4 TIMES
           MOVE 1 TO WRK-DC-DIA
           MOVE WRK-DATA-CALC TO WRK-FC-MES-PROX

           PERFORM 9789-FLUXO-ENTRADAS
           PERFORM 9788-FLUXO-BALCAO
           PERFORM 9787-FLUXO-SAIDAS

           MOVE WRK-FC-SALDO-INI TO WRK-FC-SALDO
           PERFORM VARYING WRK-FC-IDX FROM 1 BY 1
               UNTIL WRK-FC-IDX > 13
               COMPUTE WRK-FC-SALDO = WRK-FC-SALDO
                   + WRK-FC-CASA (WRK-FC-IDX)
                   + WRK-FC-PLANOS (WRK-FC-IDX)
                   + WRK-FC-BALCAO (WRK-FC-IDX)
                   - WRK-FC-NOTAS (WRK-FC-IDX)
                   - WRK-FC-REPASSES (WRK-FC-IDX)
               MOVE WRK-FC-SALDO TO WRK-FC-ACUMULADO (WRK-FC-IDX)
           END-PERFORM

           OPEN OUTPUT FLUXOCX
           MOVE SPACES TO WRK-FC-LINHA
           MOVE 'Saldo inicial' TO WRK-FC-L-ROTULO
           MOVE ';' TO WRK-FC-L-SEP (1)
           MOVE WRK-FC-SALDO-INI TO WRK-FC-L-VALOR (1)
           WRITE FLUXOCX-REG FROM WRK-FC-LINHA
           PERFORM VARYING WRK-FC-LIN FROM 1 BY 1
               UNTIL WRK-FC-LIN > 10
               PERFORM 9784-LINHA-FLUXO
           END-PERFORM
           CLOSE FLUXOCX

           DISPLAY "Previsao gerada em FLUXOCX.CSV" AT LINE 7 COLUMN 20
           DISPLAY "Saldo previsto em " AT LINE 8 COLUMN 20
           DISPLAY WRK-FC-FIM AT LINE 8 COLUMN 38
           DISPLAY ": " AT LINE 8 COLUMN 46
           MOVE WRK-FC-SALDO TO WRK-FC-L-VALOR (1)
           DISPLAY WRK-FC-L-VALOR (1) AT LINE 8 COLUMN 48

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 10 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 52.

      *Entradas previstas: saldo devedor das contas da casa no
      *vencimento da proxima fatura e mensalidade dos planos dos
      *clientes ativos em cada dia 1 que cai na previsao
       9789-FLUXO-ENTRADAS  SECTION.
           MOVE 0 TO WRK-FC-PLANOS-MES
           MOVE WRK-FC-MES-PROX TO WRK-FC-DATA
           MOVE WRK-FC-DIA-VENC TO WRK-FC-DATA (7:2)
           PERFORM 9785-SEMANA-DA-DATA

           MOVE LOW-VALUES TO COD-CLIENTE
           START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
               INVALID KEY
                   MOVE 10 TO CLIENTES-STATUS
           END-START
           IF CLIENTES-STATUS EQUAL 0
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                   IF CLIENTE-ATIVO AND CLIENTE-CONTA-CASA
                      AND WRK-FC-IDX > ZERO
                       MOVE COD-CLIENTE TO WRK-FAT-CLIENTE
                       PERFORM 3146-SALDO-CONTA
                       IF WRK-CLI-SALDO-CONTA > ZERO
                           ADD WRK-CLI-SALDO-CONTA
                               TO WRK-FC-CASA (WRK-FC-IDX)
                       END-IF
                   END-IF
                   IF CLIENTE-ATIVO AND CLI-PLANO NOT EQUAL SPACES
                       MOVE CLI-PLANO TO PLN-CODIGO
                       READ PLANOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD PLN-MENSALIDADE
                                   TO WRK-FC-PLANOS-MES
                       END-READ
                   END-IF
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-IF

           MOVE WRK-FC-MES-PROX TO WRK-DATA-CALC
           PERFORM UNTIL WRK-DATA-CALC > WRK-FC-FIM
               MOVE WRK-DATA-CALC TO WRK-FC-DATA
               PERFORM 9785-SEMANA-DA-DATA
               IF WRK-FC-IDX > ZERO
                   ADD WRK-FC-PLANOS-MES TO WRK-FC-PLANOS (WRK-FC-IDX)
               END-IF
               MOVE 28 TO WRK-DC-DIA
               PERFORM 3150-AVANCA-UM-DIA 4 TIMES
               MOVE 1 TO WRK-DC-DIA
           END-PERFORM.

      *Media diaria do balcao nas ultimas 4 semanas, pela chave
      *alternada por data e com o mesmo liquido do fechamento do
      *caixa (3900); faturas das contas da casa e mensalidades ja
      *entram nas suas linhas e ficam fora da media
       9788-FLUXO-BALCAO  SECTION.
           MOVE 0 TO WRK-FC-BALCAO-TOTAL
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           PERFORM 3151-RECUA-UM-DIA WRK-FC-DIAS-MEDIA TIMES
           MOVE WRK-DATA-CALC TO PAG-DATA
           START PAGAMENTOS KEY IS NOT LESS THAN PAG-DATA
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START
           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
               PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                   OR PAG-DATA NOT < WRK-DATA-HOJE
                   IF NOT PAGAMENTO-CONTA
                      AND NOT PAGAMENTO-ASSINATURA
                       IF PAGAMENTO-ESTORNO
                          OR PAGAMENTO-NOTA-CRED
                           COMPUTE WRK-FC-BALCAO-TOTAL =
                               WRK-FC-BALCAO-TOTAL
                               - PAG-VALOR-BRL + PAG-VALE
                       ELSE
                           COMPUTE WRK-FC-BALCAO-TOTAL =
                               WRK-FC-BALCAO-TOTAL
                               + PAG-VALOR-BRL - PAG-VALE
                       END-IF
                   END-IF
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM
           END-IF

           COMPUTE WRK-FC-BALCAO-DIA ROUNDED =
               WRK-FC-BALCAO-TOTAL / WRK-FC-DIAS-MEDIA
           PERFORM VARYING WRK-FC-IDX FROM 1 BY 1
               UNTIL WRK-FC-IDX > 13
               COMPUTE WRK-FC-BALCAO (WRK-FC-IDX) =
                   WRK-FC-BALCAO-DIA * 7
           END-PERFORM.

      *Saidas previstas: notas de compra em aberto pelo vencimento
      *(vencidas entram na primeira semana) e repasse das
      *distribuidoras, o do mes passado enquanto nao chegou o dia
      *do pagamento e o acumulado do mes corrente no mes seguinte
       9787-FLUXO-SAIDAS  SECTION.
           MOVE 'N' TO WRK-FC-NOTA-ABERTA
           MOVE 0 TO WRK-FC-NOTA-TOTAL
           MOVE LOW-VALUES TO NF-CHAVE
           START NOTAFISC KEY IS NOT LESS THAN NF-CHAVE
               INVALID KEY
                   MOVE 10 TO NOTAFISC-STATUS
           END-START
           IF NOTAFISC-STATUS EQUAL 0
               READ NOTAFISC NEXT RECORD
               PERFORM UNTIL NOTAFISC-STATUS NOT EQUAL 0
                   IF NF-LINHA EQUAL ZERO
                       PERFORM 9783-FECHA-NOTA-FLUXO
                       IF NOTA-ABERTA
                           MOVE 'S' TO WRK-FC-NOTA-ABERTA
                           MOVE NF-VENCIMENTO TO WRK-FC-NOTA-VENC
                       END-IF
                   ELSE
                       IF WRK-FC-NOTA-ABERTA EQUAL 'S'
                           COMPUTE WRK-FC-NOTA-TOTAL =
                               WRK-FC-NOTA-TOTAL + (NF-QTD * NF-CUSTO)
                       END-IF
                   END-IF
                   READ NOTAFISC NEXT RECORD
               END-PERFORM
           END-IF
           PERFORM 9783-FECHA-NOTA-FLUXO

           IF WRK-DATA-HOJE (7:2) NOT > WRK-FC-DIA-VENC
               MOVE WRK-FC-MES-ANT (1:6) TO WRK-REP-MES
               PERFORM 9786-REPASSE-DO-MES
               MOVE WRK-FC-MES-ATUAL TO WRK-FC-DATA
               MOVE WRK-FC-DIA-VENC TO WRK-FC-DATA (7:2)
               PERFORM 9785-SEMANA-DA-DATA
               IF WRK-FC-IDX > ZERO
                   ADD WRK-FC-REPASSE TO WRK-FC-REPASSES (WRK-FC-IDX)
               END-IF
           END-IF
           MOVE WRK-FC-MES-ATUAL (1:6) TO WRK-REP-MES
           PERFORM 9786-REPASSE-DO-MES
           MOVE WRK-FC-MES-PROX TO WRK-FC-DATA
           MOVE WRK-FC-DIA-VENC TO WRK-FC-DATA (7:2)
           PERFORM 9785-SEMANA-DA-DATA
           IF WRK-FC-IDX > ZERO
               ADD WRK-FC-REPASSE TO WRK-FC-REPASSES (WRK-FC-IDX)
           END-IF.

      *Poe a nota aberta anterior na semana do seu vencimento
       9783-FECHA-NOTA-FLUXO  SECTION.
           IF WRK-FC-NOTA-ABERTA EQUAL 'S'
               MOVE WRK-FC-NOTA-VENC TO WRK-FC-DATA
               PERFORM 9785-SEMANA-DA-DATA
               IF WRK-FC-IDX > ZERO
                   ADD WRK-FC-NOTA-TOTAL TO WRK-FC-NOTAS (WRK-FC-IDX)
               END-IF
           END-IF
           MOVE 'N' TO WRK-FC-NOTA-ABERTA
           MOVE 0 TO WRK-FC-NOTA-TOTAL.

      *Repasse devido as distribuidoras pelas locacoes do mes em
      *WRK-REP-MES, com a mesma soma do extrato de repasse (9879)
       9786-REPASSE-DO-MES  SECTION.
           MOVE 0 TO WRK-QTD-REP
           MOVE 0 TO WRK-FC-REPASSE
           MOVE LOW-VALUES TO NUM-EMPRESTIMO
           START EMPRESTIMOS KEY IS NOT LESS THAN NUM-EMPRESTIMO
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   IF NOT EMPRESTIMO-ESTORNADO
                      AND EMP-DATA-RETIRADA (1:6) EQUAL WRK-REP-MES
                       PERFORM 9875-SOMA-REPASSE
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF

           PERFORM VARYING WRK-IDX-REP FROM 1 BY 1
               UNTIL WRK-IDX-REP > WRK-QTD-REP
               MOVE WRK-REP-DIST (WRK-IDX-REP) TO COD-DISTRIBUIDORA
               READ DISTRIB
                   INVALID KEY
                       MOVE ZERO TO DIST-PCT-REPASSE
               END-READ
               COMPUTE WRK-REP-DEVIDO ROUNDED =
                   WRK-REP-VALOR (WRK-IDX-REP)
                   * DIST-PCT-REPASSE / 100
               ADD WRK-REP-DEVIDO TO WRK-FC-REPASSE
               ADD WRK-REP-DEV-LEA (WRK-IDX-REP) TO WRK-FC-REPASSE
           END-PERFORM.

      *Semana da previsao em que cai WRK-FC-DATA: datas ja
      *passadas vao para a primeira, datas alem do fim dao zero
       9785-SEMANA-DA-DATA  SECTION.
           MOVE 0 TO WRK-FC-IDX
           IF WRK-FC-DATA NOT > WRK-FC-FIM
               MOVE 1 TO WRK-FC-IDX
               PERFORM VARYING WRK-FC-COL FROM 2 BY 1
                   UNTIL WRK-FC-COL > 13
                   IF WRK-FC-DATA NOT < WRK-FC-INICIO (WRK-FC-COL)
                       MOVE WRK-FC-COL TO WRK-FC-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *Grava a linha WRK-FC-LIN do relatorio: datas de inicio das
      *semanas, as entradas, as saidas e os saldos, com o total do
      *periodo na ultima coluna (no acumulado, o saldo final)
       9784-LINHA-FLUXO  SECTION.
           MOVE SPACES TO WRK-FC-LINHA
           MOVE 0 TO WRK-FC-TOTAL
           EVALUATE WRK-FC-LIN
               WHEN 1
                   MOVE 'Semana iniciada em' TO WRK-FC-L-ROTULO
               WHEN 2
                   MOVE 'Contas da casa' TO WRK-FC-L-ROTULO
               WHEN 3
                   MOVE 'Planos' TO WRK-FC-L-ROTULO
               WHEN 4
                   MOVE 'Balcao (media)' TO WRK-FC-L-ROTULO
               WHEN 5
                   MOVE 'Total entradas' TO WRK-FC-L-ROTULO
               WHEN 6
                   MOVE 'Notas de compra' TO WRK-FC-L-ROTULO
               WHEN 7
                   MOVE 'Repasse distrib.' TO WRK-FC-L-ROTULO
               WHEN 8
                   MOVE 'Total saidas' TO WRK-FC-L-ROTULO
               WHEN 9
                   MOVE 'Saldo da semana' TO WRK-FC-L-ROTULO
               WHEN OTHER
                   MOVE 'Saldo acumulado' TO WRK-FC-L-ROTULO
           END-EVALUATE

           PERFORM VARYING WRK-FC-IDX FROM 1 BY 1
               UNTIL WRK-FC-IDX > 13
               MOVE ';' TO WRK-FC-L-SEP (WRK-FC-IDX)
               EVALUATE WRK-FC-LIN
                   WHEN 1
                       MOVE 0 TO WRK-FC-VALOR
                   WHEN 2
                       MOVE WRK-FC-CASA (WRK-FC-IDX) TO WRK-FC-VALOR
                   WHEN 3
                       MOVE WRK-FC-PLANOS (WRK-FC-IDX) TO WRK-FC-VALOR
                   WHEN 4
                       MOVE WRK-FC-BALCAO (WRK-FC-IDX) TO WRK-FC-VALOR
                   WHEN 5
                       COMPUTE WRK-FC-VALOR = WRK-FC-CASA (WRK-FC-IDX)
                           + WRK-FC-PLANOS (WRK-FC-IDX)
                           + WRK-FC-BALCAO (WRK-FC-IDX)
                   WHEN 6
                       MOVE WRK-FC-NOTAS (WRK-FC-IDX) TO WRK-FC-VALOR
                   WHEN 7
                       MOVE WRK-FC-REPASSES (WRK-FC-IDX)
                           TO WRK-FC-VALOR
                   WHEN 8
                       COMPUTE WRK-FC-VALOR = WRK-FC-NOTAS (WRK-FC-IDX)
                           + WRK-FC-REPASSES (WRK-FC-IDX)
                   WHEN 9
                       COMPUTE WRK-FC-VALOR = WRK-FC-CASA (WRK-FC-IDX)
                           + WRK-FC-PLANOS (WRK-FC-IDX)
                           + WRK-FC-BALCAO (WRK-FC-IDX)
                           - WRK-FC-NOTAS (WRK-FC-IDX)
                           - WRK-FC-REPASSES (WRK-FC-IDX)
                   WHEN OTHER
                       MOVE WRK-FC-ACUMULADO (WRK-FC-IDX)
                           TO WRK-FC-VALOR
               END-EVALUATE
               IF WRK-FC-LIN EQUAL 1
                   MOVE WRK-FC-INICIO (WRK-FC-IDX)
                       TO WRK-FC-L-TEXTO (WRK-FC-IDX)
               ELSE
                   MOVE WRK-FC-VALOR TO WRK-FC-L-VALOR (WRK-FC-IDX)
                   ADD WRK-FC-VALOR TO WRK-FC-TOTAL
               END-IF
           END-PERFORM

           MOVE ';' TO WRK-FC-L-SEP (14)
           EVALUATE WRK-FC-LIN
               WHEN 1
                   MOVE 'Total' TO WRK-FC-L-TEXTO (14)
               WHEN 10
                   MOVE WRK-FC-SALDO TO WRK-FC-L-VALOR (14)
               WHEN OTHER
                   MOVE WRK-FC-TOTAL TO WRK-FC-L-VALOR (14)
           END-EVALUATE
           WRITE FLUXOCX-REG FROM WRK-FC-LINHA.

      *Demonstracao de resultado mensal por loja de um mes ja
      *fechado (3860): receitas do PAGAMENTOS por PAG-TIPO menos
      *estornos e impostos; custos de compra (NOTAFISC), repasse
      *das distribuidoras (mesma conta do 9879), baixas e reparos
      *de exemplares, perdas de dividas (PERDAS.CSV) e os custos
      *fixos de CUSTOFIX.CSV. A nota de compra nao tem loja e e
      *rateada pela receita liquida de cada uma. Sai impressa em
      *DRELOJA.PRN, com a coluna do total da rede, e em DRELOJA.CSV
       9782-DRE-LOJAS  SECTION.
           MOVE "Resultado loja" TO WRK-MODULO.
           MOVE ZERO TO WRK-FM-MES-DIG

           DISPLAY TELA
           DISPLAY "Mes do resultado (AAAAMM): " AT LINE 5 COLUMN 20
           ACCEPT WRK-FM-MES-DIG AT LINE 5 COLUMN 48

           IF WRK-FM-MES-DIG EQUAL ZERO
               MOVE 'Informe o mes' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               PERFORM 3815-VERIFICA-MES-FECHADO
               IF WRK-MES-FECHADO NOT EQUAL 'S'
                   MOVE 'Mes ainda nao foi fechado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
                   MOVE WRK-FM-MES-DIG TO WRK-DR-MES

      *            Uma coluna por loja cadastrada e a 11 para a rede
                   MOVE 0 TO WRK-DR-QTD-LOJAS
                   PERFORM VARYING WRK-DR-IDX FROM 1 BY 1
                       UNTIL WRK-DR-IDX > 11
                       MOVE SPACES TO WRK-DR-LOJA (WRK-DR-IDX)
                       MOVE SPACES TO WRK-DR-NOME (WRK-DR-IDX)
                       PERFORM VARYING WRK-DR-LIN FROM 1 BY 1
                           UNTIL WRK-DR-LIN > 17
                           MOVE 0
                               TO WRK-DR-VALOR (WRK-DR-IDX, WRK-DR-LIN)
                       END-PERFORM
                   END-PERFORM
                   MOVE 'REDE' TO WRK-DR-LOJA (11)
                   MOVE 'Total da rede' TO WRK-DR-NOME (11)
                   MOVE LOW-VALUES TO LOJA-CODIGO
                   START LOJAS KEY IS NOT LESS THAN LOJA-CODIGO
                       INVALID KEY
                           MOVE 10 TO LOJAS-STATUS
                   END-START
                   IF LOJAS-STATUS EQUAL 0
                       READ LOJAS NEXT RECORD
                       PERFORM UNTIL LOJAS-STATUS NOT EQUAL 0
                           OR WRK-DR-QTD-LOJAS NOT LESS THAN 10
                           ADD 1 TO WRK-DR-QTD-LOJAS
                           MOVE LOJA-CODIGO
                               TO WRK-DR-LOJA (WRK-DR-QTD-LOJAS)
                           MOVE LOJA-NOME
                               TO WRK-DR-NOME (WRK-DR-QTD-LOJAS)
                           READ LOJAS NEXT RECORD
                       END-PERFORM
                   END-IF

                   PERFORM 9781-DRE-RECEITAS
                   PERFORM 9779-DRE-REPASSE
                   PERFORM 9778-DRE-EXEMPLARES
                   PERFORM 9777-DRE-PERDAS
                   PERFORM 9776-DRE-CUSTOS-FIXOS

      *            Receita liquida de cada loja, que tambem reparte a
      *            nota de compra, depois os totais de custo e o
      *            resultado
                   PERFORM VARYING WRK-DR-IDX FROM 1 BY 1
                       UNTIL WRK-DR-IDX > 11
                       COMPUTE WRK-DR-VALOR (WRK-DR-IDX, 9) =
                           WRK-DR-VALOR (WRK-DR-IDX, 1)
                           + WRK-DR-VALOR (WRK-DR-IDX, 2)
                           + WRK-DR-VALOR (WRK-DR-IDX, 3)
                           + WRK-DR-VALOR (WRK-DR-IDX, 4)
                           + WRK-DR-VALOR (WRK-DR-IDX, 5)
                           + WRK-DR-VALOR (WRK-DR-IDX, 6)
                           - WRK-DR-VALOR (WRK-DR-IDX, 7)
                           - WRK-DR-VALOR (WRK-DR-IDX, 8)
                   END-PERFORM
                   PERFORM 9780-DRE-COMPRAS
                   PERFORM VARYING WRK-DR-IDX FROM 1 BY 1
                       UNTIL WRK-DR-IDX > 11
                       COMPUTE WRK-DR-VALOR (WRK-DR-IDX, 16) =
                           WRK-DR-VALOR (WRK-DR-IDX, 10)
                           + WRK-DR-VALOR (WRK-DR-IDX, 11)
                           + WRK-DR-VALOR (WRK-DR-IDX, 12)
                           + WRK-DR-VALOR (WRK-DR-IDX, 13)
                           + WRK-DR-VALOR (WRK-DR-IDX, 14)
                           + WRK-DR-VALOR (WRK-DR-IDX, 15)
                       COMPUTE WRK-DR-VALOR (WRK-DR-IDX, 17) =
                           WRK-DR-VALOR (WRK-DR-IDX, 9)
                           - WRK-DR-VALOR (WRK-DR-IDX, 16)
                   END-PERFORM

                   PERFORM 9773-DRE-IMPRIME
                   PERFORM 9771-DRE-EXPORTA

                   DISPLAY "Resultado gerado em DRELOJA.PRN"
                   AT LINE 7 COLUMN 20
                   DISPLAY "e exportado em DRELOJA.CSV"
                   AT LINE 8 COLUMN 20
                   DISPLAY "Lojas: " AT LINE 10 COLUMN 20
                   DISPLAY WRK-DR-QTD-LOJAS AT LINE 10 COLUMN 40
                   DISPLAY "Resultado da rede: " AT LINE 11 COLUMN 20
                   MOVE WRK-DR-VALOR (11, 17) TO WRK-DR-L-VALOR (1)
                   DISPLAY WRK-DR-L-VALOR (1) AT LINE 11 COLUMN 40
                   IF WRK-DR-QTD-FIXOS EQUAL ZERO
                       DISPLAY "Sem custos fixos (CUSTOFIX.CSV)"
                       AT LINE 12 COLUMN 20
                   END-IF
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 52.

      *Receitas do mes pela chave alternada por data: o valor em
      *BRL vai para a linha do PAG-TIPO e o imposto embutido,
      *convertido na mesma proporcao, para a linha dos impostos;
      *estornos e notas de credito abatem os dois. Venda de vale
      *nao e receita: ela entra quando o vale e usado
       9781-DRE-RECEITAS  SECTION.
           COMPUTE PAG-DATA = WRK-DR-MES * 100 + 1
           START PAGAMENTOS KEY IS NOT LESS THAN PAG-DATA
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START
           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
               PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                   OR PAG-DATA (1:6) > WRK-DR-MES
                   IF PAG-DATA (1:6) EQUAL WRK-DR-MES
                      AND NOT PAGAMENTO-VALE
                       MOVE PAG-LOJA TO WRK-DR-LOJA-BUSCA
                       PERFORM 9775-DRE-ACHA-LOJA
                       MOVE 0 TO WRK-DR-IMPOSTO
                       IF PAG-VALOR > ZERO
                           COMPUTE WRK-DR-IMPOSTO ROUNDED =
                               PAG-VALOR-IMPOSTO * PAG-VALOR-BRL
                               / PAG-VALOR
                       END-IF
                       EVALUATE TRUE
                           WHEN PAGAMENTO-LOCACAO
                               MOVE 1 TO WRK-DR-LIN
                           WHEN PAGAMENTO-MULTA
                               MOVE 2 TO WRK-DR-LIN
                           WHEN PAGAMENTO-VENDA-EX
                               MOVE 3 TO WRK-DR-LIN
                           WHEN PAGAMENTO-CONTA
                               MOVE 4 TO WRK-DR-LIN
                           WHEN PAGAMENTO-ASSINATURA
                               MOVE 5 TO WRK-DR-LIN
                           WHEN PAGAMENTO-PREPAGO
                               MOVE 6 TO WRK-DR-LIN
                           WHEN OTHER
                               MOVE 7 TO WRK-DR-LIN
                               COMPUTE WRK-DR-IMPOSTO =
                                   0 - WRK-DR-IMPOSTO
                       END-EVALUATE
                       MOVE PAG-VALOR-BRL TO WRK-DR-VALOR-SOMA
                       PERFORM 9774-DRE-SOMA
                       MOVE 8 TO WRK-DR-LIN
                       MOVE WRK-DR-IMPOSTO TO WRK-DR-VALOR-SOMA
                       PERFORM 9774-DRE-SOMA
                   END-IF
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM
           END-IF.

      *Notas de compra emitidas no mes (itens a quantidade vezes
      *o custo, como no contas a pagar 9872), rateadas pelas lojas
      *na proporcao da receita liquida; sem receita no mes, em
      *partes iguais
       9780-DRE-COMPRAS  SECTION.
           MOVE 0 TO WRK-DR-COMPRAS
           MOVE 'N' TO WRK-DR-NOTA-MES
           MOVE LOW-VALUES TO NF-CHAVE
           START NOTAFISC KEY IS NOT LESS THAN NF-CHAVE
               INVALID KEY
                   MOVE 10 TO NOTAFISC-STATUS
           END-START
           IF NOTAFISC-STATUS EQUAL 0
               READ NOTAFISC NEXT RECORD
               PERFORM UNTIL NOTAFISC-STATUS NOT EQUAL 0
                   IF NF-LINHA EQUAL ZERO
                       IF NF-DATA (1:6) EQUAL WRK-DR-MES
                           MOVE 'S' TO WRK-DR-NOTA-MES
                       ELSE
                           MOVE 'N' TO WRK-DR-NOTA-MES
                       END-IF
                   ELSE
                       IF WRK-DR-NOTA-MES EQUAL 'S'
                           COMPUTE WRK-DR-COMPRAS =
                               WRK-DR-COMPRAS + (NF-QTD * NF-CUSTO)
                       END-IF
                   END-IF
                   READ NOTAFISC NEXT RECORD
               END-PERFORM
           END-IF

           IF WRK-DR-QTD-LOJAS > ZERO
               PERFORM VARYING WRK-DR-IDX FROM 1 BY 1
                   UNTIL WRK-DR-IDX > WRK-DR-QTD-LOJAS
                   IF WRK-DR-VALOR (11, 9) > ZERO
                       IF WRK-DR-VALOR (WRK-DR-IDX, 9) > ZERO
                           COMPUTE WRK-DR-VALOR (WRK-DR-IDX, 10)
                               ROUNDED = WRK-DR-COMPRAS
                               * WRK-DR-VALOR (WRK-DR-IDX, 9)
                               / WRK-DR-VALOR (11, 9)
                       END-IF
                   ELSE
                       COMPUTE WRK-DR-VALOR (WRK-DR-IDX, 10)
                           ROUNDED = WRK-DR-COMPRAS / WRK-DR-QTD-LOJAS
                   END-IF
                   ADD WRK-DR-VALOR (WRK-DR-IDX, 10)
                       TO WRK-DR-VALOR (11, 10)
               END-PERFORM
           END-IF.

      *Repasse das locacoes retiradas no mes, com o percentual de
      *cada distribuidora como no extrato de repasse (9879), na
      *loja do emprestimo; copia de leasing ou consignacao paga a
      *dona da copia (9702)
       9779-DRE-REPASSE  SECTION.
           MOVE 11 TO WRK-DR-LIN
           MOVE LOW-VALUES TO NUM-EMPRESTIMO
           START EMPRESTIMOS KEY IS NOT LESS THAN NUM-EMPRESTIMO
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   IF NOT EMPRESTIMO-ESTORNADO
                      AND EMP-DATA-RETIRADA (1:6) EQUAL WRK-DR-MES
                       PERFORM 9702-REPASSE-DA-COPIA
                       MOVE EMP-CODFILME TO CODFILME
                       READ FILMES
                           INVALID KEY
                               MOVE SPACES TO DISTRIBUIDORA
                       END-READ
                       IF WRK-REP-LEASING EQUAL 'S'
                           MOVE WRK-REP-COPIA-DEVIDO
                               TO WRK-DR-VALOR-SOMA
                           MOVE EMP-LOJA TO WRK-DR-LOJA-BUSCA
                           PERFORM 9775-DRE-ACHA-LOJA
                           PERFORM 9774-DRE-SOMA
                       END-IF
                       IF WRK-REP-LEASING EQUAL 'N'
                          AND DISTRIBUIDORA NOT EQUAL SPACES
                           MOVE DISTRIBUIDORA TO COD-DISTRIBUIDORA
                           READ DISTRIB
                               INVALID KEY
                                   MOVE ZERO TO DIST-PCT-REPASSE
                           END-READ
                           COMPUTE WRK-DR-VALOR-SOMA ROUNDED =
                               EMP-VALOR-COBRADO
                               * DIST-PCT-REPASSE / 100
                           MOVE EMP-LOJA TO WRK-DR-LOJA-BUSCA
                           PERFORM 9775-DRE-ACHA-LOJA
                           PERFORM 9774-DRE-SOMA
                       END-IF
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF.

      *Copias baixadas no mes (custo de reposicao da baixa) e
      *reparos enviados no mes, na loja dona da copia
       9778-DRE-EXEMPLARES  SECTION.
           MOVE 12 TO WRK-DR-LIN
           MOVE LOW-VALUES TO EX-CHAVE
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                   IF EXEMPLAR-BAIXADO
                      AND EX-DATA-BAIXA (1:6) EQUAL WRK-DR-MES
                       MOVE EX-LOJA TO WRK-DR-LOJA-BUSCA
                       PERFORM 9775-DRE-ACHA-LOJA
                       MOVE EX-CUSTO-BAIXA TO WRK-DR-VALOR-SOMA
                       PERFORM 9774-DRE-SOMA
                   END-IF
                   READ EXEMPLARES NEXT RECORD
               END-PERFORM
           END-IF

           MOVE 13 TO WRK-DR-LIN
           MOVE LOW-VALUES TO NUM-REPARO
           START REPAROS KEY IS NOT LESS THAN NUM-REPARO
               INVALID KEY
                   MOVE 10 TO REPAROS-STATUS
           END-START
           IF REPAROS-STATUS EQUAL 0
               READ REPAROS NEXT RECORD
               PERFORM UNTIL REPAROS-STATUS NOT EQUAL 0
                   IF RP-DATA-ENVIO (1:6) EQUAL WRK-DR-MES
                       MOVE RP-CODFILME TO EX-CODFILME
                       MOVE RP-EXEMPLAR TO EX-NUMERO
                       READ EXEMPLARES KEY IS EX-CHAVE
                           INVALID KEY
                               MOVE SPACES TO EX-LOJA
                       END-READ
                       MOVE EX-LOJA TO WRK-DR-LOJA-BUSCA
                       PERFORM 9775-DRE-ACHA-LOJA
                       MOVE RP-CUSTO TO WRK-DR-VALOR-SOMA
                       PERFORM 9774-DRE-SOMA
                   END-IF
                   READ REPAROS NEXT RECORD
               END-PERFORM
           END-IF.

      *Multas baixadas como perda no mes, do razao PERDAS.CSV
      *(data;operador;PERDA;cliente;emprestimo;valor), na loja do
      *emprestimo que gerou a multa
       9777-DRE-PERDAS  SECTION.
           MOVE 14 TO WRK-DR-LIN
           OPEN INPUT PERDAS
           IF PERDAS-STATUS EQUAL 0
               READ PERDAS
               PERFORM UNTIL PERDAS-STATUS NOT EQUAL 0
                   MOVE SPACES TO WRK-DR-CAMPOS
                   UNSTRING PERDAS-REG DELIMITED BY ';'
                       INTO WRK-DR-F-DATA WRK-DR-F-OPER
                            WRK-DR-F-TIPO WRK-DR-F-CLIENTE
                            WRK-DR-F-EMP WRK-DR-F-VALOR
                   END-UNSTRING
                   IF WRK-DR-F-DATA (1:6) EQUAL WRK-DR-MES
                      AND WRK-DR-F-EMP IS NUMERIC
                       MOVE WRK-DR-F-EMP TO NUM-EMPRESTIMO
                       READ EMPRESTIMOS
                           INVALID KEY
                               MOVE SPACES TO EMP-LOJA
                       END-READ
                       MOVE EMP-LOJA TO WRK-DR-LOJA-BUSCA
                       PERFORM 9775-DRE-ACHA-LOJA
      *                O valor vem com os sete digitos de
      *                EMP-VALOR-MULTA e os centavos implicitos
                       MOVE ZERO TO WRK-FECHA-VALOR-9
                       MOVE WRK-DR-F-VALOR (1:7)
                           TO WRK-FECHA-VALOR-X (3:7)
                       MOVE WRK-FECHA-VALOR-9 TO WRK-DR-VALOR-SOMA
                       PERFORM 9774-DRE-SOMA
                   END-IF
                   READ PERDAS
               END-PERFORM
               CLOSE PERDAS
           END-IF.

      *Custos fixos do mes informados em CUSTOFIX.CSV
       9776-DRE-CUSTOS-FIXOS  SECTION.
           MOVE 15 TO WRK-DR-LIN
           MOVE 0 TO WRK-DR-QTD-FIXOS
           OPEN INPUT CUSTOFIX
           IF CUSTOFIX-STATUS EQUAL 0
               READ CUSTOFIX
               PERFORM UNTIL CUSTOFIX-STATUS NOT EQUAL 0
                   MOVE SPACES TO WRK-DR-CAMPOS
                   UNSTRING CUSTOFIX-REG DELIMITED BY ';'
                       INTO WRK-DR-F-LOJA WRK-DR-F-DESCR
                            WRK-DR-F-VALOR
                   END-UNSTRING
                   IF WRK-DR-F-VALOR (1:9) IS NUMERIC
                       ADD 1 TO WRK-DR-QTD-FIXOS
                       MOVE WRK-DR-F-LOJA TO WRK-DR-LOJA-BUSCA
                       PERFORM 9775-DRE-ACHA-LOJA
                       MOVE WRK-DR-F-VALOR (1:9) TO WRK-FECHA-VALOR-X
                       MOVE WRK-FECHA-VALOR-9 TO WRK-DR-VALOR-SOMA
                       PERFORM 9774-DRE-SOMA
                   END-IF
                   READ CUSTOFIX
               END-PERFORM
               CLOSE CUSTOFIX
           END-IF.

      *Coluna da loja em WRK-DR-LOJA-BUSCA (em branco nos
      *registros antigos conta como a loja corrente); loja que nao
      *esta no cadastro ganha coluna propria enquanto houver lugar
      *e, sem lugar, entra so no total da rede (WRK-DR-IDX zero)
       9775-DRE-ACHA-LOJA  SECTION.
           IF WRK-DR-LOJA-BUSCA EQUAL SPACES
               MOVE WRK-LOJA-ATUAL TO WRK-DR-LOJA-BUSCA
           END-IF
           MOVE 0 TO WRK-DR-COL
           PERFORM VARYING WRK-DR-IDX FROM 1 BY 1
               UNTIL WRK-DR-IDX > WRK-DR-QTD-LOJAS
               IF WRK-DR-LOJA (WRK-DR-IDX) EQUAL WRK-DR-LOJA-BUSCA
                   MOVE WRK-DR-IDX TO WRK-DR-COL
               END-IF
           END-PERFORM
           IF WRK-DR-COL EQUAL ZERO
              AND WRK-DR-QTD-LOJAS < 10
               ADD 1 TO WRK-DR-QTD-LOJAS
               MOVE WRK-DR-QTD-LOJAS TO WRK-DR-COL
               MOVE WRK-DR-LOJA-BUSCA TO WRK-DR-LOJA (WRK-DR-COL)
               MOVE 'Nao cadastrada' TO WRK-DR-NOME (WRK-DR-COL)
           END-IF
           MOVE WRK-DR-COL TO WRK-DR-IDX.

      *Soma WRK-DR-VALOR-SOMA na linha WRK-DR-LIN da loja
      *WRK-DR-IDX e no total da rede
       9774-DRE-SOMA  SECTION.
           IF WRK-DR-IDX > ZERO
               ADD WRK-DR-VALOR-SOMA
                   TO WRK-DR-VALOR (WRK-DR-IDX, WRK-DR-LIN)
           END-IF
           ADD WRK-DR-VALOR-SOMA TO WRK-DR-VALOR (11, WRK-DR-LIN).

      *Imprime a demonstracao em blocos de ate 7 colunas: as lojas
      *na ordem do cadastro e a rede na ultima coluna do ultimo
      *bloco
       9773-DRE-IMPRIME  SECTION.
           OPEN OUTPUT DRELOJA
           MOVE 1 TO WRK-DR-PRIMEIRA
           PERFORM UNTIL WRK-DR-PRIMEIRA > WRK-DR-QTD-LOJAS + 1
               COMPUTE WRK-DR-ULTIMA = WRK-DR-PRIMEIRA + 6
               IF WRK-DR-ULTIMA > WRK-DR-QTD-LOJAS + 1
                   COMPUTE WRK-DR-ULTIMA = WRK-DR-QTD-LOJAS + 1
               END-IF

               MOVE ALL '=' TO WRK-LINHA-IMP
               WRITE DRELOJA-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'DEMONSTRACAO DE RESULTADO - MES ' DELIMITED BY
                      SIZE
                      WRK-DR-MES DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE DRELOJA-REG FROM WRK-LINHA-IMP

               MOVE 0 TO WRK-DR-LIN
               PERFORM 9772-DRE-LINHA-IMP
               MOVE 99 TO WRK-DR-LIN
               PERFORM 9772-DRE-LINHA-IMP
               MOVE ALL '-' TO WRK-LINHA-IMP
               WRITE DRELOJA-REG FROM WRK-LINHA-IMP
               PERFORM VARYING WRK-DR-LIN FROM 1 BY 1
                   UNTIL WRK-DR-LIN > 17
                   IF WRK-DR-LIN EQUAL 9 OR WRK-DR-LIN EQUAL 16
                      OR WRK-DR-LIN EQUAL 17
                       MOVE ALL '-' TO WRK-LINHA-IMP
                       WRITE DRELOJA-REG FROM WRK-LINHA-IMP
                   END-IF
                   PERFORM 9772-DRE-LINHA-IMP
               END-PERFORM
               MOVE SPACES TO DRELOJA-REG
               WRITE DRELOJA-REG

               COMPUTE WRK-DR-PRIMEIRA = WRK-DR-ULTIMA + 1
           END-PERFORM
           CLOSE DRELOJA
           MOVE 'DRELOJA' TO WRK-SPL-RELATORIO
           MOVE SPACES TO WRK-SPL-PARAMETROS
           STRING 'MES=' DELIMITED BY SIZE
                  WRK-DR-MES DELIMITED BY SIZE
                  INTO WRK-SPL-PARAMETROS
           END-STRING
           MOVE WRK-PATH-DRELOJA TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO.

      *Uma linha impressa do bloco WRK-DR-PRIMEIRA a WRK-DR-ULTIMA
      *(a posicao QTD + 1 e a coluna da rede): a linha 0 traz o
      *codigo das lojas, a 99 o nome e as demais os valores
       9772-DRE-LINHA-IMP  SECTION.
           MOVE SPACES TO WRK-DR-LINHA
           IF WRK-DR-LIN > ZERO AND WRK-DR-LIN < 99
               MOVE WRK-DR-ROTULO (WRK-DR-LIN) TO WRK-DR-L-ROTULO
           END-IF
           MOVE 0 TO WRK-DR-COL
           PERFORM VARYING WRK-DR-IDX FROM WRK-DR-PRIMEIRA BY 1
               UNTIL WRK-DR-IDX > WRK-DR-ULTIMA
               ADD 1 TO WRK-DR-COL
               IF WRK-DR-IDX > WRK-DR-QTD-LOJAS
                   MOVE 11 TO WRK-DR-IDX
               END-IF
               EVALUATE WRK-DR-LIN
                   WHEN 0
                       MOVE WRK-DR-LOJA (WRK-DR-IDX)
                           TO WRK-DR-L-TEXTO (WRK-DR-COL)
                   WHEN 99
                       MOVE WRK-DR-NOME (WRK-DR-IDX)
                           TO WRK-DR-L-TEXTO (WRK-DR-COL)
                   WHEN OTHER
                       MOVE WRK-DR-VALOR (WRK-DR-IDX, WRK-DR-LIN)
                           TO WRK-DR-L-VALOR (WRK-DR-COL)
               END-EVALUATE
           END-PERFORM
           WRITE DRELOJA-REG FROM WRK-DR-LINHA.

      *Exporta uma linha por loja e a da rede com as 17 linhas
       9771-DRE-EXPORTA  SECTION.
           OPEN OUTPUT DRECSV
           MOVE 'Loja' TO WRK-DR-C-LOJA
           MOVE 'Nome' TO WRK-DR-C-NOME
           PERFORM VARYING WRK-DR-LIN FROM 1 BY 1
               UNTIL WRK-DR-LIN > 17
               MOVE ';' TO WRK-DR-C-SEP (WRK-DR-LIN)
               MOVE WRK-DR-SIGLA (WRK-DR-LIN)
                   TO WRK-DR-C-TEXTO (WRK-DR-LIN)
           END-PERFORM
           WRITE DRECSV-REG FROM WRK-DR-CSV

           PERFORM VARYING WRK-DR-COL FROM 1 BY 1
               UNTIL WRK-DR-COL > WRK-DR-QTD-LOJAS + 1
               IF WRK-DR-COL > WRK-DR-QTD-LOJAS
                   MOVE 11 TO WRK-DR-IDX
               ELSE
                   MOVE WRK-DR-COL TO WRK-DR-IDX
               END-IF
               MOVE WRK-DR-LOJA (WRK-DR-IDX) TO WRK-DR-C-LOJA
               MOVE WRK-DR-NOME (WRK-DR-IDX) TO WRK-DR-C-NOME
               PERFORM VARYING WRK-DR-LIN FROM 1 BY 1
                   UNTIL WRK-DR-LIN > 17
                   MOVE WRK-DR-VALOR (WRK-DR-IDX, WRK-DR-LIN)
                       TO WRK-DR-C-VALOR (WRK-DR-LIN)
               END-PERFORM
               WRITE DRECSV-REG FROM WRK-DR-CSV
           END-PERFORM
           CLOSE DRECSV.

      *Correcao de ponto pelo supervisor: lanca a saida esquecida
      *na entrada aberta mais antiga do operador, marca a
      *marcacao como corrigida com o codigo do supervisor e deixa
      *uma linha PONTOCOR na auditoria
       9770-CORRIGE-PONTO  SECTION.
           MOVE "Corrigir ponto" TO WRK-MODULO.
           PERFORM 2010-EXIGE-SUPERVISOR
           IF WRK-ACESSO-OK NOT EQUAL 'S'
               GO TO 9770-CORRIGE-PONTO-FIM
           END-IF

           MOVE SPACES TO WRK-HP-OPERADOR
           MOVE ZERO TO WRK-HP-SAIDA-DATA
           MOVE ZERO TO WRK-HP-SAIDA-HORA
           MOVE 'S' TO WRK-HP-OK
           DISPLAY TELA
           DISPLAY "Operador: " AT LINE 5 COLUMN 20
           ACCEPT WRK-HP-OPERADOR AT LINE 5 COLUMN 31

           MOVE WRK-HP-OPERADOR TO OP-CODIGO
           READ OPERADORES
               INVALID KEY
                   MOVE 'Operador nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-HP-OK
               NOT INVALID KEY
                   DISPLAY OP-NOME AT LINE 5 COLUMN 41
                   PERFORM 3906-ACHA-PONTO-ABERTO
                   IF WRK-HP-QTD-ABERTOS EQUAL ZERO
                       MOVE 'Operador sem ponto em aberto' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-HP-OK
                   END-IF
           END-READ

           IF WRK-HP-OK EQUAL 'S'
               MOVE WRK-HP-OPERADOR TO PTO-OPERADOR
               MOVE WRK-HP-PRI-DATA TO PTO-DATA
               MOVE WRK-HP-PRI-HORA TO PTO-ENTRADA
               READ PONTO KEY IS PTO-CHAVE
                   INVALID KEY
                       MOVE 'Marcacao nao encontrada' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-HP-OK
               END-READ
           END-IF

           IF WRK-HP-OK EQUAL 'S'
               DISPLAY "Entrada sem saida: " AT LINE 7 COLUMN 20
               DISPLAY PTO-DATA AT LINE 7 COLUMN 40
               DISPLAY PTO-ENTRADA AT LINE 7 COLUMN 50
               DISPLAY "Loja: " AT LINE 8 COLUMN 20
               DISPLAY PTO-LOJA AT LINE 8 COLUMN 40
               DISPLAY "Em aberto: " AT LINE 9 COLUMN 20
               DISPLAY WRK-HP-QTD-ABERTOS AT LINE 9 COLUMN 40

               DISPLAY "Data da saida (AAAAMMDD): " AT LINE 11 COLUMN 20
               ACCEPT WRK-HP-SAIDA-DATA AT LINE 11 COLUMN 47
               DISPLAY "Hora da saida (HHMM)    : " AT LINE 12 COLUMN 20
               ACCEPT WRK-HP-SAIDA-HORA AT LINE 12 COLUMN 47

      *        A saida precisa ser uma hora valida, depois da entrada
      *        e no maximo hoje
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-HP-SAIDA-HORA TO WRK-HP-HM-9
               IF WRK-HP-HH > 23 OR WRK-HP-MM > 59
                   MOVE 'Hora da saida invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-HP-OK
               ELSE
                   IF WRK-HP-SAIDA-DATA < PTO-DATA
                      OR WRK-HP-SAIDA-DATA > WRK-DATA-HOJE
                      OR (WRK-HP-SAIDA-DATA EQUAL PTO-DATA
                          AND WRK-HP-SAIDA-HORA NOT > PTO-ENTRADA)
                       MOVE 'Saida fora do turno' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-HP-OK
                   END-IF
               END-IF
           END-IF

           IF WRK-HP-OK EQUAL 'S'
               MOVE WRK-HP-SAIDA-DATA TO PTO-SAIDA-DATA
               MOVE WRK-HP-SAIDA-HORA TO PTO-SAIDA
               MOVE 'C' TO PTO-STATUS
               MOVE WRK-LOGIN-COD TO PTO-SUPERVISOR
               REWRITE PONTO-REG

               MOVE ZERO TO CODFILME
               MOVE 'PONTOCOR' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'OP=' DELIMITED BY SIZE
                      PTO-OPERADOR DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      PTO-DATA DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      PTO-SAIDA DELIMITED BY SIZE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA
               DISPLAY "Saida lancada no ponto" AT LINE 14 COLUMN 20
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 16 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 16 COLUMN 52.

       9770-CORRIGE-PONTO-FIM.
           CONTINUE.

      *Relatorio mensal de horas para a folha: por operador, uma
      *linha por dia com a primeira entrada, a ultima saida, os
      *turnos e as horas do dia, apontando turno acima do limite
      *(PARAM-HORAS-TURNO), trabalho em dia fechado do CALENDARIO,
      *marcacao sem saida e saida corrigida pelo supervisor, e o
      *total do mes do operador em PONTOREL.PRN
       9769-HORAS-PONTO  SECTION.
           MOVE "Horas do mes" TO WRK-MODULO.
           PERFORM 2010-EXIGE-SUPERVISOR
           IF WRK-ACESSO-OK EQUAL 'S'
               MOVE ZERO TO WRK-HP-MES
               DISPLAY TELA
               DISPLAY "Mes das horas (AAAAMM): " AT LINE 5 COLUMN 20
               ACCEPT WRK-HP-MES AT LINE 5 COLUMN 45
               IF WRK-HP-MES EQUAL ZERO
                   MOVE 'Informe o mes' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
                   COMPUTE WRK-HP-LIMITE-MIN = WRK-HP-LIMITE * 60
                   MOVE WRK-HP-LIMITE TO WRK-HP-LIMITE-ED

                   OPEN OUTPUT PONTOREL
                   MOVE ALL '=' TO WRK-LINHA-IMP
                   WRITE PONTOREL-REG FROM WRK-LINHA-IMP
                   MOVE SPACES TO WRK-LINHA-IMP
                   STRING 'HORAS DO PONTO - MES ' DELIMITED BY SIZE
                          WRK-HP-MES DELIMITED BY SIZE
                          '   LIMITE DO TURNO (H): ' DELIMITED BY SIZE
                          WRK-HP-LIMITE-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-IMP
                   END-STRING
                   WRITE PONTOREL-REG FROM WRK-LINHA-IMP
                   MOVE ALL '=' TO WRK-LINHA-IMP
                   WRITE PONTOREL-REG FROM WRK-LINHA-IMP

                   MOVE 0 TO WRK-HP-QTD-OPER
                   MOVE SPACES TO WRK-HP-OP-ATUAL
                   MOVE 0 TO WRK-HP-DIA-ATUAL
                   MOVE LOW-VALUES TO PTO-CHAVE
                   START PONTO KEY IS NOT LESS THAN PTO-CHAVE
                       INVALID KEY
                           MOVE 10 TO PONTO-STATUS
                   END-START
                   IF PONTO-STATUS EQUAL 0
                       READ PONTO NEXT RECORD
                       PERFORM UNTIL PONTO-STATUS NOT EQUAL 0
                           IF PTO-DATA (1:6) EQUAL WRK-HP-MES
                               IF PTO-OPERADOR NOT EQUAL WRK-HP-OP-ATUAL
                                   PERFORM 9767-FECHA-DIA-PONTO
                                   PERFORM 9766-FECHA-OPERADOR-PONTO
                                   PERFORM 9765-INICIA-OPERADOR-PONTO
                               END-IF
                               IF PTO-DATA NOT EQUAL WRK-HP-DIA-ATUAL
                                   PERFORM 9767-FECHA-DIA-PONTO
                                   MOVE PTO-DATA TO WRK-HP-DIA-ATUAL
                                   MOVE PTO-LOJA TO WRK-HP-L-LOJA
                                   MOVE PTO-ENTRADA
                                       TO WRK-HP-DIA-ENTRADA
                               END-IF
                               PERFORM 9768-SOMA-TURNO
                           END-IF
                           READ PONTO NEXT RECORD
                       END-PERFORM
                   END-IF
                   PERFORM 9767-FECHA-DIA-PONTO
                   PERFORM 9766-FECHA-OPERADOR-PONTO

                   IF WRK-HP-QTD-OPER EQUAL ZERO
                       MOVE SPACES TO WRK-LINHA-IMP
                       MOVE 'Nenhuma marcacao de ponto no mes'
                           TO WRK-LINHA-IMP
                       WRITE PONTOREL-REG FROM WRK-LINHA-IMP
                   END-IF
                   CLOSE PONTOREL
                   MOVE 'PONTOREL' TO WRK-SPL-RELATORIO
                   MOVE SPACES TO WRK-SPL-PARAMETROS
                   STRING 'MES=' DELIMITED BY SIZE
                          WRK-HP-MES DELIMITED BY SIZE
                          INTO WRK-SPL-PARAMETROS
                   END-STRING
                   MOVE WRK-PATH-PONTOREL TO WRK-PATH-SPLORIG
                   PERFORM 9667-ARQUIVA-RELATORIO

                   DISPLAY "Horas gravadas em PONTOREL.PRN"
                   AT LINE 7 COLUMN 20
                   DISPLAY "Operadores: " AT LINE 8 COLUMN 20
                   DISPLAY WRK-HP-QTD-OPER AT LINE 8 COLUMN 40
               END-IF

               DISPLAY "Tecle enter para voltar ao menu"
               AT LINE 12 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52
           END-IF.

      *Soma um turno ao dia corrente: a marcacao sem saida nao
      *conta horas e so e apontada; a fechada conta os minutos
      *entre entrada e saida, com os dias corridos entre as duas
      *datas quando o turno virou a noite
       9768-SOMA-TURNO  SECTION.
           ADD 1 TO WRK-HP-DIA-TURNOS
           IF PONTO-ABERTO
               MOVE 'S' TO WRK-HP-DIA-ABERTO
               ADD 1 TO WRK-HP-OP-ABERTOS
               GO TO 9768-SOMA-TURNO-FIM
           END-IF
           IF PONTO-CORRIGIDO
               MOVE 'S' TO WRK-HP-DIA-CORRIGIDO
           END-IF
           MOVE PTO-SAIDA TO WRK-HP-DIA-SAIDA

           MOVE 0 TO WRK-HP-DIAS
           MOVE PTO-DATA TO WRK-DATA-CALC
           MOVE PTO-DATA TO WRK-HP-DATA-AUX
           PERFORM UNTIL WRK-HP-DATA-AUX NOT LESS THAN PTO-SAIDA-DATA
               OR WRK-HP-DIAS > 31
               PERFORM 3150-AVANCA-UM-DIA
               MOVE WRK-DATA-CALC TO WRK-HP-DATA-AUX
               ADD 1 TO WRK-HP-DIAS
           END-PERFORM
           MOVE PTO-ENTRADA TO WRK-HP-HM-9
           COMPUTE WRK-HP-MIN-ENT = WRK-HP-HH * 60 + WRK-HP-MM
           MOVE PTO-SAIDA TO WRK-HP-HM-9
           COMPUTE WRK-HP-MIN-SAI = WRK-HP-HH * 60 + WRK-HP-MM
           COMPUTE WRK-HP-MIN-TURNO = WRK-HP-DIAS * 1440
               + WRK-HP-MIN-SAI - WRK-HP-MIN-ENT
           IF WRK-HP-MIN-TURNO < ZERO
               MOVE ZERO TO WRK-HP-MIN-TURNO
           END-IF
           ADD WRK-HP-MIN-TURNO TO WRK-HP-DIA-MIN
           IF WRK-HP-MIN-TURNO > WRK-HP-LIMITE-MIN
               MOVE 'S' TO WRK-HP-DIA-LONGO
               ADD 1 TO WRK-HP-OP-LONGOS
           END-IF.

       9768-SOMA-TURNO-FIM.
           CONTINUE.

      *Imprime a linha do dia corrente com as ocorrencias e zera
      *os acumuladores do dia
       9767-FECHA-DIA-PONTO  SECTION.
           IF WRK-HP-DIA-ATUAL EQUAL ZERO
               GO TO 9767-FECHA-DIA-PONTO-FIM
           END-IF
           ADD 1 TO WRK-HP-OP-DIAS
           ADD WRK-HP-DIA-MIN TO WRK-HP-OP-MIN

           MOVE WRK-HP-DIA-ATUAL TO WRK-HP-L-DATA
           MOVE WRK-HP-DIA-ENTRADA TO WRK-HP-L-ENTRADA
           IF WRK-HP-DIA-ABERTO EQUAL 'S'
              AND WRK-HP-DIA-TURNOS EQUAL 1
               MOVE '----' TO WRK-HP-L-SAIDA
           ELSE
               MOVE WRK-HP-DIA-SAIDA TO WRK-HP-L-SAIDA
           END-IF
           MOVE WRK-HP-DIA-TURNOS TO WRK-HP-L-TURNOS
           MOVE WRK-HP-DIA-MIN TO WRK-HP-MIN-ED
           PERFORM 9764-EDITA-HORAS
           MOVE WRK-HP-HORAS-ED TO WRK-HP-L-HORAS

           MOVE WRK-HP-DIA-ATUAL TO WRK-DATA-CALC
           PERFORM 3156-DIA-FECHADO
           MOVE SPACES TO WRK-HP-L-OCORRENCIAS
           IF WRK-HP-DIA-LONGO EQUAL 'S'
               MOVE 'TURNO LONGO' TO WRK-HP-L-LONGO
           END-IF
           IF WRK-DIA-FECHADO EQUAL 'S'
               ADD 1 TO WRK-HP-OP-FECHADOS
               MOVE 'DIA FECHADO' TO WRK-HP-L-FECHADO
           END-IF
           IF WRK-HP-DIA-ABERTO EQUAL 'S'
               MOVE 'SEM SAIDA' TO WRK-HP-L-ABERTO
           END-IF
           IF WRK-HP-DIA-CORRIGIDO EQUAL 'S'
               MOVE 'CORRIGIDO' TO WRK-HP-L-CORRIGIDO
           END-IF
           WRITE PONTOREL-REG FROM WRK-HP-LINHA

           MOVE 0 TO WRK-HP-DIA-ATUAL
           MOVE 0 TO WRK-HP-DIA-ENTRADA
           MOVE 0 TO WRK-HP-DIA-SAIDA
           MOVE 0 TO WRK-HP-DIA-TURNOS
           MOVE 0 TO WRK-HP-DIA-MIN
           MOVE 'N' TO WRK-HP-DIA-LONGO
           MOVE 'N' TO WRK-HP-DIA-ABERTO
           MOVE 'N' TO WRK-HP-DIA-CORRIGIDO.

       9767-FECHA-DIA-PONTO-FIM.
           CONTINUE.

      *Total do mes do operador corrente
       9766-FECHA-OPERADOR-PONTO  SECTION.
           IF WRK-HP-OP-ATUAL EQUAL SPACES
               GO TO 9766-FECHA-OPERADOR-PONTO-FIM
           END-IF
           MOVE WRK-HP-OP-MIN TO WRK-HP-MIN-ED
           PERFORM 9764-EDITA-HORAS
           MOVE ALL '-' TO WRK-LINHA-IMP
           WRITE PONTOREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           STRING '  Total do mes: ' DELIMITED BY SIZE
                  WRK-HP-HORAS-ED DELIMITED BY SIZE
                  '  Dias: ' DELIMITED BY SIZE
                  WRK-HP-OP-DIAS DELIMITED BY SIZE
                  '  Turnos longos: ' DELIMITED BY SIZE
                  WRK-HP-OP-LONGOS DELIMITED BY SIZE
                  '  Dias fechados: ' DELIMITED BY SIZE
                  WRK-HP-OP-FECHADOS DELIMITED BY SIZE
                  '  Sem saida: ' DELIMITED BY SIZE
                  WRK-HP-OP-ABERTOS DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE PONTOREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO PONTOREL-REG
           WRITE PONTOREL-REG
           MOVE SPACES TO WRK-HP-OP-ATUAL.

       9766-FECHA-OPERADOR-PONTO-FIM.
           CONTINUE.

      *Cabecalho do novo operador e zera os totais do mes dele
       9765-INICIA-OPERADOR-PONTO  SECTION.
           ADD 1 TO WRK-HP-QTD-OPER
           MOVE PTO-OPERADOR TO WRK-HP-OP-ATUAL
           MOVE 0 TO WRK-HP-OP-MIN
           MOVE 0 TO WRK-HP-OP-DIAS
           MOVE 0 TO WRK-HP-OP-LONGOS
           MOVE 0 TO WRK-HP-OP-FECHADOS
           MOVE 0 TO WRK-HP-OP-ABERTOS
           MOVE PTO-OPERADOR TO OP-CODIGO
           READ OPERADORES
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO OP-NOME
           END-READ
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Operador: ' DELIMITED BY SIZE
                  WRK-HP-OP-ATUAL DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  OP-NOME DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE PONTOREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           STRING '  Data      Loja      Entr.  Saida  Tu  '
                  DELIMITED BY SIZE
                  'Horas   Ocorrencias' DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE PONTOREL-REG FROM WRK-LINHA-IMP.

      *Edita os minutos de WRK-HP-MIN-ED como HHH:MM
       9764-EDITA-HORAS  SECTION.
           DIVIDE WRK-HP-MIN-ED BY 60 GIVING WRK-HP-QUOCIENTE
               REMAINDER WRK-HP-RESTO
           MOVE WRK-HP-QUOCIENTE TO WRK-HP-ED-HH
           MOVE WRK-HP-RESTO TO WRK-HP-ED-MM.

      *Anota na lista de guarda a copia que acabou de voltar
      *disponivel (EXEMPLARES-REG ja regravado pelo chamador, com
      *WRK-DATA-HOJE carregada), com a prateleira da ficha
       9763-GRAVA-GUARDAR  SECTION.
           OPEN EXTEND GUARDA
           IF GUARDA-STATUS EQUAL 35
               OPEN OUTPUT GUARDA
           END-IF
           MOVE EX-LOCALIZACAO TO GDA-LOCAL
           MOVE EX-CODFILME TO GDA-CODFILME
           MOVE EX-NUMERO TO GDA-NUMERO
           MOVE WRK-DATA-HOJE TO GDA-DATA
           WRITE GUARDA-REG
           CLOSE GUARDA.

      *Lista de guarda para quem repoe as prateleiras: as copias
      *devolvidas no balcao (3200) e na caixa noturna (9965)
      *reordenadas por prateleira via SORT, como o 3985, com o
      *titulo e um quadro para marcar, em GUARDAR.PRN; a copia
      *que ja saiu de novo ou foi reservada desde a devolucao
      *fica de fora, e a mesma copia devolvida duas vezes sai
      *uma vez so
       9762-LISTA-GUARDAR  SECTION.
           MOVE "Guardar" TO WRK-MODULO.
           MOVE 0 TO WRK-GDA-QTD
           MOVE 0 TO WRK-GDA-SAIU
           MOVE HIGH-VALUES TO WRK-GDA-LOCAL-ANT
           MOVE SPACES TO WRK-GDA-CHAVE-ANT

           DISPLAY TELA
           OPEN INPUT GUARDA
           IF GUARDA-STATUS NOT EQUAL 0
               DISPLAY "Nenhuma devolucao a guardar"
               AT LINE 5 COLUMN 20
           ELSE
               CLOSE GUARDA

               SORT GUARDORD
                   ON ASCENDING KEY GDA-LOCAL-ORD
                   ON ASCENDING KEY GDA-CODFILME-ORD
                   ON ASCENDING KEY GDA-NUMERO-ORD
                   USING GUARDA
                   GIVING GUARDSEQ

               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               OPEN INPUT GUARDSEQ
               OPEN OUTPUT GUARDREL
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Lista de guarda das devolucoes - emitida em '
                      DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE GUARDREL-REG FROM WRK-LINHA-IMP

               READ GUARDSEQ
               PERFORM UNTIL GUARDSEQ-STATUS NOT EQUAL 0
                   PERFORM 9760-LINHA-GUARDAR
                   READ GUARDSEQ
               END-PERFORM
               CLOSE GUARDSEQ
               CLOSE GUARDREL
               MOVE 'GUARDAR' TO WRK-SPL-RELATORIO
               MOVE WRK-PATH-GUARDREL TO WRK-PATH-SPLORIG
               PERFORM 9667-ARQUIVA-RELATORIO

               DISPLAY "Lista de guarda gerada (GUARDAR.PRN)"
               AT LINE 5 COLUMN 20
               DISPLAY "Copias a guardar      : " AT LINE 7 COLUMN 20
               DISPLAY WRK-GDA-QTD AT LINE 7 COLUMN 45
               DISPLAY "Ja sairam de novo     : " AT LINE 8 COLUMN 20
               DISPLAY WRK-GDA-SAIU AT LINE 8 COLUMN 45

      *        Sem limpar, a proxima lista repetiria as copias que o
      *        repositor ja guardou
               DISPLAY "Limpar a lista p/ a proxima? (S/N): "
               AT LINE 10 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 57
               IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                   OPEN OUTPUT GUARDA
                   CLOSE GUARDA
                   DISPLAY "Lista limpa" AT LINE 11 COLUMN 20
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 52.

      *Uma copia da lista de guarda, abrindo o grupo da prateleira
      *quando ela muda
       9760-LINHA-GUARDAR  SECTION.
           IF GUARDSEQ-REG (1:17) EQUAL WRK-GDA-CHAVE-ANT
               GO TO 9760-LINHA-GUARDAR-FIM
           END-IF
           MOVE GUARDSEQ-REG (1:17) TO WRK-GDA-CHAVE-ANT

           MOVE GDA-CODFILME-SEQ TO EX-CODFILME
           MOVE GDA-NUMERO-SEQ TO EX-NUMERO
           READ EXEMPLARES
               INVALID KEY
                   CONTINUE
           END-READ
           IF EXEMPLARES-STATUS NOT EQUAL 0
              OR NOT EXEMPLAR-DISPONIVEL
               ADD 1 TO WRK-GDA-SAIU
           ELSE
               IF GDA-LOCAL-SEQ NOT EQUAL WRK-GDA-LOCAL-ANT
                   MOVE GDA-LOCAL-SEQ TO WRK-GDA-LOCAL-ANT
                   MOVE SPACES TO WRK-LINHA-IMP
                   WRITE GUARDREL-REG FROM WRK-LINHA-IMP
                   MOVE 'Prateleira: ' TO WRK-LINHA-IMP (1:12)
                   IF GDA-LOCAL-SEQ EQUAL SPACES
                       MOVE 'SEM LOCAL' TO WRK-LINHA-IMP (13:9)
                   ELSE
                       MOVE GDA-LOCAL-SEQ TO WRK-LINHA-IMP (13:10)
                   END-IF
                   WRITE GUARDREL-REG FROM WRK-LINHA-IMP
               END-IF

               MOVE GDA-CODFILME-SEQ TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE SPACES TO TITULO
               END-READ

               MOVE SPACES TO WRK-LINHA-IMP
               MOVE '[ ]' TO WRK-LINHA-IMP (5:3)
               MOVE GDA-CODFILME-SEQ TO WRK-LINHA-IMP (10:5)
               MOVE '-' TO WRK-LINHA-IMP (15:1)
               MOVE GDA-NUMERO-SEQ TO WRK-LINHA-IMP (16:2)
               MOVE TITULO TO WRK-LINHA-IMP (20:30)
               MOVE GDA-DATA-SEQ TO WRK-LINHA-IMP (52:8)
               WRITE GUARDREL-REG FROM WRK-LINHA-IMP
               ADD 1 TO WRK-GDA-QTD
           END-IF.

       9760-LINHA-GUARDAR-FIM.
           CONTINUE.

      *Auditoria de uma prateleira, mais rapida que a contagem
      *geral (9958/9959): le a etiqueta da prateleira e depois os
      *discos dela, dizendo na hora se cada um esta no lugar;
      *no fim aponta em AUDPRAT.CSV os lidos fora do lugar, sem
      *ficha ou que deviam estar fora, e as copias disponiveis
      *que a ficha poe nesta prateleira e nao foram lidas, e
      *oferece trazer para ela a localizacao dos fora do lugar
       9761-AUDITA-PRATELEIRA  SECTION.
           MOVE "Prateleira" TO WRK-MODULO.
           MOVE 0 TO WRK-PRA-QTD
           MOVE 0 TO WRK-PRA-QTD-FORA
           MOVE 0 TO WRK-PRA-QTD-MOVIDOS
           MOVE 0 TO WRK-QTD-FALTANDO
           MOVE 0 TO WRK-QTD-SEM-FICHA
           MOVE 0 TO WRK-QTD-DEVIA-FORA
           MOVE SPACES TO WRK-PRA-LOCAL

           DISPLAY TELA
           DISPLAY "Etiqueta da prateleira: " AT LINE 5 COLUMN 20
           ACCEPT WRK-PRA-LOCAL AT LINE 5 COLUMN 45
           IF WRK-PRA-LOCAL EQUAL SPACES
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               DISPLAY "Leia os discos; codigo em branco encerra"
               AT LINE 6 COLUMN 20

               MOVE 'N' TO WRK-SCAN-ACHOU
               PERFORM UNTIL WRK-SCAN-ACHOU EQUAL 'S'
                   MOVE SPACES TO WRK-COD-BARRAS
                   DISPLAY "Codigo: " AT LINE 8 COLUMN 20 ERASE EOL
                   ACCEPT WRK-COD-BARRAS AT LINE 8 COLUMN 30
                   IF WRK-COD-BARRAS EQUAL SPACES
                       MOVE 'S' TO WRK-SCAN-ACHOU
                   ELSE
                       PERFORM 3172-VALIDA-COD-BARRAS
                       IF WRK-COD-OK EQUAL 'S'
                           MOVE ZERO TO WRK-SCAN-EX-DIG
                           DISPLAY "Exemplar: "
                           AT LINE 9 COLUMN 20 ERASE EOL
                           ACCEPT WRK-SCAN-EX-DIG AT LINE 9 COLUMN 31
                           PERFORM 9759-CONFERE-LEITURA
                       END-IF
                   END-IF
               END-PERFORM

               OPEN OUTPUT AUDPRAT
               MOVE "Prateleira;Tipo;Filme;Exemplar;Local na ficha"
                   TO AUDPRAT-REG
               WRITE AUDPRAT-REG

      *        Passo 1: as leituras com divergencia
               PERFORM VARYING WRK-PRA-IDX FROM 1 BY 1
                   UNTIL WRK-PRA-IDX > WRK-PRA-QTD
                   IF WRK-PRA-SITUACAO (WRK-PRA-IDX) NOT EQUAL SPACE
                       EVALUATE WRK-PRA-SITUACAO (WRK-PRA-IDX)
                           WHEN 'F'
                               MOVE 'FORA DO LUGAR' TO WRK-PRA-TIPO
                           WHEN 'S'
                               MOVE 'LIDO SEM FICHA' TO WRK-PRA-TIPO
                           WHEN 'E'
                               MOVE 'NA PRATELEIRA MAS EMPRESTADO'
                                   TO WRK-PRA-TIPO
                           WHEN OTHER
                               MOVE 'NA PRATELEIRA MAS BAIXADO'
                                   TO WRK-PRA-TIPO
                       END-EVALUATE
                       MOVE WRK-PRA-FILME (WRK-PRA-IDX) TO EX-CODFILME
                       MOVE WRK-PRA-EX (WRK-PRA-IDX) TO EX-NUMERO
                       MOVE WRK-PRA-LOCAL-FICHA (WRK-PRA-IDX)
                           TO EX-LOCALIZACAO
                       PERFORM 9757-LINHA-AUDPRAT
                   END-IF
               END-PERFORM

      *        Passo 2: as copias disponiveis que a ficha poe nesta
      *        prateleira contra as leituras
               MOVE LOW-VALUES TO EX-CHAVE
               START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
                   INVALID KEY
                       MOVE 10 TO EXEMPLARES-STATUS
               END-START
               IF EXEMPLARES-STATUS EQUAL 0
                   READ EXEMPLARES NEXT RECORD
                   PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                       IF EX-LOCALIZACAO EQUAL WRK-PRA-LOCAL
                          AND EXEMPLAR-DISPONIVEL
                           MOVE 'N' TO WRK-PRA-ACHOU
                           PERFORM VARYING WRK-PRA-IDX FROM 1 BY 1
                               UNTIL WRK-PRA-IDX > WRK-PRA-QTD
                               IF WRK-PRA-FILME (WRK-PRA-IDX)
                                  EQUAL EX-CODFILME
                                  AND WRK-PRA-EX (WRK-PRA-IDX)
                                  EQUAL EX-NUMERO
                                   MOVE 'S' TO WRK-PRA-ACHOU
                               END-IF
                           END-PERFORM
                           IF WRK-PRA-ACHOU EQUAL 'N'
                               ADD 1 TO WRK-QTD-FALTANDO
                               MOVE 'FALTA NA PRATELEIRA'
                                   TO WRK-PRA-TIPO
                               PERFORM 9757-LINHA-AUDPRAT
                           END-IF
                       END-IF
                       READ EXEMPLARES NEXT RECORD
                   END-PERFORM
               END-IF

               CLOSE AUDPRAT

               DISPLAY TELA
               DISPLAY "Auditoria da prateleira " AT LINE 5 COLUMN 20
               DISPLAY WRK-PRA-LOCAL AT LINE 5 COLUMN 44
               DISPLAY "Discos lidos        : " AT LINE 7 COLUMN 20
               DISPLAY WRK-PRA-QTD AT LINE 7 COLUMN 43
               DISPLAY "Fora do lugar       : " AT LINE 8 COLUMN 20
               DISPLAY WRK-PRA-QTD-FORA AT LINE 8 COLUMN 43
               DISPLAY "Faltam na prateleira: " AT LINE 9 COLUMN 20
               DISPLAY WRK-QTD-FALTANDO AT LINE 9 COLUMN 43
               DISPLAY "Lidos sem ficha     : " AT LINE 10 COLUMN 20
               DISPLAY WRK-QTD-SEM-FICHA AT LINE 10 COLUMN 43
               DISPLAY "Deviam estar fora   : " AT LINE 11 COLUMN 20
               DISPLAY WRK-QTD-DEVIA-FORA AT LINE 11 COLUMN 43
               DISPLAY "Detalhe em AUDPRAT.CSV" AT LINE 13 COLUMN 20

               IF WRK-PRA-QTD-FORA > ZERO
                   DISPLAY "Passar fora do lugar p/ esta prateleira? "
                   AT LINE 15 COLUMN 20
                   DISPLAY "(S/N): " AT LINE 16 COLUMN 20
                   ACCEPT WRK-ESCOLHA AT LINE 16 COLUMN 28
                   IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                       PERFORM 9758-ATUALIZA-LOCALIZACAO
                       DISPLAY "Localizacoes atualizadas: "
                       AT LINE 17 COLUMN 20
                       DISPLAY WRK-PRA-QTD-MOVIDOS AT LINE 17 COLUMN 47
                   END-IF
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 19 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 19 COLUMN 52.

      *Classifica uma leitura da auditoria de prateleira contra a
      *ficha do exemplar e mostra o resultado na hora; o disco
      *lido duas vezes conta uma so
       9759-CONFERE-LEITURA  SECTION.
           MOVE 'N' TO WRK-PRA-ACHOU
           PERFORM VARYING WRK-PRA-IDX FROM 1 BY 1
               UNTIL WRK-PRA-IDX > WRK-PRA-QTD
               IF WRK-PRA-FILME (WRK-PRA-IDX) EQUAL WRK-COD-VALIDADO
                  AND WRK-PRA-EX (WRK-PRA-IDX) EQUAL WRK-SCAN-EX-DIG
                   MOVE 'S' TO WRK-PRA-ACHOU
               END-IF
           END-PERFORM
           IF WRK-PRA-ACHOU EQUAL 'S'
               DISPLAY "Disco ja lido" AT LINE 10 COLUMN 20 ERASE EOL
               GO TO 9759-CONFERE-LEITURA-FIM
           END-IF
           IF WRK-PRA-QTD NOT LESS THAN 500
               MOVE 'Limite de 500 discos atingido' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               ADD 1 TO WRK-PRA-QTD
               MOVE WRK-COD-VALIDADO TO WRK-PRA-FILME (WRK-PRA-QTD)
               MOVE WRK-SCAN-EX-DIG TO WRK-PRA-EX (WRK-PRA-QTD)
               MOVE SPACE TO WRK-PRA-SITUACAO (WRK-PRA-QTD)
               MOVE SPACES TO WRK-PRA-LOCAL-FICHA (WRK-PRA-QTD)

               MOVE WRK-COD-VALIDADO TO EX-CODFILME
               MOVE WRK-SCAN-EX-DIG TO EX-NUMERO
               READ EXEMPLARES
                   INVALID KEY
                       MOVE 'S' TO WRK-PRA-SITUACAO (WRK-PRA-QTD)
                   NOT INVALID KEY
                       MOVE EX-LOCALIZACAO
                           TO WRK-PRA-LOCAL-FICHA (WRK-PRA-QTD)
                       EVALUATE TRUE
                           WHEN EXEMPLAR-EMPRESTADO
                               MOVE 'E'
                                   TO WRK-PRA-SITUACAO (WRK-PRA-QTD)
                           WHEN EXEMPLAR-BAIXADO
                           WHEN EXEMPLAR-VENDIDO
                           WHEN EXEMPLAR-DEVOLVIDO
                               MOVE 'B'
                                   TO WRK-PRA-SITUACAO (WRK-PRA-QTD)
                           WHEN EX-LOCALIZACAO NOT EQUAL WRK-PRA-LOCAL
                               MOVE 'F'
                                   TO WRK-PRA-SITUACAO (WRK-PRA-QTD)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ

               EVALUATE WRK-PRA-SITUACAO (WRK-PRA-QTD)
                   WHEN 'S'
                       ADD 1 TO WRK-QTD-SEM-FICHA
                       DISPLAY "Lido sem ficha" AT LINE 10 COLUMN 20
                       ERASE EOL
                   WHEN 'E'
                       ADD 1 TO WRK-QTD-DEVIA-FORA
                       DISPLAY "Consta emprestado" AT LINE 10 COLUMN 20
                       ERASE EOL
                   WHEN 'B'
                       ADD 1 TO WRK-QTD-DEVIA-FORA
                       DISPLAY "Consta baixado" AT LINE 10 COLUMN 20
                       ERASE EOL
                   WHEN 'F'
                       ADD 1 TO WRK-PRA-QTD-FORA
                       DISPLAY "Fora do lugar - ficha: "
                       AT LINE 10 COLUMN 20 ERASE EOL
                       DISPLAY EX-LOCALIZACAO AT LINE 10 COLUMN 43
                   WHEN OTHER
                       DISPLAY "No lugar" AT LINE 10 COLUMN 20 ERASE EOL
               END-EVALUATE
               DISPLAY "Lidos: " AT LINE 11 COLUMN 20
               DISPLAY WRK-PRA-QTD AT LINE 11 COLUMN 28
           END-IF.

       9759-CONFERE-LEITURA-FIM.
           CONTINUE.

      *Passa para a prateleira auditada a localizacao dos discos
      *lidos nela e que a ficha punha em outro lugar, com diario
      *e uma linha LOCALIZA na auditoria por disco
       9758-ATUALIZA-LOCALIZACAO  SECTION.
           PERFORM VARYING WRK-PRA-IDX FROM 1 BY 1
               UNTIL WRK-PRA-IDX > WRK-PRA-QTD
               IF WRK-PRA-SITUACAO (WRK-PRA-IDX) EQUAL 'F'
                   MOVE WRK-PRA-FILME (WRK-PRA-IDX) TO EX-CODFILME
                   MOVE WRK-PRA-EX (WRK-PRA-IDX) TO EX-NUMERO
                   READ EXEMPLARES
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-AUD-DETALHE
                           STRING EX-NUMERO DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  EX-LOCALIZACAO DELIMITED BY SIZE
                                  ' P/ ' DELIMITED BY SIZE
                                  WRK-PRA-LOCAL DELIMITED BY SIZE
                                  INTO WRK-AUD-DETALHE
                           END-STRING
                           MOVE WRK-PRA-LOCAL TO EX-LOCALIZACAO
                           REWRITE EXEMPLARES-REG
                           MOVE 'A' TO WRK-JRN-OPER
                           PERFORM 5205-JORNAL-EXEMPLARES
                           ADD 1 TO WRK-PRA-QTD-MOVIDOS
                           MOVE EX-CODFILME TO CODFILME
                           MOVE 'LOCALIZA' TO WRK-AUD-OPERACAO
                           PERFORM 5190-GRAVA-AUDITORIA
                   END-READ
               END-IF
           END-PERFORM.

      *Uma linha de divergencia da auditoria de prateleira com o
      *tipo em WRK-PRA-TIPO e o exemplar em EX-CHAVE
       9757-LINHA-AUDPRAT  SECTION.
           MOVE SPACES TO WRK-LINHA-CSV
           STRING WRK-PRA-LOCAL DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WRK-PRA-TIPO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  EX-CODFILME DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  EX-NUMERO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  EX-LOCALIZACAO DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE AUDPRAT-REG FROM WRK-LINHA-CSV.

      *Manutencao das series e franquias: informa o numero da
      *serie, ve as partes ja cadastradas na ordem de exibicao e
      *grava ou remove uma parte (filme zero remove); serie nova
      *pede o nome. Um filme so pode estar em uma parte de serie
       9756-MANTER-SERIES  SECTION.
           MOVE "Series" TO WRK-MODULO.
           MOVE ZERO TO SER-NUMERO-DIG
           MOVE ZERO TO SER-ORDEM-DIG
           MOVE ZERO TO SER-CODFILME-DIG
           MOVE SPACES TO SER-NOME-DIG
           MOVE 'S' TO WRK-SER-OK

           DISPLAY TELA
           DISPLAY "Numero da serie: " AT LINE 5 COLUMN 20
           ACCEPT SER-NUMERO-DIG AT LINE 5 COLUMN 38
           IF SER-NUMERO-DIG EQUAL ZERO
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               MOVE 'N' TO WRK-SER-OK
           END-IF

           IF WRK-SER-OK EQUAL 'S'
               MOVE SPACES TO WRK-SER-NOME
               MOVE ZERO TO WRK-SER-TOTAL
               MOVE 7 TO WRK-SER-LINHA
               MOVE SER-NUMERO-DIG TO SER-NUMERO
               MOVE ZERO TO SER-ORDEM
               START SERIES KEY IS NOT LESS THAN SER-CHAVE
                   INVALID KEY
                       MOVE 10 TO SERIES-STATUS
               END-START
               IF SERIES-STATUS EQUAL 0
                   READ SERIES NEXT RECORD
                   PERFORM UNTIL SERIES-STATUS NOT EQUAL 0
                      OR SER-NUMERO NOT EQUAL SER-NUMERO-DIG
                       ADD 1 TO WRK-SER-TOTAL
                       MOVE SER-NOME TO WRK-SER-NOME
                       IF WRK-SER-LINHA < 17
                           DISPLAY SER-ORDEM
                           AT LINE WRK-SER-LINHA COLUMN 20
                           DISPLAY SER-CODFILME
                           AT LINE WRK-SER-LINHA COLUMN 24
                           MOVE SER-CODFILME TO CODFILME
                           READ FILMES
                               NOT INVALID KEY
                                   DISPLAY TITULO
                                   AT LINE WRK-SER-LINHA COLUMN 31
                           END-READ
                           ADD 1 TO WRK-SER-LINHA
                       END-IF
                       READ SERIES NEXT RECORD
                   END-PERFORM
               END-IF

               IF WRK-SER-TOTAL EQUAL ZERO
                   DISPLAY "Serie nova - nome: " AT LINE 6 COLUMN 20
                   ACCEPT SER-NOME-DIG AT LINE 6 COLUMN 40
                   IF SER-NOME-DIG EQUAL SPACES
                       MOVE 'Campo vazio' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-SER-OK
                   ELSE
                       MOVE SER-NOME-DIG TO WRK-SER-NOME
                   END-IF
               ELSE
                   DISPLAY WRK-SER-NOME AT LINE 6 COLUMN 20
               END-IF
           END-IF

           IF WRK-SER-OK EQUAL 'S'
               DISPLAY "Parte (ordem de exibicao): "
               AT LINE 18 COLUMN 20
               ACCEPT SER-ORDEM-DIG AT LINE 18 COLUMN 48
               IF SER-ORDEM-DIG EQUAL ZERO
                   MOVE 'N' TO WRK-SER-OK
               ELSE
                   DISPLAY "Filme (0 remove a parte): "
                   AT LINE 19 COLUMN 20
                   ACCEPT SER-CODFILME-DIG AT LINE 19 COLUMN 47
                   MOVE SER-NUMERO-DIG TO SER-NUMERO
                   MOVE SER-ORDEM-DIG TO SER-ORDEM
               END-IF
           END-IF

           IF WRK-SER-OK EQUAL 'S' AND SER-CODFILME-DIG EQUAL ZERO
               DELETE SERIES RECORD
                   INVALID KEY
                       MOVE 'Parte nao cadastrada' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
                       DISPLAY "Parte removida" AT LINE 20 COLUMN 20
               END-DELETE
               MOVE 'N' TO WRK-SER-OK
           END-IF

           IF WRK-SER-OK EQUAL 'S'
               MOVE SER-CODFILME-DIG TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE 'Filme nao cadastrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-SER-OK
               END-READ
           END-IF

           IF WRK-SER-OK EQUAL 'S'
               MOVE SER-CODFILME-DIG TO SER-CODFILME
               READ SERIES KEY IS SER-CODFILME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SER-NUMERO NOT EQUAL SER-NUMERO-DIG
                          OR SER-ORDEM NOT EQUAL SER-ORDEM-DIG
                           MOVE 'Filme ja esta em uma serie'
                               TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE 'N' TO WRK-SER-OK
                       END-IF
               END-READ
           END-IF

           IF WRK-SER-OK EQUAL 'S'
               MOVE SER-NUMERO-DIG TO SER-NUMERO
               MOVE SER-ORDEM-DIG TO SER-ORDEM
               MOVE SER-CODFILME-DIG TO SER-CODFILME
               MOVE WRK-SER-NOME TO SER-NOME
               WRITE SERIES-REG
                   INVALID KEY
                       REWRITE SERIES-REG
               END-WRITE
               DISPLAY "Parte gravada: " AT LINE 20 COLUMN 20
               DISPLAY TITULO AT LINE 20 COLUMN 36
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 22 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 52.

      *Series com lacuna no acervo em SERIEREL.PRN: temos copia
      *ativa de partes antes e depois, mas nao de uma parte do
      *meio (temos a 1 e a 3, nao a 2); lista as partes faltantes
       9755-LACUNAS-SERIES  SECTION.
           MOVE "Lacunas" TO WRK-MODULO.
           MOVE ZERO TO WRK-SER-NUMERO
           MOVE ZERO TO WRK-SER-QTD-P
           MOVE ZERO TO WRK-SER-QTD
           MOVE ZERO TO WRK-SER-LACUNAS
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT SERIEREL
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Series com lacunas no acervo - emitido em '
                  DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE SERIEREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           WRITE SERIEREL-REG FROM WRK-LINHA-IMP

           MOVE LOW-VALUES TO SER-CHAVE
           START SERIES KEY IS NOT LESS THAN SER-CHAVE
               INVALID KEY
                   MOVE 10 TO SERIES-STATUS
           END-START
           IF SERIES-STATUS EQUAL 0
               READ SERIES NEXT RECORD
               PERFORM UNTIL SERIES-STATUS NOT EQUAL 0
                   IF SER-NUMERO NOT EQUAL WRK-SER-NUMERO
                       IF WRK-SER-QTD-P > ZERO
                           PERFORM 9754-FECHA-SERIE
                       END-IF
                       MOVE SER-NUMERO TO WRK-SER-NUMERO
                       MOVE SER-NOME TO WRK-SER-NOME
                       MOVE ZERO TO WRK-SER-QTD-P
                       ADD 1 TO WRK-SER-QTD
                   END-IF
      *            Copias ativas da parte, pela mesma contagem dos
      *            pedidos de titulo (nem baixada nem vendida)
                   IF WRK-SER-QTD-P < 99
                       ADD 1 TO WRK-SER-QTD-P
                       MOVE SER-ORDEM TO WRK-SER-P-ORDEM (WRK-SER-QTD-P)
                       MOVE SER-CODFILME
                           TO WRK-SER-P-FILME (WRK-SER-QTD-P)
                       MOVE SER-CODFILME TO PTT-CODFILME-DIG
                       PERFORM 4961-CONTA-ATIVOS-PEDTIT
                       IF WRK-PTT-ATIVOS > ZERO
                           MOVE 'S' TO WRK-SER-P-TEM (WRK-SER-QTD-P)
                       ELSE
                           MOVE 'N' TO WRK-SER-P-TEM (WRK-SER-QTD-P)
                       END-IF
                   END-IF
                   READ SERIES NEXT RECORD
               END-PERFORM
               IF WRK-SER-QTD-P > ZERO
                   PERFORM 9754-FECHA-SERIE
               END-IF
           END-IF
           CLOSE SERIEREL
           MOVE 'SERIEREL' TO WRK-SPL-RELATORIO
           MOVE WRK-PATH-SERIEREL TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO

           DISPLAY TELA
           DISPLAY "Series cadastradas : " AT LINE 5 COLUMN 20
           DISPLAY WRK-SER-QTD AT LINE 5 COLUMN 42
           DISPLAY "Series com lacunas : " AT LINE 6 COLUMN 20
           DISPLAY WRK-SER-LACUNAS AT LINE 6 COLUMN 42
           DISPLAY "Relatorio gravado em SERIEREL.PRN"
           AT LINE 8 COLUMN 20
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 10 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 52.

      *Fecha a serie acumulada na tabela WRK-SER-PARTES: acha a
      *primeira e a ultima parte que temos e lista as que faltam
      *entre elas
       9754-FECHA-SERIE  SECTION.
           MOVE ZERO TO WRK-SER-PRIM
           MOVE ZERO TO WRK-SER-ULT
           PERFORM VARYING WRK-SER-IDX FROM 1 BY 1
               UNTIL WRK-SER-IDX > WRK-SER-QTD-P
               IF WRK-SER-P-TEM (WRK-SER-IDX) EQUAL 'S'
                   IF WRK-SER-PRIM EQUAL ZERO
                       MOVE WRK-SER-IDX TO WRK-SER-PRIM
                   END-IF
                   MOVE WRK-SER-IDX TO WRK-SER-ULT
               END-IF
           END-PERFORM

           MOVE 'N' TO WRK-SER-ACHOU
           IF WRK-SER-PRIM > ZERO
               PERFORM VARYING WRK-SER-IDX FROM WRK-SER-PRIM BY 1
                   UNTIL WRK-SER-IDX > WRK-SER-ULT
                   IF WRK-SER-P-TEM (WRK-SER-IDX) EQUAL 'N'
                       IF WRK-SER-ACHOU EQUAL 'N'
                           MOVE 'S' TO WRK-SER-ACHOU
                           ADD 1 TO WRK-SER-LACUNAS
                           MOVE SPACES TO WRK-LINHA-IMP
                           STRING 'Serie ' DELIMITED BY SIZE
                                  WRK-SER-NUMERO DELIMITED BY SIZE
                                  ' - ' DELIMITED BY SIZE
                                  WRK-SER-NOME DELIMITED BY SIZE
                                  INTO WRK-LINHA-IMP
                           END-STRING
                           WRITE SERIEREL-REG FROM WRK-LINHA-IMP
                       END-IF
                       MOVE SPACES TO WRK-LINHA-IMP
                       MOVE 'falta a parte' TO WRK-LINHA-IMP (3:13)
                       MOVE WRK-SER-P-ORDEM (WRK-SER-IDX)
                           TO WRK-LINHA-IMP (17:2)
                       MOVE WRK-SER-P-FILME (WRK-SER-IDX)
                           TO WRK-LINHA-IMP (21:5)
                       MOVE WRK-SER-P-FILME (WRK-SER-IDX) TO CODFILME
                       READ FILMES
                           NOT INVALID KEY
                               MOVE TITULO TO WRK-LINHA-IMP (28:30)
                       END-READ
                       WRITE SERIEREL-REG FROM WRK-LINHA-IMP
                   END-IF
               END-PERFORM
           END-IF.

      *Cadastro dos equipamentos locaveis: o modelo e um titulo de
      *FILMES e a unidade um exemplar ja cadastrado (9970); aqui
      *se grava o numero de serie, o valor de reposicao, a caucao
      *exigida no checkout e ate seis acessorios do kit com o
      *valor de cada um. Excluir o cadastro exige supervisor
       9753-MANTER-EQUIPAMENTOS  SECTION.
           MOVE "Equipamentos" TO WRK-MODULO.
           MOVE ZERO TO EQP-CODFILME-DIG
           MOVE ZERO TO EQP-EXEMPLAR-DIG
           MOVE SPACES TO EQP-SERIE-DIG
           MOVE ZERO TO EQP-REPOSICAO-DIG
           MOVE ZERO TO EQP-CAUCAO-DIG
           MOVE 'S' TO WRK-EQP-CAD-OK

           DISPLAY TELA
           DISPLAY "Modelo (codigo do titulo): " AT LINE 5 COLUMN 20
           ACCEPT EQP-CODFILME-DIG AT LINE 5 COLUMN 48
           DISPLAY "Unidade (exemplar)       : " AT LINE 6 COLUMN 20
           ACCEPT EQP-EXEMPLAR-DIG AT LINE 6 COLUMN 48
           IF EQP-CODFILME-DIG EQUAL ZERO
              OR EQP-EXEMPLAR-DIG EQUAL ZERO
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               MOVE 'N' TO WRK-EQP-CAD-OK
           END-IF

           IF WRK-EQP-CAD-OK EQUAL 'S'
               MOVE EQP-CODFILME-DIG TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE 'Filme nao cadastrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-EQP-CAD-OK
                   NOT INVALID KEY
                       DISPLAY TITULO AT LINE 7 COLUMN 20
               END-READ
           END-IF

           IF WRK-EQP-CAD-OK EQUAL 'S'
               MOVE EQP-CODFILME-DIG TO EX-CODFILME
               MOVE EQP-EXEMPLAR-DIG TO EX-NUMERO
               READ EXEMPLARES
                   INVALID KEY
                       MOVE 'Exemplar nao cadastrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-EQP-CAD-OK
               END-READ
           END-IF

           IF WRK-EQP-CAD-OK EQUAL 'S'
               MOVE EQP-CODFILME-DIG TO EQP-CODFILME
               MOVE EQP-EXEMPLAR-DIG TO EQP-EXEMPLAR
               READ EQUIPAMENTOS
                   INVALID KEY
                       MOVE 'S' TO WRK-EQP-NOVO
                       MOVE EQP-CODFILME-DIG TO EQP-CODFILME
                       MOVE EQP-EXEMPLAR-DIG TO EQP-EXEMPLAR
                       MOVE SPACES TO EQP-SERIE
                       MOVE ZERO TO EQP-VALOR-REPOSICAO
                       MOVE ZERO TO EQP-CAUCAO
                       PERFORM VARYING WRK-EQP-IDX FROM 1 BY 1
                           UNTIL WRK-EQP-IDX > 6
                           MOVE SPACES TO EQP-ACES-DESCR (WRK-EQP-IDX)
                           MOVE ZERO TO EQP-ACES-VALOR (WRK-EQP-IDX)
                       END-PERFORM
                       DISPLAY "Equipamento novo" AT LINE 8 COLUMN 20
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-EQP-NOVO
               END-READ

               IF WRK-EQP-NOVO EQUAL 'N'
                   MOVE SPACE TO WRK-EQP-RESPOSTA
                   DISPLAY "A-lterar, E-xcluir: " AT LINE 8 COLUMN 20
                   ACCEPT WRK-EQP-RESPOSTA AT LINE 8 COLUMN 41
                   IF WRK-EQP-RESPOSTA = 'E'
                      OR WRK-EQP-RESPOSTA = 'e'
                       PERFORM 2010-EXIGE-SUPERVISOR
                       IF WRK-ACESSO-OK EQUAL 'S'
                           DELETE EQUIPAMENTOS RECORD
                           MOVE EQP-CODFILME-DIG TO CODFILME
                           MOVE 'EQUIPEXC' TO WRK-AUD-OPERACAO
                           MOVE EQP-SERIE TO WRK-AUD-DETALHE
                           PERFORM 5190-GRAVA-AUDITORIA
                           DISPLAY "Cadastro excluido"
                           AT LINE 20 COLUMN 20
                       END-IF
                       MOVE 'N' TO WRK-EQP-CAD-OK
                   END-IF
               END-IF
           END-IF

           IF WRK-EQP-CAD-OK EQUAL 'S'
               DISPLAY "Serie (branco mantem): " AT LINE 9 COLUMN 20
               DISPLAY EQP-SERIE AT LINE 9 COLUMN 44
               ACCEPT EQP-SERIE-DIG AT LINE 9 COLUMN 66
               IF EQP-SERIE-DIG NOT EQUAL SPACES
                   MOVE EQP-SERIE-DIG TO EQP-SERIE
               END-IF
               IF EQP-SERIE EQUAL SPACES
                   MOVE 'Numero de serie obrigatorio' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-EQP-CAD-OK
               END-IF
           END-IF

           IF WRK-EQP-CAD-OK EQUAL 'S'
               DISPLAY "Valor de reposicao (0 mantem): "
               AT LINE 10 COLUMN 20
               DISPLAY EQP-VALOR-REPOSICAO AT LINE 10 COLUMN 52
               ACCEPT EQP-REPOSICAO-DIG AT LINE 10 COLUMN 66
               IF EQP-REPOSICAO-DIG > ZERO
                   MOVE EQP-REPOSICAO-DIG TO EQP-VALOR-REPOSICAO
               END-IF

               DISPLAY "Caucao exigida (0 mantem)    : "
               AT LINE 11 COLUMN 20
               DISPLAY EQP-CAUCAO AT LINE 11 COLUMN 52
               ACCEPT EQP-CAUCAO-DIG AT LINE 11 COLUMN 66
               IF EQP-CAUCAO-DIG > ZERO
                   MOVE EQP-CAUCAO-DIG TO EQP-CAUCAO
               END-IF

      *        Kit de acessorios: branco mantem o item, '-' remove
               MOVE 12 TO WRK-EQP-LINHA
               PERFORM VARYING WRK-EQP-IDX FROM 1 BY 1
                   UNTIL WRK-EQP-IDX > 6
                   DISPLAY "Acessorio " AT LINE WRK-EQP-LINHA COLUMN 20
                   DISPLAY WRK-EQP-IDX AT LINE WRK-EQP-LINHA COLUMN 30
                   DISPLAY EQP-ACES-DESCR (WRK-EQP-IDX)
                   AT LINE WRK-EQP-LINHA COLUMN 34
                   DISPLAY EQP-ACES-VALOR (WRK-EQP-IDX)
                   AT LINE WRK-EQP-LINHA COLUMN 56
                   ADD 1 TO WRK-EQP-LINHA
               END-PERFORM

               MOVE 12 TO WRK-EQP-LINHA
               PERFORM VARYING WRK-EQP-IDX FROM 1 BY 1
                   UNTIL WRK-EQP-IDX > 6
                   MOVE SPACES TO EQP-ACES-DESCR-DIG
                   MOVE ZERO TO EQP-ACES-VALOR-DIG
                   DISPLAY "Acessorio (branco mantem, - remove): "
                   AT LINE 19 COLUMN 20 ERASE EOL
                   ACCEPT EQP-ACES-DESCR-DIG AT LINE 19 COLUMN 58
                   IF EQP-ACES-DESCR-DIG EQUAL '-'
                       MOVE SPACES TO EQP-ACES-DESCR (WRK-EQP-IDX)
                       MOVE ZERO TO EQP-ACES-VALOR (WRK-EQP-IDX)
                   ELSE
                       IF EQP-ACES-DESCR-DIG NOT EQUAL SPACES
                           MOVE EQP-ACES-DESCR-DIG
                               TO EQP-ACES-DESCR (WRK-EQP-IDX)
                           DISPLAY "Valor do acessorio: "
                           AT LINE 20 COLUMN 20 ERASE EOL
                           ACCEPT EQP-ACES-VALOR-DIG
                           AT LINE 20 COLUMN 41
                           MOVE EQP-ACES-VALOR-DIG
                               TO EQP-ACES-VALOR (WRK-EQP-IDX)
                       END-IF
                   END-IF
                   DISPLAY EQP-ACES-DESCR (WRK-EQP-IDX)
                   AT LINE WRK-EQP-LINHA COLUMN 34
                   DISPLAY EQP-ACES-VALOR (WRK-EQP-IDX)
                   AT LINE WRK-EQP-LINHA COLUMN 56
                   ADD 1 TO WRK-EQP-LINHA
               END-PERFORM
               DISPLAY " " AT LINE 19 COLUMN 20 ERASE EOL
               DISPLAY " " AT LINE 20 COLUMN 20 ERASE EOL

               IF WRK-EQP-NOVO EQUAL 'S'
                   WRITE EQUIPAMENTOS-REG
                       INVALID KEY
                           MOVE 'Erro ao gravar equipamento'
                               TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE '9753-MANTER-EQUIPAMENTOS'
                               TO WRK-ERL-PARAGRAFO
                           MOVE 'EQUIPAMENTOS' TO WRK-ERL-ARQUIVO
                           MOVE 'WRITE' TO WRK-ERL-OPERACAO
                           MOVE EQUIPAMENTOS-STATUS TO WRK-ERL-STATUS
                           MOVE EQP-CHAVE TO WRK-ERL-CHAVE
                           PERFORM 5196-GRAVA-ERRO-ARQUIVO
                           MOVE 'N' TO WRK-EQP-CAD-OK
                   END-WRITE
               ELSE
                   REWRITE EQUIPAMENTOS-REG
                       INVALID KEY
                           MOVE 'Erro ao gravar equipamento'
                               TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE '9753-MANTER-EQUIPAMENTOS'
                               TO WRK-ERL-PARAGRAFO
                           MOVE 'EQUIPAMENTOS' TO WRK-ERL-ARQUIVO
                           MOVE 'REWRITE' TO WRK-ERL-OPERACAO
                           MOVE EQUIPAMENTOS-STATUS TO WRK-ERL-STATUS
                           MOVE EQP-CHAVE TO WRK-ERL-CHAVE
                           PERFORM 5196-GRAVA-ERRO-ARQUIVO
                           MOVE 'N' TO WRK-EQP-CAD-OK
                   END-REWRITE
               END-IF
           END-IF

           IF WRK-EQP-CAD-OK EQUAL 'S'
               MOVE EQP-CODFILME-DIG TO CODFILME
               MOVE 'EQUIPAM' TO WRK-AUD-OPERACAO
               MOVE EQP-SERIE TO WRK-AUD-DETALHE
               PERFORM 5190-GRAVA-AUDITORIA
               DISPLAY "Equipamento gravado" AT LINE 20 COLUMN 20
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 22 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 52.

      *Simulacao do lote de reprecificacao corrente (REPRECO-REG):
      *aplica o ajuste do lote aos emprestimos dos ultimos N meses
      *dos titulos ativos no alcance, com a hipotese de variacao
      *de volume informada, e grava em SIMREPRE.PRN a receita, o
      *repasse a distribuidora e o imposto atuais e projetados por
      *genero, categoria de lancamento e distribuidora, com o
      *campo de assinatura do proprietario. Somente le FILMES; o
      *lote Retido passa a Simulado e pode ser liberado (9750)
       9752-SIMULA-REPRECO  SECTION.
           MOVE ZERO TO WRK-RS-MESES
           MOVE ZERO TO WRK-RS-VOL-PCT
           MOVE '+' TO WRK-RS-VOL-SINAL
           DISPLAY "Meses de historico (0 = 6): " AT LINE 10 COLUMN 20
           ACCEPT WRK-RS-MESES AT LINE 10 COLUMN 49
           IF WRK-RS-MESES EQUAL ZERO
               MOVE 6 TO WRK-RS-MESES
           END-IF
           DISPLAY "Variacao de volume (%): " AT LINE 11 COLUMN 20
           ACCEPT WRK-RS-VOL-PCT AT LINE 11 COLUMN 45
           IF WRK-RS-VOL-PCT > ZERO
               DISPLAY "Aumenta ou reduz (+/-): " AT LINE 12 COLUMN 20
               ACCEPT WRK-RS-VOL-SINAL AT LINE 12 COLUMN 45
           END-IF
           IF WRK-RS-VOL-SINAL EQUAL '-'
               COMPUTE WRK-RS-VOL-FATOR = (100 - WRK-RS-VOL-PCT) / 100
           ELSE
               MOVE '+' TO WRK-RS-VOL-SINAL
               COMPUTE WRK-RS-VOL-FATOR = (100 + WRK-RS-VOL-PCT) / 100
           END-IF

      *    Data de corte: o mesmo dia, N meses atras
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-DATA-HOJE (1:4) TO WRK-RS-ANO
           MOVE WRK-DATA-HOJE (5:2) TO WRK-RS-MES
           COMPUTE WRK-RS-MESES-ABS =
               (WRK-RS-ANO * 12) + WRK-RS-MES - 1 - WRK-RS-MESES
           COMPUTE WRK-RS-ANO = WRK-RS-MESES-ABS / 12
           COMPUTE WRK-RS-MES =
               WRK-RS-MESES-ABS - (WRK-RS-ANO * 12) + 1
           MOVE WRK-DATA-HOJE TO WRK-RS-CORTE
           MOVE WRK-RS-ANO TO WRK-RS-CORTE (1:4)
           MOVE WRK-RS-MES TO WRK-RS-CORTE (5:2)

           MOVE ZERO TO WRK-RS-QTD
           MOVE 'T' TO WRK-RS-TIPO
           MOVE 'TOTAL' TO WRK-RS-CHAVE
           MOVE ZERO TO WRK-RS-REC-ATU
           MOVE ZERO TO WRK-RS-REC-PROJ
           MOVE ZERO TO WRK-RS-REP-ATU
           MOVE ZERO TO WRK-RS-REP-PROJ
           MOVE ZERO TO WRK-RS-IMP-ATU
           MOVE ZERO TO WRK-RS-IMP-PROJ
           PERFORM 9751-SOMA-SIMULACAO
           MOVE ZERO TO WRK-RS-L-QTD (1)

           MOVE LOW-VALUES TO NUM-EMPRESTIMO
           START EMPRESTIMOS KEY IS NOT LESS THAN NUM-EMPRESTIMO
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
           END-IF
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               IF NOT EMPRESTIMO-ESTORNADO
                  AND EMP-DATA-RETIRADA NOT LESS THAN WRK-RS-CORTE
                   PERFORM 9748-SIMULA-EMPRESTIMO
               END-IF
               READ EMPRESTIMOS NEXT RECORD
           END-PERFORM

           OPEN OUTPUT SIMREPRE
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'SIMULACAO DO LOTE DE REPRECIFICACAO '
                      DELIMITED BY SIZE
                  RPC-NUMERO DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  RPC-DESCRICAO DELIMITED BY SIZE
                  '   EMITIDA EM ' DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE SIMREPRE-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Alcance: ' DELIMITED BY SIZE
                  RPC-ESCOPO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RPC-VALOR-ESCOPO DELIMITED BY SIZE
                  '   Ajuste: ' DELIMITED BY SIZE
                  RPC-TIPO DELIMITED BY SIZE
                  ' pct ' DELIMITED BY SIZE
                  RPC-PERCENTUAL DELIMITED BY SIZE
                  ' valor novo ' DELIMITED BY SIZE
                  RPC-VALOR-NOVO DELIMITED BY SIZE
                  '   Data efetiva: ' DELIMITED BY SIZE
                  RPC-DATA-EFETIVA DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE SIMREPRE-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           IF WRK-RPC-LOJA EQUAL SPACES
               MOVE 'Loja: rede toda (preco do catalogo)'
                   TO WRK-LINHA-IMP
           ELSE
               STRING 'Loja: ' DELIMITED BY SIZE
                      WRK-RPC-LOJA DELIMITED BY SPACE
                      ' (tabela de precos da loja, so locacoes dela)'
                          DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
           END-IF
           WRITE SIMREPRE-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Historico de ' DELIMITED BY SIZE
                  WRK-RS-MESES DELIMITED BY SIZE
                  ' meses (retiradas desde ' DELIMITED BY SIZE
                  WRK-RS-CORTE DELIMITED BY SIZE
                  ')   Variacao de volume: ' DELIMITED BY SIZE
                  WRK-RS-VOL-SINAL DELIMITED BY SIZE
                  WRK-RS-VOL-PCT DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE SIMREPRE-REG FROM WRK-LINHA-IMP
           MOVE 'Simulacao - nenhum preco do catalogo foi alterado'
               TO WRK-LINHA-IMP
           WRITE SIMREPRE-REG FROM WRK-LINHA-IMP

           MOVE 'G' TO WRK-RS-TIPO
           MOVE 'POR GENERO' TO WRK-LINHA-IMP
           PERFORM 9749-IMPRIME-SIMULACAO
           MOVE 'C' TO WRK-RS-TIPO
           MOVE 'POR CATEGORIA DE LANCAMENTO' TO WRK-LINHA-IMP
           PERFORM 9749-IMPRIME-SIMULACAO
           MOVE 'D' TO WRK-RS-TIPO
           MOVE 'POR DISTRIBUIDORA' TO WRK-LINHA-IMP
           PERFORM 9749-IMPRIME-SIMULACAO
           MOVE 'T' TO WRK-RS-TIPO
           MOVE 'TOTAL DO LOTE' TO WRK-LINHA-IMP
           PERFORM 9749-IMPRIME-SIMULACAO

           MOVE SPACES TO WRK-LINHA-IMP
           WRITE SIMREPRE-REG FROM WRK-LINHA-IMP
           WRITE SIMREPRE-REG FROM WRK-LINHA-IMP
           MOVE 'De acordo do proprietario: ______________________'
               TO WRK-LINHA-IMP
           MOVE 'Data: ____/____/________' TO WRK-LINHA-IMP (55:24)
           WRITE SIMREPRE-REG FROM WRK-LINHA-IMP
           CLOSE SIMREPRE
           MOVE 'SIMREPRE' TO WRK-SPL-RELATORIO
           MOVE SPACES TO WRK-SPL-PARAMETROS
           STRING 'MESES=' DELIMITED BY SIZE
                  WRK-RS-MESES DELIMITED BY SIZE
                  INTO WRK-SPL-PARAMETROS
           END-STRING
           MOVE WRK-PATH-SIMREPRE TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO

           IF REPRECO-RETIDO
               MOVE 'S' TO RPC-STATUS
               REWRITE REPRECO-REG
           END-IF
           MOVE ZERO TO CODFILME
           MOVE 'SIMREPRE' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'LOTE=' DELIMITED BY SIZE
                  RPC-NUMERO DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA

           MOVE WRK-RS-L-QTD (1) TO WRK-RS-D-QTD
           MOVE WRK-RS-L-REC-ATU (1) TO WRK-RS-D-REC-ATU
           MOVE WRK-RS-L-REC-PROJ (1) TO WRK-RS-D-REC-PROJ
           DISPLAY "Locacoes no alcance: " AT LINE 14 COLUMN 20
           DISPLAY WRK-RS-D-QTD AT LINE 14 COLUMN 45
           DISPLAY "Receita atual      : " AT LINE 15 COLUMN 20
           DISPLAY WRK-RS-D-REC-ATU AT LINE 15 COLUMN 45
           DISPLAY "Receita projetada  : " AT LINE 16 COLUMN 20
           DISPLAY WRK-RS-D-REC-PROJ AT LINE 16 COLUMN 45
           DISPLAY "Relatorio gravado em SIMREPRE.PRN"
           AT LINE 18 COLUMN 20.

      *Um emprestimo do periodo na simulacao: le o titulo, confere
      *se o lote o alcanca (mesmo criterio do passo REPRECO, so
      *titulos ativos), projeta o preco novo e soma o emprestimo
      *no total e nas linhas de genero, categoria e distribuidora
       9748-SIMULA-EMPRESTIMO  SECTION.
      *    Lote de uma loja so: so as locacoes feitas nela
           IF WRK-RPC-LOJA NOT EQUAL SPACES
              AND EMP-LOJA NOT EQUAL WRK-RPC-LOJA
               GO TO 9748-SIMULA-EMPRESTIMO-FIM
           END-IF

           MOVE EMP-CODFILME TO CODFILME
           READ FILMES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WRK-RS-CASA
                   IF FILME-ATIVO
                       EVALUATE TRUE
                           WHEN REPRECO-POR-GENERO
                            AND RPC-VALOR-ESCOPO (1:8) EQUAL GENERO
                               MOVE 'S' TO WRK-RS-CASA
                           WHEN REPRECO-POR-FORMATO
                            AND RPC-VALOR-ESCOPO (1:10)
                                EQUAL FORMATO-MIDIA
                               MOVE 'S' TO WRK-RS-CASA
                           WHEN REPRECO-POR-DISTRIB
                            AND RPC-VALOR-ESCOPO EQUAL DISTRIBUIDORA
                               MOVE 'S' TO WRK-RS-CASA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   IF WRK-RS-CASA NOT EQUAL 'N'
      *                Preco atual: o da tabela da loja alvo do lote, ou
      *                o do catalogo quando o lote e da rede toda
                       MOVE WRK-RPC-LOJA TO WRK-PLJ-LOJA
                       MOVE WRK-DATA-HOJE TO WRK-PLJ-DATA
                       PERFORM 3169-PRECO-LOJA-FILME
                       IF REPRECO-PERCENTUAL
                           COMPUTE WRK-RS-PRECO-NOVO ROUNDED =
                               WRK-PLJ-PRECO * (100 + RPC-PERCENTUAL)
                               / 100
                       ELSE
                           MOVE RPC-VALOR-NOVO TO WRK-RS-PRECO-NOVO
                       END-IF
                       IF WRK-PLJ-PRECO > ZERO
                           COMPUTE WRK-RS-FATOR ROUNDED =
                               WRK-RS-PRECO-NOVO / WRK-PLJ-PRECO
                       ELSE
                           MOVE 1 TO WRK-RS-FATOR
                       END-IF

                       MOVE DISTRIBUIDORA TO COD-DISTRIBUIDORA
                       READ DISTRIB
                           INVALID KEY
                               MOVE ZERO TO DIST-PCT-REPASSE
                       END-READ
                       MOVE DIST-PCT-REPASSE TO WRK-RS-PCT-REPASSE

                       MOVE EMP-VALOR-COBRADO TO WRK-RS-REC-ATU
                       COMPUTE WRK-RS-REC-PROJ ROUNDED =
                           EMP-VALOR-COBRADO * WRK-RS-FATOR
                           * WRK-RS-VOL-FATOR
                       MOVE EMP-IMPOSTO-COBRADO TO WRK-RS-IMP-ATU
                       COMPUTE WRK-RS-IMP-PROJ ROUNDED =
                           EMP-IMPOSTO-COBRADO * WRK-RS-FATOR
                           * WRK-RS-VOL-FATOR
                       COMPUTE WRK-RS-REP-ATU ROUNDED =
                           WRK-RS-REC-ATU * WRK-RS-PCT-REPASSE / 100
                       COMPUTE WRK-RS-REP-PROJ ROUNDED =
                           WRK-RS-REC-PROJ * WRK-RS-PCT-REPASSE / 100

                       MOVE 'T' TO WRK-RS-TIPO
                       MOVE 'TOTAL' TO WRK-RS-CHAVE
                       PERFORM 9751-SOMA-SIMULACAO
                       MOVE 'G' TO WRK-RS-TIPO
                       MOVE GENERO TO WRK-RS-CHAVE
                       PERFORM 9751-SOMA-SIMULACAO
                       MOVE 'C' TO WRK-RS-TIPO
                       EVALUATE TRUE
                           WHEN TITULO-LANCAMENTO
                               MOVE 'LANCAMENTO' TO WRK-RS-CHAVE
                           WHEN TITULO-PROMO
                               MOVE 'PROMOCAO' TO WRK-RS-CHAVE
                           WHEN OTHER
                               MOVE 'CATALOGO' TO WRK-RS-CHAVE
                       END-EVALUATE
                       PERFORM 9751-SOMA-SIMULACAO
                       MOVE 'D' TO WRK-RS-TIPO
                       MOVE DISTRIBUIDORA TO WRK-RS-CHAVE
                       PERFORM 9751-SOMA-SIMULACAO
                   END-IF
           END-READ.

       9748-SIMULA-EMPRESTIMO-FIM.
           CONTINUE.

      *Soma os valores do emprestimo corrente (WRK-RS-*-ATU/PROJ)
      *na linha do tipo e chave informados, criando a linha na
      *primeira vez (tabela de ate 60 linhas, a 1 e o total)
       9751-SOMA-SIMULACAO  SECTION.
           MOVE 'N' TO WRK-RS-ACHOU
           PERFORM VARYING WRK-RS-IDX FROM 1 BY 1
               UNTIL WRK-RS-IDX > WRK-RS-QTD
                  OR WRK-RS-ACHOU EQUAL 'S'
               IF WRK-RS-L-TIPO (WRK-RS-IDX) EQUAL WRK-RS-TIPO
                  AND WRK-RS-L-CHAVE (WRK-RS-IDX) EQUAL WRK-RS-CHAVE
                   MOVE 'S' TO WRK-RS-ACHOU
               END-IF
           END-PERFORM
           IF WRK-RS-ACHOU EQUAL 'S'
               SUBTRACT 1 FROM WRK-RS-IDX
           ELSE
               IF WRK-RS-QTD NOT LESS THAN 60
                   GO TO 9751-SOMA-SIMULACAO-FIM
               END-IF
               ADD 1 TO WRK-RS-QTD
               MOVE WRK-RS-QTD TO WRK-RS-IDX
               MOVE WRK-RS-TIPO TO WRK-RS-L-TIPO (WRK-RS-IDX)
               MOVE WRK-RS-CHAVE TO WRK-RS-L-CHAVE (WRK-RS-IDX)
               MOVE ZERO TO WRK-RS-L-QTD (WRK-RS-IDX)
               MOVE ZERO TO WRK-RS-L-REC-ATU (WRK-RS-IDX)
               MOVE ZERO TO WRK-RS-L-REC-PROJ (WRK-RS-IDX)
               MOVE ZERO TO WRK-RS-L-REP-ATU (WRK-RS-IDX)
               MOVE ZERO TO WRK-RS-L-REP-PROJ (WRK-RS-IDX)
               MOVE ZERO TO WRK-RS-L-IMP-ATU (WRK-RS-IDX)
               MOVE ZERO TO WRK-RS-L-IMP-PROJ (WRK-RS-IDX)
           END-IF
           ADD 1 TO WRK-RS-L-QTD (WRK-RS-IDX)
           ADD WRK-RS-REC-ATU TO WRK-RS-L-REC-ATU (WRK-RS-IDX)
           ADD WRK-RS-REC-PROJ TO WRK-RS-L-REC-PROJ (WRK-RS-IDX)
           ADD WRK-RS-REP-ATU TO WRK-RS-L-REP-ATU (WRK-RS-IDX)
           ADD WRK-RS-REP-PROJ TO WRK-RS-L-REP-PROJ (WRK-RS-IDX)
           ADD WRK-RS-IMP-ATU TO WRK-RS-L-IMP-ATU (WRK-RS-IDX)
           ADD WRK-RS-IMP-PROJ TO WRK-RS-L-IMP-PROJ (WRK-RS-IDX).

       9751-SOMA-SIMULACAO-FIM.
           CONTINUE.

      *Grava em SIMREPRE.PRN o bloco das linhas do tipo em
      *WRK-RS-TIPO: o titulo ja montado em WRK-LINHA-IMP, o
      *cabecalho das colunas e uma linha por chave, com as
      *locacoes projetadas pela hipotese de volume
       9749-IMPRIME-SIMULACAO  SECTION.
           WRITE SIMREPRE-REG FROM WRK-LINHA-IMP
           WRITE SIMREPRE-REG FROM WRK-RS-CAB
           PERFORM VARYING WRK-RS-IDX FROM 1 BY 1
               UNTIL WRK-RS-IDX > WRK-RS-QTD
               IF WRK-RS-L-TIPO (WRK-RS-IDX) EQUAL WRK-RS-TIPO
                   MOVE WRK-RS-L-CHAVE (WRK-RS-IDX) TO WRK-RS-D-CHAVE
                   MOVE WRK-RS-L-QTD (WRK-RS-IDX) TO WRK-RS-D-QTD
                   COMPUTE WRK-RS-QTD-PROJ ROUNDED =
                       WRK-RS-L-QTD (WRK-RS-IDX) * WRK-RS-VOL-FATOR
                   MOVE WRK-RS-QTD-PROJ TO WRK-RS-D-QTD-PROJ
                   MOVE WRK-RS-L-REC-ATU (WRK-RS-IDX)
                       TO WRK-RS-D-REC-ATU
                   MOVE WRK-RS-L-REC-PROJ (WRK-RS-IDX)
                       TO WRK-RS-D-REC-PROJ
                   COMPUTE WRK-RS-VARIACAO =
                       WRK-RS-L-REC-PROJ (WRK-RS-IDX)
                       - WRK-RS-L-REC-ATU (WRK-RS-IDX)
                   MOVE WRK-RS-VARIACAO TO WRK-RS-D-VARIACAO
                   MOVE WRK-RS-L-REP-ATU (WRK-RS-IDX)
                       TO WRK-RS-D-REP-ATU
                   MOVE WRK-RS-L-REP-PROJ (WRK-RS-IDX)
                       TO WRK-RS-D-REP-PROJ
                   MOVE WRK-RS-L-IMP-ATU (WRK-RS-IDX)
                       TO WRK-RS-D-IMP-ATU
                   MOVE WRK-RS-L-IMP-PROJ (WRK-RS-IDX)
                       TO WRK-RS-D-IMP-PROJ
                   WRITE SIMREPRE-REG FROM WRK-RS-DET
               END-IF
           END-PERFORM
           MOVE SPACES TO WRK-LINHA-IMP
           WRITE SIMREPRE-REG FROM WRK-LINHA-IMP.

      *Liberacao do lote simulado pelo proprietario (perfil de
      *administrador): o lote passa a Agendado e entra na cadeia
      *noturna na data efetiva; a liberacao vai para a auditoria
       9750-LIBERA-REPRECO  SECTION.
           IF NOT REPRECO-SIMULADO
               MOVE 'Simule o lote antes de liberar' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               PERFORM 2020-EXIGE-ADMIN
               IF WRK-ACESSO-OK EQUAL 'S'
                   MOVE 'A' TO RPC-STATUS
                   REWRITE REPRECO-REG
                   MOVE ZERO TO CODFILME
                   MOVE 'LIBREPRE' TO WRK-AUD-OPERACAO
                   MOVE SPACES TO WRK-AUD-DETALHE
                   STRING 'LOTE=' DELIMITED BY SIZE
                          RPC-NUMERO DELIMITED BY SIZE
                          ' EFETIVA=' DELIMITED BY SIZE
                          RPC-DATA-EFETIVA DELIMITED BY SIZE
                          INTO WRK-AUD-DETALHE
                   END-STRING
                   PERFORM 5190-GRAVA-AUDITORIA
                   DISPLAY "Lote liberado e agendado"
                   AT LINE 20 COLUMN 20
               END-IF
           END-IF.

      *Segmentacao RFM dos clientes ativos: a ultima retirada
      *(recencia), as locacoes dos ultimos doze meses (frequencia)
      *e o valor pago nos ultimos doze meses (estornos e notas de
      *credito abatem) sao somados do movimento vivo e dos
      *arquivos mortos ARQEMP/ARQPAG em RFMCLI; cada eixo recebe
      *nota de 1 a 5 pelas faixas de WRK-RFM-FAIXAS e as tres
      *notas dao o segmento. Grava RFMREL.PRN com o tamanho e a
      *participacao na receita de cada segmento e a migracao
      *desde a apuracao anterior, e RFMSEG.CSV com o segmento de
      *cada cliente; no fim permite trocar os segmentos que o
      *passo RECONQUISTA do lote noturno convida
       9747-SEGMENTA-RFM  SECTION.
           MOVE "Segmentacao RFM" TO WRK-MODULO.
           MOVE 'RFM' TO WRK-JOB-NOME
           PERFORM 5194-INICIA-JOB
           MOVE 0 TO WRK-RFM-QTD-CLI
           MOVE 0 TO WRK-RFM-TOT-VALOR
           INITIALIZE WRK-RFM-TOTAIS
           INITIALIZE WRK-RFM-MIGRACAO

           DISPLAY TELA
           DISPLAY "Apurando a segmentacao RFM..." AT LINE 5 COLUMN 20

      *    Cortes: doze meses atras e as faixas de recencia
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-DATA-HOJE (1:6) TO WRK-RFM-MES
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           SUBTRACT 1 FROM WRK-DC-ANO
           MOVE WRK-DATA-CALC TO WRK-RFM-CORTE-12M
           PERFORM VARYING WRK-RFM-IDX FROM 1 BY 1
               UNTIL WRK-RFM-IDX > 4
               MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
               PERFORM WRK-RFM-DIAS-R (WRK-RFM-IDX) TIMES
                   PERFORM 3151-RECUA-UM-DIA
               END-PERFORM
               MOVE WRK-DATA-CALC TO WRK-RFM-CORTE-R (WRK-RFM-IDX)
           END-PERFORM

           OPEN I-O RFMCLI
           IF RFMCLI-STATUS EQUAL 35
               OPEN OUTPUT RFMCLI
               CLOSE RFMCLI
               OPEN I-O RFMCLI
           END-IF
           IF RFMCLI-STATUS NOT EQUAL 0
               MOVE 'Erro ao abrir RFMCLI' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               MOVE '9747-SEGMENTA-RFM' TO WRK-ERL-PARAGRAFO
               MOVE 'RFMCLI' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE RFMCLI-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 5196-GRAVA-ERRO-ARQUIVO
               GO TO 9747-SEGMENTA-RFM-FIM
           END-IF
           PERFORM 9746-RFM-PREPARA

      *    Locacoes: arquivo morto e movimento vivo
           OPEN INPUT ARQEMP
           IF ARQEMP-STATUS EQUAL 0
               READ ARQEMP
               PERFORM UNTIL ARQEMP-STATUS NOT EQUAL 0
                   IF EMP-STATUS-AQ NOT EQUAL 'X'
                      AND EMP-CLIENTE-AQ > ZERO
                       MOVE EMP-CLIENTE-AQ TO WRK-RFM-CLIENTE
                       MOVE EMP-DATA-RETIR-AQ TO WRK-RFM-DATA
                       PERFORM 9745-RFM-SOMA-LOCACAO
                   END-IF
                   READ ARQEMP
               END-PERFORM
               CLOSE ARQEMP
           END-IF

           MOVE LOW-VALUES TO NUM-EMPRESTIMO
           START EMPRESTIMOS KEY IS NOT LESS THAN NUM-EMPRESTIMO
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   IF NOT EMPRESTIMO-ESTORNADO
                      AND EMP-CLIENTE > ZERO
                       MOVE EMP-CLIENTE TO WRK-RFM-CLIENTE
                       MOVE EMP-DATA-RETIRADA TO WRK-RFM-DATA
                       PERFORM 9745-RFM-SOMA-LOCACAO
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF

      *    Valor pago: arquivo morto e movimento vivo dos doze meses
           OPEN INPUT ARQPAG
           IF ARQPAG-STATUS EQUAL 0
               READ ARQPAG
               PERFORM UNTIL ARQPAG-STATUS NOT EQUAL 0
                   IF PAG-CLIENTE-AQ > ZERO
                      AND PAG-DATA-AQ NOT LESS THAN WRK-RFM-CORTE-12M
                       MOVE PAG-CLIENTE-AQ TO WRK-RFM-CLIENTE
                       IF PAG-TIPO-AQ EQUAL 'E'
                          OR PAG-TIPO-AQ EQUAL 'N'
                           COMPUTE WRK-RFM-VALOR = 0 - PAG-VALOR-BRL-AQ
                       ELSE
                           MOVE PAG-VALOR-BRL-AQ TO WRK-RFM-VALOR
                       END-IF
                       PERFORM 9744-RFM-SOMA-PAGAMENTO
                   END-IF
                   READ ARQPAG
               END-PERFORM
               CLOSE ARQPAG
           END-IF

           MOVE WRK-RFM-CORTE-12M TO PAG-DATA
           START PAGAMENTOS KEY IS NOT LESS THAN PAG-DATA
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START
           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
               PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                   IF PAG-CLIENTE > ZERO
                       MOVE PAG-CLIENTE TO WRK-RFM-CLIENTE
                       IF PAGAMENTO-ESTORNO
                          OR PAGAMENTO-NOTA-CRED
                           COMPUTE WRK-RFM-VALOR = 0 - PAG-VALOR-BRL
                       ELSE
                           MOVE PAG-VALOR-BRL TO WRK-RFM-VALOR
                       END-IF
                       PERFORM 9744-RFM-SOMA-PAGAMENTO
                   END-IF
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM
           END-IF

      *    Notas e segmento de cada cliente, com o extrato
           OPEN OUTPUT RFMCSV
           MOVE SPACES TO RFMCSV-REG
           STRING 'Cliente;Nome;R;F;M;Segmento;Descricao;Anterior;'
                      DELIMITED BY SIZE
                  'UltLocacao;Locacoes12m;Pago12m' DELIMITED BY SIZE
                  INTO RFMCSV-REG
           END-STRING
           WRITE RFMCSV-REG

           MOVE LOW-VALUES TO COD-CLIENTE
           START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
               INVALID KEY
                   MOVE 10 TO CLIENTES-STATUS
           END-START
           IF CLIENTES-STATUS EQUAL 0
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                   PERFORM 9743-RFM-CLASSIFICA
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE RFMCSV

           PERFORM 9742-RFM-IMPRIME
           CLOSE RFMCLI

           MOVE WRK-RFM-QTD-CLI TO WRK-JOB-QTD
           MOVE 'OK  ' TO WRK-JOB-SITUACAO
           PERFORM 5195-GRAVA-JOBLOG

           MOVE ZERO TO CODFILME
           MOVE 'RFM' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'MES=' DELIMITED BY SIZE
                  WRK-RFM-MES DELIMITED BY SIZE
                  ' CLIENTES=' DELIMITED BY SIZE
                  WRK-RFM-QTD-CLI DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA

           DISPLAY "Relatorio gravado em RFMREL.PRN"
           AT LINE 7 COLUMN 20
           DISPLAY "Extrato gravado em RFMSEG.CSV"
           AT LINE 8 COLUMN 20
           DISPLAY "Clientes ativos segmentados: " AT LINE 10 COLUMN 20
           DISPLAY WRK-RFM-QTD-CLI AT LINE 10 COLUMN 50

           PERFORM 9740-RFM-ALVO-RECONQUISTA.

       9747-SEGMENTA-RFM-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Abre a apuracao do mes em RFMCLI: na primeira apuracao de
      *um mes novo o segmento corrente passa a ser o anterior (uma
      *segunda apuracao no mesmo mes preserva o anterior); os
      *acumuladores sao zerados para a nova soma
       9746-RFM-PREPARA  SECTION.
           MOVE LOW-VALUES TO RFM-CLIENTE
           START RFMCLI KEY IS NOT LESS THAN RFM-CLIENTE
               INVALID KEY
                   MOVE 10 TO RFMCLI-STATUS
           END-START
           IF RFMCLI-STATUS EQUAL 0
               READ RFMCLI NEXT RECORD
               PERFORM UNTIL RFMCLI-STATUS NOT EQUAL 0
                   IF RFM-MES NOT EQUAL WRK-RFM-MES
                       MOVE RFM-SEGMENTO TO RFM-SEG-ANTERIOR
                       MOVE WRK-RFM-MES TO RFM-MES
                   END-IF
                   MOVE ZERO TO RFM-ULT-LOCACAO
                   MOVE ZERO TO RFM-QTD-LOC
                   MOVE ZERO TO RFM-VALOR-PAGO
                   REWRITE RFMCLI-REG
                   READ RFMCLI NEXT RECORD
               END-PERFORM
           END-IF.

      *Soma a retirada de WRK-RFM-DATA ao cliente WRK-RFM-CLIENTE:
      *guarda a mais nova e conta as dos ultimos doze meses
       9745-RFM-SOMA-LOCACAO  SECTION.
           PERFORM 9741-RFM-LE-CLIENTE
           IF WRK-RFM-DATA > RFM-ULT-LOCACAO
               MOVE WRK-RFM-DATA TO RFM-ULT-LOCACAO
           END-IF
           IF WRK-RFM-DATA NOT LESS THAN WRK-RFM-CORTE-12M
               ADD 1 TO RFM-QTD-LOC
           END-IF
           PERFORM 9738-RFM-GRAVA-CLIENTE.

      *Soma o pagamento de WRK-RFM-VALOR (negativo no estorno e
      *na nota de credito) ao cliente WRK-RFM-CLIENTE
       9744-RFM-SOMA-PAGAMENTO  SECTION.
           PERFORM 9741-RFM-LE-CLIENTE
           ADD WRK-RFM-VALOR TO RFM-VALOR-PAGO
           PERFORM 9738-RFM-GRAVA-CLIENTE.

      *Cliente corrente de CLIENTES: o inativo perde o segmento;
      *o ativo recebe as notas (1 mais um ponto por corte de
      *recencia ou piso de frequencia/valor alcancado) e o
      *segmento, entra nos totais e na migracao e vai ao extrato
       9743-RFM-CLASSIFICA  SECTION.
           MOVE COD-CLIENTE TO WRK-RFM-CLIENTE
           PERFORM 9741-RFM-LE-CLIENTE
           IF NOT CLIENTE-ATIVO
               IF WRK-RFM-NOVO EQUAL 'N'
                   MOVE ZERO TO RFM-NOTA-R
                   MOVE ZERO TO RFM-NOTA-F
                   MOVE ZERO TO RFM-NOTA-M
                   MOVE SPACES TO RFM-SEGMENTO
                   REWRITE RFMCLI-REG
               END-IF
               GO TO 9743-RFM-CLASSIFICA-FIM
           END-IF

           MOVE 1 TO RFM-NOTA-R
           MOVE 1 TO RFM-NOTA-F
           MOVE 1 TO RFM-NOTA-M
           PERFORM VARYING WRK-RFM-IDX FROM 1 BY 1
               UNTIL WRK-RFM-IDX > 4
               IF RFM-ULT-LOCACAO NOT LESS THAN
                  WRK-RFM-CORTE-R (WRK-RFM-IDX)
                   ADD 1 TO RFM-NOTA-R
               END-IF
               IF RFM-QTD-LOC NOT LESS THAN
                  WRK-RFM-PISO-F (WRK-RFM-IDX)
                   ADD 1 TO RFM-NOTA-F
               END-IF
               IF RFM-VALOR-PAGO NOT LESS THAN
                  WRK-RFM-PISO-M (WRK-RFM-IDX)
                   ADD 1 TO RFM-NOTA-M
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN RFM-ULT-LOCACAO EQUAL ZERO
                   MOVE 'SL' TO RFM-SEGMENTO
               WHEN RFM-NOTA-R > 3 AND RFM-NOTA-F > 3
                                   AND RFM-NOTA-M > 3
                   MOVE 'CA' TO RFM-SEGMENTO
               WHEN RFM-NOTA-R > 2 AND RFM-NOTA-F > 3
                   MOVE 'LE' TO RFM-SEGMENTO
               WHEN RFM-NOTA-R > 3 AND RFM-NOTA-F EQUAL 1
                   MOVE 'NO' TO RFM-SEGMENTO
               WHEN RFM-NOTA-R > 3
                   MOVE 'PR' TO RFM-SEGMENTO
               WHEN RFM-NOTA-R EQUAL 3
                   MOVE 'AT' TO RFM-SEGMENTO
               WHEN RFM-NOTA-F > 2 OR RFM-NOTA-M > 3
                   MOVE 'RI' TO RFM-SEGMENTO
               WHEN RFM-NOTA-R EQUAL 2
                   MOVE 'HI' TO RFM-SEGMENTO
               WHEN OTHER
                   MOVE 'PE' TO RFM-SEGMENTO
           END-EVALUATE
           PERFORM 9738-RFM-GRAVA-CLIENTE

           MOVE RFM-SEGMENTO TO WRK-RFM-COD
           PERFORM 9739-RFM-INDICE-SEGMENTO
           MOVE WRK-RFM-IDX TO WRK-RFM-SEG-IDX
           MOVE RFM-SEG-ANTERIOR TO WRK-RFM-COD
           PERFORM 9739-RFM-INDICE-SEGMENTO
           IF WRK-RFM-IDX EQUAL ZERO
               MOVE 10 TO WRK-RFM-ANT-IDX
           ELSE
               MOVE WRK-RFM-IDX TO WRK-RFM-ANT-IDX
               ADD 1 TO WRK-RFM-T-QTD-ANT (WRK-RFM-IDX)
           END-IF
           ADD 1 TO WRK-RFM-QTD-CLI
           ADD RFM-VALOR-PAGO TO WRK-RFM-TOT-VALOR
           ADD 1 TO WRK-RFM-T-QTD (WRK-RFM-SEG-IDX)
           ADD RFM-VALOR-PAGO TO WRK-RFM-T-VALOR (WRK-RFM-SEG-IDX)
           ADD 1 TO WRK-RFM-MIG-QTD (WRK-RFM-ANT-IDX, WRK-RFM-SEG-IDX)

           MOVE RFM-VALOR-PAGO TO WRK-RFM-VALOR-ED
           MOVE SPACES TO WRK-LINHA-CSV
           STRING RFM-CLIENTE         DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  NOME-CLIENTE        DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  RFM-NOTA-R          DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  RFM-NOTA-F          DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  RFM-NOTA-M          DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  RFM-SEGMENTO        DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WRK-RFM-SEG-NOME (WRK-RFM-SEG-IDX)
                                      DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  RFM-SEG-ANTERIOR    DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  RFM-ULT-LOCACAO     DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  RFM-QTD-LOC         DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WRK-RFM-VALOR-ED    DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE RFMCSV-REG FROM WRK-LINHA-CSV.

       9743-RFM-CLASSIFICA-FIM.
           CONTINUE.

      *Grava RFMREL.PRN: quadro dos segmentos (clientes, valor
      *pago e participacao de cada um, e quantos estavam no
      *segmento na apuracao anterior) e a matriz de migracao
       9742-RFM-IMPRIME  SECTION.
           OPEN OUTPUT RFMREL
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'SEGMENTACAO RFM DOS CLIENTES ATIVOS - APURACAO '
                      DELIMITED BY SIZE
                  WRK-RFM-MES DELIMITED BY SIZE
                  '   EMITIDA EM ' DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE RFMREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Recencia: cortes em ' DELIMITED BY SIZE
                  WRK-RFM-CORTE-R (1) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-RFM-CORTE-R (2) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-RFM-CORTE-R (3) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-RFM-CORTE-R (4) DELIMITED BY SIZE
                  '   Frequencia e valor pago desde ' DELIMITED BY SIZE
                  WRK-RFM-CORTE-12M DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE RFMREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           WRITE RFMREL-REG FROM WRK-LINHA-IMP

           MOVE 'Segmento'     TO WRK-LINHA-IMP (1:8)
           MOVE 'Clientes'     TO WRK-LINHA-IMP (11:8)
           MOVE '% clientes'   TO WRK-LINHA-IMP (21:10)
           MOVE 'Valor pago'   TO WRK-LINHA-IMP (37:10)
           MOVE '% receita'    TO WRK-LINHA-IMP (47:9)
           MOVE 'Mes anterior' TO WRK-LINHA-IMP (58:12)
           WRITE RFMREL-REG FROM WRK-LINHA-IMP
           PERFORM VARYING WRK-RFM-IDX FROM 1 BY 1
               UNTIL WRK-RFM-IDX > 9
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE WRK-RFM-SEG-NOME (WRK-RFM-IDX)
                   TO WRK-LINHA-IMP (1:10)
               MOVE WRK-RFM-T-QTD (WRK-RFM-IDX) TO WRK-RFM-QTD-ED
               MOVE WRK-RFM-QTD-ED TO WRK-LINHA-IMP (14:5)
               MOVE ZERO TO WRK-RFM-PCT
               IF WRK-RFM-QTD-CLI > ZERO
                   COMPUTE WRK-RFM-PCT ROUNDED =
                       WRK-RFM-T-QTD (WRK-RFM-IDX) * 100
                       / WRK-RFM-QTD-CLI
               END-IF
               MOVE WRK-RFM-PCT TO WRK-RFM-PCT-ED
               MOVE WRK-RFM-PCT-ED TO WRK-LINHA-IMP (26:5)
               MOVE WRK-RFM-T-VALOR (WRK-RFM-IDX) TO WRK-RFM-VALOR-ED
               MOVE WRK-RFM-VALOR-ED TO WRK-LINHA-IMP (34:13)
               MOVE ZERO TO WRK-RFM-PCT
               IF WRK-RFM-TOT-VALOR > ZERO
                  AND WRK-RFM-T-VALOR (WRK-RFM-IDX) > ZERO
                   COMPUTE WRK-RFM-PCT ROUNDED =
                       WRK-RFM-T-VALOR (WRK-RFM-IDX) * 100
                       / WRK-RFM-TOT-VALOR
               END-IF
               MOVE WRK-RFM-PCT TO WRK-RFM-PCT-ED
               MOVE WRK-RFM-PCT-ED TO WRK-LINHA-IMP (51:5)
               MOVE WRK-RFM-T-QTD-ANT (WRK-RFM-IDX) TO WRK-RFM-QTD-ED
               MOVE WRK-RFM-QTD-ED TO WRK-LINHA-IMP (65:5)
               WRITE RFMREL-REG FROM WRK-LINHA-IMP
           END-PERFORM
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'Total' TO WRK-LINHA-IMP (1:5)
           MOVE WRK-RFM-QTD-CLI TO WRK-RFM-QTD-ED
           MOVE WRK-RFM-QTD-ED TO WRK-LINHA-IMP (14:5)
           MOVE WRK-RFM-TOT-VALOR TO WRK-RFM-VALOR-ED
           MOVE WRK-RFM-VALOR-ED TO WRK-LINHA-IMP (34:13)
           WRITE RFMREL-REG FROM WRK-LINHA-IMP

           MOVE SPACES TO WRK-LINHA-IMP
           WRITE RFMREL-REG FROM WRK-LINHA-IMP
           STRING 'MIGRACAO ENTRE SEGMENTOS (linha = apuracao '
                      DELIMITED BY SIZE
                  'anterior, coluna = apuracao atual)'
                      DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE RFMREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'Anterior' TO WRK-LINHA-IMP (1:8)
           PERFORM VARYING WRK-RFM-IDX2 FROM 1 BY 1
               UNTIL WRK-RFM-IDX2 > 9
               MOVE WRK-RFM-SEG-NOME (WRK-RFM-IDX2)
                   TO WRK-LINHA-IMP (WRK-RFM-IDX2 * 11 + 2:10)
           END-PERFORM
           WRITE RFMREL-REG FROM WRK-LINHA-IMP
           PERFORM VARYING WRK-RFM-IDX FROM 1 BY 1
               UNTIL WRK-RFM-IDX > 10
               MOVE SPACES TO WRK-LINHA-IMP
               IF WRK-RFM-IDX > 9
                   MOVE 'Sem apurac' TO WRK-LINHA-IMP (1:10)
               ELSE
                   MOVE WRK-RFM-SEG-NOME (WRK-RFM-IDX)
                       TO WRK-LINHA-IMP (1:10)
               END-IF
               PERFORM VARYING WRK-RFM-IDX2 FROM 1 BY 1
                   UNTIL WRK-RFM-IDX2 > 9
                   MOVE WRK-RFM-MIG-QTD (WRK-RFM-IDX, WRK-RFM-IDX2)
                       TO WRK-RFM-QTD-ED
                   MOVE WRK-RFM-QTD-ED
                       TO WRK-LINHA-IMP (WRK-RFM-IDX2 * 11 + 7:5)
               END-PERFORM
               WRITE RFMREL-REG FROM WRK-LINHA-IMP
           END-PERFORM
           CLOSE RFMREL
           MOVE 'RFMREL' TO WRK-SPL-RELATORIO
           MOVE SPACES TO WRK-SPL-PARAMETROS
           STRING 'MES=' DELIMITED BY SIZE
                  WRK-RFM-MES DELIMITED BY SIZE
                  INTO WRK-SPL-PARAMETROS
           END-STRING
           MOVE WRK-PATH-RFMREL TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO.

      *Le em RFMCLI o cliente WRK-RFM-CLIENTE; se ainda nao esta
      *no arquivo, prepara o registro zerado (WRK-RFM-NOVO = S)
       9741-RFM-LE-CLIENTE  SECTION.
           MOVE 'N' TO WRK-RFM-NOVO
           MOVE WRK-RFM-CLIENTE TO RFM-CLIENTE
           READ RFMCLI
               INVALID KEY
                   MOVE 'S' TO WRK-RFM-NOVO
                   MOVE WRK-RFM-CLIENTE TO RFM-CLIENTE
                   MOVE ZERO TO RFM-ULT-LOCACAO
                   MOVE ZERO TO RFM-QTD-LOC
                   MOVE ZERO TO RFM-VALOR-PAGO
                   MOVE ZERO TO RFM-NOTA-R
                   MOVE ZERO TO RFM-NOTA-F
                   MOVE ZERO TO RFM-NOTA-M
                   MOVE SPACES TO RFM-SEGMENTO
                   MOVE SPACES TO RFM-SEG-ANTERIOR
                   MOVE WRK-RFM-MES TO RFM-MES
           END-READ.

      *Troca os segmentos RFM que o passo RECONQUISTA convida
      *(PARAM-SEGM-RECONQUISTA); todo codigo informado precisa
      *existir na tabela de segmentos, e a troca e auditada
       9740-RFM-ALVO-RECONQUISTA  SECTION.
           MOVE '1' TO PARAM-CHAVE
           READ CTLPARAM KEY IS PARAM-CHAVE
               INVALID KEY
                   MOVE 'Parametros nao encontrados' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   GO TO 9740-RFM-ALVO-RECONQUISTA-FIM
           END-READ
           IF PARAM-SEGM-RECONQUISTA IS ALPHABETIC
               MOVE PARAM-SEGM-RECONQUISTA TO WRK-RFM-ALVO
           ELSE
               MOVE SPACES TO WRK-RFM-ALVO
           END-IF

           DISPLAY "Segmentos da reconquista: " AT LINE 14 COLUMN 20
           IF WRK-RFM-ALVO EQUAL SPACES
               DISPLAY "todos" AT LINE 14 COLUMN 46
           ELSE
               DISPLAY WRK-RFM-ALVO AT LINE 14 COLUMN 46
           END-IF
           DISPLAY "Alterar (S/N)? " AT LINE 15 COLUMN 20
           MOVE 'N' TO WRK-ESCOLHA
           ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 35
           IF WRK-ESCOLHA EQUAL 'S' OR WRK-ESCOLHA EQUAL 's'
               MOVE SPACES TO WRK-RFM-ALVO-NOVO
               DISPLAY "Codigos (ex. RIHIPE, branco = todos): "
               AT LINE 16 COLUMN 20
               ACCEPT WRK-RFM-ALVO-NOVO AT LINE 16 COLUMN 58
               INSPECT WRK-RFM-ALVO-NOVO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

               MOVE 'S' TO WRK-RFM-ALVO-OK
               PERFORM VARYING WRK-RFM-IDX2 FROM 1 BY 2
                   UNTIL WRK-RFM-IDX2 > 17
                   IF WRK-RFM-ALVO-NOVO (WRK-RFM-IDX2:2)
                      NOT EQUAL SPACES
                       MOVE WRK-RFM-ALVO-NOVO (WRK-RFM-IDX2:2)
                           TO WRK-RFM-COD
                       PERFORM 9739-RFM-INDICE-SEGMENTO
                       IF WRK-RFM-IDX EQUAL ZERO
                           MOVE 'N' TO WRK-RFM-ALVO-OK
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-RFM-ALVO-OK EQUAL 'N'
                   MOVE 'Segmento invalido' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
                   MOVE WRK-RFM-ALVO-NOVO TO PARAM-SEGM-RECONQUISTA
                   REWRITE CTLPARAM-REG
                   MOVE ZERO TO CODFILME
                   MOVE 'SEGALVO' TO WRK-AUD-OPERACAO
                   MOVE SPACES TO WRK-AUD-DETALHE
                   STRING 'ALVO=' DELIMITED BY SIZE
                          WRK-RFM-ALVO-NOVO DELIMITED BY SIZE
                          INTO WRK-AUD-DETALHE
                   END-STRING
                   PERFORM 5190-GRAVA-AUDITORIA
                   DISPLAY "Segmentos gravados" AT LINE 17 COLUMN 20
               END-IF
           END-IF.

       9740-RFM-ALVO-RECONQUISTA-FIM.
           CONTINUE.

      *Posicao do segmento WRK-RFM-COD na tabela de segmentos em
      *WRK-RFM-IDX (zero quando o codigo nao existe)
       9739-RFM-INDICE-SEGMENTO  SECTION.
           MOVE ZERO TO WRK-RFM-POS
           PERFORM VARYING WRK-RFM-IDX FROM 1 BY 1
               UNTIL WRK-RFM-IDX > 9
               IF WRK-RFM-SEG-COD (WRK-RFM-IDX) EQUAL WRK-RFM-COD
                  AND WRK-RFM-COD NOT EQUAL SPACES
                   MOVE WRK-RFM-IDX TO WRK-RFM-POS
               END-IF
           END-PERFORM
           MOVE WRK-RFM-POS TO WRK-RFM-IDX.

      *Grava o registro corrente de RFMCLI (novo ou alterado)
       9738-RFM-GRAVA-CLIENTE  SECTION.
           IF WRK-RFM-NOVO EQUAL 'S'
               WRITE RFMCLI-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 'N' TO WRK-RFM-NOVO
           ELSE
               REWRITE RFMCLI-REG
           END-IF.

      *Movimento do balcao por dia da semana e hora no periodo
      *pedido, por loja (branco = todas, com a grade da rede no
      *fim): recibos de PAGAMENTOS (o valor em BRL e a receita;
      *estornos e notas de credito entram negativos), checkouts e
      *checkins de EMPRESTIMOS pela hora carimbada em cada um.
      *Transacao e cada recibo e cada devolucao (a retirada ja
      *vem no recibo do carrinho e so aparece no CSV). Movimento
      *sem hora (anterior a captura da hora ou gerado pela cadeia
      *noturna) e contado a parte. Grava MOVHORA.PRN com a grade
      *de cada loja e MOVHORA.CSV com uma linha por dia e hora
       9737-MOVIMENTO-POR-HORA  SECTION.
           MOVE "Movimento por hora" TO WRK-MODULO.
           MOVE ZERO TO WRK-MH-INICIO
           MOVE ZERO TO WRK-MH-FIM
           MOVE SPACES TO WRK-MH-LOJA-FILTRO

           DISPLAY TELA
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               DISPLAY "Data inicial (AAAAMMDD): " AT LINE 5 COLUMN 20
               ACCEPT WRK-MH-INICIO AT LINE 5 COLUMN 46
               MOVE WRK-MH-INICIO TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               DISPLAY "Data final   (AAAAMMDD): " AT LINE 6 COLUMN 20
               ACCEPT WRK-MH-FIM AT LINE 6 COLUMN 46
               MOVE WRK-MH-FIM TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM
           DISPLAY "Loja (branco = todas): " AT LINE 7 COLUMN 20
           ACCEPT WRK-MH-LOJA-FILTRO AT LINE 7 COLUMN 46

           IF WRK-MH-FIM < WRK-MH-INICIO
               MOVE 'Data final antes da inicial' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 9737-MOVIMENTO-POR-HORA-FIM
           END-IF

      *    Uma grade por loja cadastrada e a 11 para a rede
           INITIALIZE WRK-MH-TAB-LOJAS
           MOVE 0 TO WRK-MH-QTD-LOJAS
           MOVE 0 TO WRK-MH-QTD-TRANS
           MOVE 0 TO WRK-MH-QTD-SEM-HORA
           MOVE 0 TO WRK-MH-DATA-ANT
           MOVE 'REDE' TO WRK-MH-LOJA (11)
           MOVE 'Total da rede' TO WRK-MH-NOME (11)
           MOVE LOW-VALUES TO LOJA-CODIGO
           START LOJAS KEY IS NOT LESS THAN LOJA-CODIGO
               INVALID KEY
                   MOVE 10 TO LOJAS-STATUS
           END-START
           IF LOJAS-STATUS EQUAL 0
               READ LOJAS NEXT RECORD
               PERFORM UNTIL LOJAS-STATUS NOT EQUAL 0
                   OR WRK-MH-QTD-LOJAS NOT LESS THAN 10
                   ADD 1 TO WRK-MH-QTD-LOJAS
                   MOVE LOJA-CODIGO TO WRK-MH-LOJA (WRK-MH-QTD-LOJAS)
                   MOVE LOJA-NOME TO WRK-MH-NOME (WRK-MH-QTD-LOJAS)
                   READ LOJAS NEXT RECORD
               END-PERFORM
           END-IF

      *    Checkouts e checkins do periodo
           MOVE LOW-VALUES TO NUM-EMPRESTIMO
           START EMPRESTIMOS KEY IS NOT LESS THAN NUM-EMPRESTIMO
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   IF NOT EMPRESTIMO-ESTORNADO
                      AND EMP-DATA-RETIRADA NOT < WRK-MH-INICIO
                      AND EMP-DATA-RETIRADA NOT > WRK-MH-FIM
                       MOVE EMP-LOJA TO WRK-MH-LOJA-BUSCA
                       MOVE EMP-DATA-RETIRADA TO WRK-MH-DATA
                       MOVE EMP-HORA-RETIRADA TO WRK-MH-HORA
                       MOVE 'R' TO WRK-MH-TIPO
                       MOVE ZERO TO WRK-MH-VALOR
                       PERFORM 9736-MH-SOMA
                   END-IF
                   IF EMPRESTIMO-DEVOLVIDO
                      AND EMP-DATA-DEVOLUCAO NOT < WRK-MH-INICIO
                      AND EMP-DATA-DEVOLUCAO NOT > WRK-MH-FIM
                       MOVE EMP-LOJA TO WRK-MH-LOJA-BUSCA
                       MOVE EMP-DATA-DEVOLUCAO TO WRK-MH-DATA
                       MOVE EMP-HORA-DEVOLUCAO TO WRK-MH-HORA
                       MOVE 'D' TO WRK-MH-TIPO
                       MOVE ZERO TO WRK-MH-VALOR
                       PERFORM 9736-MH-SOMA
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF

      *    Recibos do periodo, pela chave da data
           MOVE WRK-MH-INICIO TO PAG-DATA
           START PAGAMENTOS KEY IS NOT LESS THAN PAG-DATA
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START
           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
               PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                   OR PAG-DATA > WRK-MH-FIM
                   MOVE PAG-LOJA TO WRK-MH-LOJA-BUSCA
                   MOVE PAG-DATA TO WRK-MH-DATA
                   MOVE PAG-HORA TO WRK-MH-HORA
                   MOVE 'P' TO WRK-MH-TIPO
                   IF PAGAMENTO-ESTORNO OR PAGAMENTO-NOTA-CRED
                       COMPUTE WRK-MH-VALOR = 0 - PAG-VALOR-BRL
                   ELSE
                       MOVE PAG-VALOR-BRL TO WRK-MH-VALOR
                   END-IF
                   PERFORM 9736-MH-SOMA
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM
           END-IF

           OPEN OUTPUT MOVHORA
           OPEN OUTPUT MOVHCSV
           MOVE SPACES TO MOVHCSV-REG
           STRING 'Loja;DiaSemana;Hora;Retiradas;Devolucoes;Recibos;'
                      DELIMITED BY SIZE
                  'Transacoes;Receita' DELIMITED BY SIZE
                  INTO MOVHCSV-REG
           END-STRING
           WRITE MOVHCSV-REG
           PERFORM VARYING WRK-MH-IDX FROM 1 BY 1
               UNTIL WRK-MH-IDX > 11
               IF WRK-MH-MOVIMENTOS (WRK-MH-IDX) > ZERO
                  AND (WRK-MH-IDX < 11
                       OR WRK-MH-LOJA-FILTRO EQUAL SPACES)
                   PERFORM 9733-MH-IMPRIME-LOJA
                   PERFORM 9732-MH-EXPORTA-LOJA
               END-IF
           END-PERFORM
           CLOSE MOVHORA
           MOVE 'MOVHORA' TO WRK-SPL-RELATORIO
           MOVE SPACES TO WRK-SPL-PARAMETROS
           STRING 'DE=' DELIMITED BY SIZE
                  WRK-MH-INICIO DELIMITED BY SIZE
                  ' ATE=' DELIMITED BY SIZE
                  WRK-MH-FIM DELIMITED BY SIZE
                  ' LOJA=' DELIMITED BY SIZE
                  WRK-MH-LOJA-FILTRO DELIMITED BY SPACE
                  INTO WRK-SPL-PARAMETROS
           END-STRING
           MOVE WRK-PATH-MOVHORA TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO
           CLOSE MOVHCSV

           DISPLAY "Relatorio gerado em MOVHORA.PRN" AT LINE 9 COLUMN 20
           DISPLAY "Grade exportada em MOVHORA.CSV"
           AT LINE 10 COLUMN 20
           DISPLAY "Transacoes com hora : " AT LINE 12 COLUMN 20
           DISPLAY WRK-MH-QTD-TRANS AT LINE 12 COLUMN 43
           DISPLAY "Movimentos sem hora : " AT LINE 13 COLUMN 20
           DISPLAY WRK-MH-QTD-SEM-HORA AT LINE 13 COLUMN 43.

       9737-MOVIMENTO-POR-HORA-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 15 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 52.

      *Soma um movimento (WRK-MH-TIPO R = retirada, D = devolucao,
      *P = recibo de WRK-MH-VALOR) da loja WRK-MH-LOJA-BUSCA na
      *data WRK-MH-DATA e hora WRK-MH-HORA, na grade da loja e na
      *da rede; loja em branco e a da sessao, como no 9775
       9736-MH-SOMA  SECTION.
           IF WRK-MH-LOJA-BUSCA EQUAL SPACES
               MOVE WRK-LOJA-ATUAL TO WRK-MH-LOJA-BUSCA
           END-IF
           IF WRK-MH-LOJA-FILTRO NOT EQUAL SPACES
              AND WRK-MH-LOJA-BUSCA NOT EQUAL WRK-MH-LOJA-FILTRO
               GO TO 9736-MH-SOMA-FIM
           END-IF
           PERFORM 9735-MH-ACHA-LOJA

           IF WRK-MH-HORA EQUAL ZERO
               ADD 1 TO WRK-MH-QTD-SEM-HORA
               IF WRK-MH-COL > ZERO
                   ADD 1 TO WRK-MH-SEM-HORA (WRK-MH-COL)
                   ADD 1 TO WRK-MH-MOVIMENTOS (WRK-MH-COL)
               END-IF
               ADD 1 TO WRK-MH-SEM-HORA (11)
               ADD 1 TO WRK-MH-MOVIMENTOS (11)
           ELSE
               IF WRK-MH-DATA NOT EQUAL WRK-MH-DATA-ANT
                   MOVE WRK-MH-DATA TO WRK-DATA-CALC
                   PERFORM 3185-DIA-DA-SEMANA
                   MOVE WRK-DIA-SEMANA TO WRK-MH-DIA
                   MOVE WRK-MH-DATA TO WRK-MH-DATA-ANT
               END-IF
               COMPUTE WRK-MH-H = WRK-MH-HORA / 100 + 1
               IF WRK-MH-H > 24
                   MOVE 24 TO WRK-MH-H
               END-IF
               IF WRK-MH-TIPO NOT EQUAL 'R'
                   ADD 1 TO WRK-MH-QTD-TRANS
               END-IF

               IF WRK-MH-COL > ZERO
                   MOVE WRK-MH-COL TO WRK-MH-IDX
                   PERFORM 9734-MH-SOMA-CELULA
               END-IF
               MOVE 11 TO WRK-MH-IDX
               PERFORM 9734-MH-SOMA-CELULA
           END-IF.

       9736-MH-SOMA-FIM.
           CONTINUE.

      *Coluna da loja WRK-MH-LOJA-BUSCA na tabela (WRK-MH-COL); a
      *loja que nao esta no cadastro ganha grade propria enquanto
      *houver lugar e, sem lugar, entra so na rede (zero)
       9735-MH-ACHA-LOJA  SECTION.
           MOVE 0 TO WRK-MH-COL
           PERFORM VARYING WRK-MH-IDX FROM 1 BY 1
               UNTIL WRK-MH-IDX > WRK-MH-QTD-LOJAS
               IF WRK-MH-LOJA (WRK-MH-IDX) EQUAL WRK-MH-LOJA-BUSCA
                   MOVE WRK-MH-IDX TO WRK-MH-COL
               END-IF
           END-PERFORM
           IF WRK-MH-COL EQUAL ZERO
              AND WRK-MH-QTD-LOJAS < 10
               ADD 1 TO WRK-MH-QTD-LOJAS
               MOVE WRK-MH-QTD-LOJAS TO WRK-MH-COL
               MOVE WRK-MH-LOJA-BUSCA TO WRK-MH-LOJA (WRK-MH-COL)
               MOVE 'Nao cadastrada' TO WRK-MH-NOME (WRK-MH-COL)
           END-IF.

      *Soma o movimento corrente na celula dia WRK-MH-DIA e hora
      *WRK-MH-H da grade WRK-MH-IDX
       9734-MH-SOMA-CELULA  SECTION.
           ADD 1 TO WRK-MH-MOVIMENTOS (WRK-MH-IDX)
           EVALUATE WRK-MH-TIPO
               WHEN 'R'
                   ADD 1 TO WRK-MH-RETIRADAS
                       (WRK-MH-IDX, WRK-MH-DIA, WRK-MH-H)
               WHEN 'D'
                   ADD 1 TO WRK-MH-DEVOLUCOES
                       (WRK-MH-IDX, WRK-MH-DIA, WRK-MH-H)
                   ADD 1 TO WRK-MH-TOT-TRANS (WRK-MH-IDX)
               WHEN OTHER
                   ADD 1 TO WRK-MH-RECIBOS
                       (WRK-MH-IDX, WRK-MH-DIA, WRK-MH-H)
                   ADD WRK-MH-VALOR TO WRK-MH-RECEITA
                       (WRK-MH-IDX, WRK-MH-DIA, WRK-MH-H)
                   ADD 1 TO WRK-MH-TOT-TRANS (WRK-MH-IDX)
                   ADD WRK-MH-VALOR TO WRK-MH-TOT-VALOR (WRK-MH-IDX)
           END-EVALUATE.

      *Grava em MOVHORA.PRN a grade da loja WRK-MH-IDX: transacoes
      *por dia e hora com os totais da linha e da coluna, a receita
      *em reais em dois blocos de doze horas e o resumo da loja
       9733-MH-IMPRIME-LOJA  SECTION.
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'MOVIMENTO DO BALCAO POR DIA E HORA - '
                      DELIMITED BY SIZE
                  WRK-MH-LOJA (WRK-MH-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WRK-MH-NOME (WRK-MH-IDX) DELIMITED BY '  '
                  '   PERIODO ' DELIMITED BY SIZE
                  WRK-MH-INICIO DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WRK-MH-FIM DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE MOVHORA-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           WRITE MOVHORA-REG FROM WRK-LINHA-IMP
           MOVE 'TRANSACOES (RECIBOS E DEVOLUCOES) POR HORA'
               TO WRK-LINHA-IMP
           WRITE MOVHORA-REG FROM WRK-LINHA-IMP

           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'Dia' TO WRK-LINHA-IMP (1:3)
           PERFORM VARYING WRK-MH-H FROM 1 BY 1 UNTIL WRK-MH-H > 24
               COMPUTE WRK-MH-HH = WRK-MH-H - 1
               MOVE WRK-MH-HH TO WRK-LINHA-IMP (WRK-MH-H * 5 + 5:2)
           END-PERFORM
           MOVE 'Total' TO WRK-LINHA-IMP (128:5)
           WRITE MOVHORA-REG FROM WRK-LINHA-IMP
           PERFORM VARYING WRK-MH-DIA FROM 1 BY 1 UNTIL WRK-MH-DIA > 7
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE WRK-MH-NOME-DIA (WRK-MH-DIA) TO WRK-LINHA-IMP (1:3)
               MOVE 0 TO WRK-MH-SOMA
               PERFORM VARYING WRK-MH-H FROM 1 BY 1
                   UNTIL WRK-MH-H > 24
                   COMPUTE WRK-MH-TRANS =
                       WRK-MH-RECIBOS (WRK-MH-IDX, WRK-MH-DIA, WRK-MH-H)
                       + WRK-MH-DEVOLUCOES
                           (WRK-MH-IDX, WRK-MH-DIA, WRK-MH-H)
                   ADD WRK-MH-TRANS TO WRK-MH-SOMA
                   MOVE WRK-MH-TRANS TO WRK-MH-QTD-ED
                   MOVE WRK-MH-QTD-ED
                       TO WRK-LINHA-IMP (WRK-MH-H * 5 + 3:4)
               END-PERFORM
               MOVE WRK-MH-SOMA TO WRK-MH-TOT-ED
               MOVE WRK-MH-TOT-ED TO WRK-LINHA-IMP (128:5)
               WRITE MOVHORA-REG FROM WRK-LINHA-IMP
           END-PERFORM
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'Tot' TO WRK-LINHA-IMP (1:3)
           PERFORM VARYING WRK-MH-H FROM 1 BY 1 UNTIL WRK-MH-H > 24
               MOVE 0 TO WRK-MH-SOMA
               PERFORM VARYING WRK-MH-DIA FROM 1 BY 1
                   UNTIL WRK-MH-DIA > 7
                   ADD WRK-MH-RECIBOS (WRK-MH-IDX, WRK-MH-DIA, WRK-MH-H)
                       WRK-MH-DEVOLUCOES
                           (WRK-MH-IDX, WRK-MH-DIA, WRK-MH-H)
                       TO WRK-MH-SOMA
               END-PERFORM
               MOVE WRK-MH-SOMA TO WRK-MH-QTD-ED
               MOVE WRK-MH-QTD-ED TO WRK-LINHA-IMP (WRK-MH-H * 5 + 3:4)
           END-PERFORM
           MOVE WRK-MH-TOT-TRANS (WRK-MH-IDX) TO WRK-MH-TOT-ED
           MOVE WRK-MH-TOT-ED TO WRK-LINHA-IMP (128:5)
           WRITE MOVHORA-REG FROM WRK-LINHA-IMP

      *    Receita em reais: horas 00 a 11 e depois 12 a 23
           MOVE 1 TO WRK-MH-BLOCO
           PERFORM 2 TIMES
               MOVE SPACES TO WRK-LINHA-IMP
               WRITE MOVHORA-REG FROM WRK-LINHA-IMP
               MOVE 'RECEITA (R$) POR HORA' TO WRK-LINHA-IMP
               WRITE MOVHORA-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE 'Dia' TO WRK-LINHA-IMP (1:3)
               PERFORM VARYING WRK-MH-K FROM 1 BY 1
                   UNTIL WRK-MH-K > 12
                   COMPUTE WRK-MH-HH = WRK-MH-BLOCO + WRK-MH-K - 2
                   MOVE WRK-MH-HH TO WRK-LINHA-IMP (WRK-MH-K * 10 + 3:2)
                   MOVE 'h' TO WRK-LINHA-IMP (WRK-MH-K * 10 + 5:1)
               END-PERFORM
               WRITE MOVHORA-REG FROM WRK-LINHA-IMP
               PERFORM VARYING WRK-MH-DIA FROM 1 BY 1
                   UNTIL WRK-MH-DIA > 7
                   MOVE SPACES TO WRK-LINHA-IMP
                   MOVE WRK-MH-NOME-DIA (WRK-MH-DIA)
                       TO WRK-LINHA-IMP (1:3)
                   PERFORM VARYING WRK-MH-K FROM 1 BY 1
                       UNTIL WRK-MH-K > 12
                       COMPUTE WRK-MH-H = WRK-MH-BLOCO + WRK-MH-K - 1
                       MOVE WRK-MH-RECEITA
                           (WRK-MH-IDX, WRK-MH-DIA, WRK-MH-H)
                           TO WRK-MH-REAIS-ED
                       MOVE WRK-MH-REAIS-ED
                           TO WRK-LINHA-IMP (WRK-MH-K * 10 - 2:8)
                   END-PERFORM
                   WRITE MOVHORA-REG FROM WRK-LINHA-IMP
               END-PERFORM
               ADD 12 TO WRK-MH-BLOCO
           END-PERFORM

           MOVE SPACES TO WRK-LINHA-IMP
           WRITE MOVHORA-REG FROM WRK-LINHA-IMP
           MOVE WRK-MH-TOT-TRANS (WRK-MH-IDX) TO WRK-MH-TOT-ED
           MOVE WRK-MH-TOT-VALOR (WRK-MH-IDX) TO WRK-MH-VALOR-ED
           MOVE WRK-MH-SEM-HORA (WRK-MH-IDX) TO WRK-MH-SEM-ED
           STRING 'Transacoes com hora: ' DELIMITED BY SIZE
                  WRK-MH-TOT-ED DELIMITED BY SIZE
                  '   Receita: ' DELIMITED BY SIZE
                  WRK-MH-VALOR-ED DELIMITED BY SIZE
                  '   Movimentos sem hora: ' DELIMITED BY SIZE
                  WRK-MH-SEM-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE MOVHORA-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           WRITE MOVHORA-REG FROM WRK-LINHA-IMP
           WRITE MOVHORA-REG FROM WRK-LINHA-IMP.

      *Grava em MOVHORA.CSV as 168 celulas (7 dias x 24 horas) da
      *grade WRK-MH-IDX, prontas para o grafico do gerente
       9732-MH-EXPORTA-LOJA  SECTION.
           PERFORM VARYING WRK-MH-DIA FROM 1 BY 1 UNTIL WRK-MH-DIA > 7
               PERFORM VARYING WRK-MH-H FROM 1 BY 1
                   UNTIL WRK-MH-H > 24
                   COMPUTE WRK-MH-HH = WRK-MH-H - 1
                   COMPUTE WRK-MH-TRANS =
                       WRK-MH-RECIBOS (WRK-MH-IDX, WRK-MH-DIA, WRK-MH-H)
                       + WRK-MH-DEVOLUCOES
                           (WRK-MH-IDX, WRK-MH-DIA, WRK-MH-H)
                   MOVE WRK-MH-RETIRADAS
                       (WRK-MH-IDX, WRK-MH-DIA, WRK-MH-H)
                       TO WRK-MH-CSV-RET
                   MOVE WRK-MH-DEVOLUCOES
                       (WRK-MH-IDX, WRK-MH-DIA, WRK-MH-H)
                       TO WRK-MH-CSV-DEV
                   MOVE WRK-MH-RECIBOS
                       (WRK-MH-IDX, WRK-MH-DIA, WRK-MH-H)
                       TO WRK-MH-CSV-REC
                   MOVE WRK-MH-RECEITA
                       (WRK-MH-IDX, WRK-MH-DIA, WRK-MH-H)
                       TO WRK-MH-VALOR-ED
                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING WRK-MH-LOJA (WRK-MH-IDX) DELIMITED BY SPACE
                          ';' DELIMITED BY SIZE
                          WRK-MH-NOME-DIA (WRK-MH-DIA)
                              DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WRK-MH-HH DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WRK-MH-CSV-RET DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WRK-MH-CSV-DEV DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WRK-MH-CSV-REC DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WRK-MH-TRANS DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WRK-MH-VALOR-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE MOVHCSV-REG FROM WRK-LINHA-CSV
               END-PERFORM
           END-PERFORM.

      *Assinatura de DVD pelo correio, mantida no balcao: o
      *cliente ganha o cadastro de assinante (limite de discos em
      *casa e endereco de envio) e a fila ordenada dos titulos que
      *quer receber. A fila e despachada pelo passo CORREIO da
      *cadeia noturna, que respeita as reservas do balcao; o
      *titulo enviado fica na fila como Enviado ate o disco voltar
      *(caixa noturna, 9724) e nao pode ser movido nem excluido
       9731-ASSINATURA-CORREIO  SECTION.
           MOVE "Assinatura correio" TO WRK-MODULO.
           MOVE ZERO TO WRK-ASC-CLIENTE-DIG
           MOVE 'N' TO WRK-ASC-OK

           DISPLAY TELA
           DISPLAY "Cliente: " AT LINE 5 COLUMN 20
           ACCEPT WRK-ASC-CLIENTE-DIG AT LINE 5 COLUMN 29
           IF WRK-ASC-CLIENTE-DIG EQUAL ZERO
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE WRK-ASC-CLIENTE-DIG TO COD-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE 'Cliente nao cadastrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
                       DISPLAY NOME-CLIENTE AT LINE 5 COLUMN 36
                       MOVE 'S' TO WRK-ASC-OK
               END-READ
           END-IF

           IF WRK-ASC-OK EQUAL 'S'
               MOVE WRK-ASC-CLIENTE-DIG TO ASC-CLIENTE
               READ ASSCORR
                   INVALID KEY
                       MOVE 'S' TO WRK-ASC-NOVO
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-ASC-NOVO
               END-READ

      *        Sem assinatura, o cadastro vem antes da fila
               IF WRK-ASC-NOVO EQUAL 'S'
                   IF NOT CLIENTE-ATIVO
                       MOVE 'Cliente inativo' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       DISPLAY "Cliente sem assinatura - novo cadastro"
                       AT LINE 6 COLUMN 20
                       MOVE WRK-ASC-CLIENTE-DIG TO ASC-CLIENTE
                       MOVE 2 TO ASC-LIMITE
                       MOVE 'A' TO ASC-SITUACAO
                       ACCEPT ASC-DATA-INICIO FROM DATE YYYYMMDD
                       MOVE ZERO TO ASC-QTD-FORA
                       MOVE ZERO TO ASC-CEP
                       MOVE SPACES TO ASC-COMPLEMENTO
                       MOVE SPACES TO ASC-CIDADE
                       MOVE SPACES TO ASC-UF
                       MOVE ZERO TO ASC-ULT-ENVIO
                       PERFORM 9725-AC-DADOS-ASSINATURA
                   END-IF
               END-IF
               IF WRK-ASC-NOVO EQUAL 'S'
                   MOVE 'N' TO WRK-ASC-OK
               END-IF
           END-IF

           IF WRK-ASC-OK EQUAL 'S'
               MOVE SPACE TO WRK-ASC-OPCAO
               PERFORM UNTIL WRK-ASC-OPCAO EQUAL 'X'
                   OR WRK-ASC-OPCAO EQUAL 'x'
                   PERFORM 9730-AC-LISTA-FILA
                   MOVE SPACE TO WRK-ASC-OPCAO
                   DISPLAY "I-ncluir M-over E-xcluir D-ados N-umerar "
                   AT LINE 18 COLUMN 20 ERASE EOL
                   DISPLAY "X-sair: " AT LINE 18 COLUMN 61
                   ACCEPT WRK-ASC-OPCAO AT LINE 18 COLUMN 69
                   DISPLAY " " AT LINE 16 COLUMN 20 ERASE EOL
                   DISPLAY " " AT LINE 17 COLUMN 20 ERASE EOL
                   EVALUATE WRK-ASC-OPCAO
                       WHEN 'I'
                       WHEN 'i'
                       PERFORM 9729-AC-INCLUI-TITULO

                       WHEN 'M'
                       WHEN 'm'
                       PERFORM 9728-AC-MOVE-TITULO

                       WHEN 'E'
                       WHEN 'e'
                       PERFORM 9727-AC-EXCLUI-TITULO

                       WHEN 'D'
                       WHEN 'd'
                       PERFORM 9725-AC-DADOS-ASSINATURA

                       WHEN 'N'
                       WHEN 'n'
                       PERFORM 9726-AC-RENUMERA-FILA
                       DISPLAY "Fila renumerada" AT LINE 17 COLUMN 20

                       WHEN 'X'
                       WHEN 'x'
                       CONTINUE

                       WHEN OTHER
                       MOVE 'Opcao invalida' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   END-EVALUATE
                   DISPLAY " " AT LINE 19 COLUMN 20 ERASE EOL
                   DISPLAY " " AT LINE 20 COLUMN 20 ERASE EOL
               END-PERFORM
           ELSE
               DISPLAY "Tecle enter para voltar ao menu"
               AT LINE 22 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 52
           END-IF.

      *Mostra a assinatura corrente (ASSCORR-REG) e as primeiras
      *posicoes da fila, com a contagem total quando nao cabe
       9730-AC-LISTA-FILA  SECTION.
           PERFORM VARYING WRK-ASC-LINHA FROM 6 BY 1
               UNTIL WRK-ASC-LINHA > 15
               DISPLAY " " AT LINE WRK-ASC-LINHA COLUMN 20 ERASE EOL
           END-PERFORM

           DISPLAY "Limite:" AT LINE 6 COLUMN 20
           DISPLAY ASC-LIMITE AT LINE 6 COLUMN 28
           DISPLAY "Em casa:" AT LINE 6 COLUMN 32
           DISPLAY ASC-QTD-FORA AT LINE 6 COLUMN 41
           DISPLAY "Situacao:" AT LINE 6 COLUMN 45
           DISPLAY ASC-SITUACAO AT LINE 6 COLUMN 55
           DISPLAY "CEP:" AT LINE 6 COLUMN 58
           DISPLAY ASC-CEP AT LINE 6 COLUMN 63
           DISPLAY "Pos Codigo Titulo                         Sit Envio"
           AT LINE 7 COLUMN 20

           MOVE ZERO TO WRK-ASC-QTD-FILA
           MOVE 8 TO WRK-ASC-LINHA
           MOVE ASC-CLIENTE TO FA-CLIENTE
           MOVE ZERO TO FA-POSICAO
           START FILAASS KEY IS NOT LESS THAN FA-CHAVE
               INVALID KEY
                   MOVE 10 TO FILAASS-STATUS
           END-START
           IF FILAASS-STATUS EQUAL 0
               READ FILAASS NEXT RECORD
               PERFORM UNTIL FILAASS-STATUS NOT EQUAL 0
                   OR FA-CLIENTE NOT EQUAL ASC-CLIENTE
                   ADD 1 TO WRK-ASC-QTD-FILA
                   IF WRK-ASC-LINHA < 15
                       DISPLAY FA-POSICAO
                       AT LINE WRK-ASC-LINHA COLUMN 20
                       DISPLAY FA-CODFILME
                       AT LINE WRK-ASC-LINHA COLUMN 24
                       MOVE FA-CODFILME TO CODFILME
                       READ FILMES
                           INVALID KEY
                               MOVE SPACES TO TITULO
                       END-READ
                       DISPLAY TITULO AT LINE WRK-ASC-LINHA COLUMN 31
                       DISPLAY FA-STATUS
                       AT LINE WRK-ASC-LINHA COLUMN 62
                       IF FILA-ENVIADO
                           DISPLAY FA-DATA-ENVIO
                           AT LINE WRK-ASC-LINHA COLUMN 66
                       END-IF
                       ADD 1 TO WRK-ASC-LINHA
                   END-IF
                   READ FILAASS NEXT RECORD
               END-PERFORM
           END-IF

           IF WRK-ASC-QTD-FILA > 7
               DISPLAY "Titulos na fila:" AT LINE 15 COLUMN 20
               DISPLAY WRK-ASC-QTD-FILA AT LINE 15 COLUMN 37
           END-IF
           IF WRK-ASC-QTD-FILA EQUAL ZERO
               DISPLAY "Fila vazia" AT LINE 8 COLUMN 20
           END-IF.

      *Poe um titulo na fila do assinante corrente: no fim (posicao
      *zero) ou numa posicao livre escolhida; o mesmo titulo nao
      *entra duas vezes enquanto estiver na fila
       9729-AC-INCLUI-TITULO  SECTION.
           MOVE ZERO TO WRK-ASC-CODFILME-DIG
           MOVE ZERO TO WRK-ASC-POSICAO-DIG
           DISPLAY "Codigo do titulo: " AT LINE 19 COLUMN 20
           ACCEPT WRK-ASC-CODFILME-DIG AT LINE 19 COLUMN 38
           IF WRK-ASC-CODFILME-DIG EQUAL ZERO
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 9729-AC-INCLUI-TITULO-FIM
           END-IF
           MOVE WRK-ASC-CODFILME-DIG TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE 'Filme nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
      *            Ultima posicao usada, e o titulo repetido na fila
                   MOVE ZERO TO WRK-ASC-ULT-POS
                   MOVE ZERO TO WRK-ASC-QTD-FILA
                   MOVE 'N' TO WRK-ASC-REPETIDO
                   MOVE ASC-CLIENTE TO FA-CLIENTE
                   MOVE ZERO TO FA-POSICAO
                   START FILAASS KEY IS NOT LESS THAN FA-CHAVE
                       INVALID KEY
                           MOVE 10 TO FILAASS-STATUS
                   END-START
                   IF FILAASS-STATUS EQUAL 0
                       READ FILAASS NEXT RECORD
                       PERFORM UNTIL FILAASS-STATUS NOT EQUAL 0
                           OR FA-CLIENTE NOT EQUAL ASC-CLIENTE
                           ADD 1 TO WRK-ASC-QTD-FILA
                           MOVE FA-POSICAO TO WRK-ASC-ULT-POS
                           IF FA-CODFILME EQUAL WRK-ASC-CODFILME-DIG
                               MOVE 'S' TO WRK-ASC-REPETIDO
                           END-IF
                           READ FILAASS NEXT RECORD
                       END-PERFORM
                   END-IF
                   IF WRK-ASC-REPETIDO EQUAL 'S'
                       MOVE 'Titulo ja esta na fila' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       IF WRK-ASC-QTD-FILA NOT LESS THAN 99
                           MOVE 'Fila cheia (99 titulos)' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       ELSE
                           DISPLAY "Posicao (0 = fim da fila): "
                           AT LINE 20 COLUMN 20
                           ACCEPT WRK-ASC-POSICAO-DIG
                           AT LINE 20 COLUMN 48
                           IF WRK-ASC-POSICAO-DIG EQUAL ZERO
                               IF WRK-ASC-ULT-POS > 989
                                   PERFORM 9726-AC-RENUMERA-FILA
                                   COMPUTE WRK-ASC-ULT-POS =
                                       WRK-ASC-QTD-FILA * 10
                               END-IF
                               COMPUTE WRK-ASC-POSICAO-DIG =
                                   WRK-ASC-ULT-POS + 10
                           END-IF

                           MOVE ASC-CLIENTE TO FA-CLIENTE
                           MOVE WRK-ASC-POSICAO-DIG TO FA-POSICAO
                           MOVE WRK-ASC-CODFILME-DIG TO FA-CODFILME
                           ACCEPT FA-DATA-INCLUSAO FROM DATE YYYYMMDD
                           MOVE 'A' TO FA-STATUS
                           MOVE ZERO TO FA-DATA-ENVIO
                           MOVE ZERO TO FA-EXEMPLAR
                           MOVE ZERO TO FA-NUM-EMP
                           WRITE FILAASS-REG
                               INVALID KEY
                                   MOVE 'Posicao ja ocupada' TO WRK-ERRO
                                   DISPLAY TELA-ERRO ERASE EOL
                               NOT INVALID KEY
                                   MOVE WRK-ASC-CODFILME-DIG TO CODFILME
                                   MOVE 'FILAINC' TO WRK-AUD-OPERACAO
                                   MOVE SPACES TO WRK-AUD-DETALHE
                                   STRING 'CLIENTE=' DELIMITED BY SIZE
                                          ASC-CLIENTE DELIMITED BY SIZE
                                          ' POS=' DELIMITED BY SIZE
                                          FA-POSICAO DELIMITED BY SIZE
                                          INTO WRK-AUD-DETALHE
                                   END-STRING
                                   PERFORM 5190-GRAVA-AUDITORIA
                                   DISPLAY "Titulo incluido na fila"
                                   AT LINE 17 COLUMN 20
                           END-WRITE
                       END-IF
                   END-IF
           END-READ.

       9729-AC-INCLUI-TITULO-FIM.
           CONTINUE.

      *Leva um titulo ainda Aguardando para outra posicao livre
      *da fila (a chave muda: apaga e grava de novo)
       9728-AC-MOVE-TITULO  SECTION.
           MOVE ZERO TO WRK-ASC-POSICAO-DIG
           MOVE ZERO TO WRK-ASC-NOVA-POS-DIG
           DISPLAY "Posicao atual: " AT LINE 19 COLUMN 20
           ACCEPT WRK-ASC-POSICAO-DIG AT LINE 19 COLUMN 35
           DISPLAY "Nova posicao : " AT LINE 20 COLUMN 20
           ACCEPT WRK-ASC-NOVA-POS-DIG AT LINE 20 COLUMN 35
           IF WRK-ASC-POSICAO-DIG EQUAL ZERO
              OR WRK-ASC-NOVA-POS-DIG EQUAL ZERO
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 9728-AC-MOVE-TITULO-FIM
           END-IF

           MOVE ASC-CLIENTE TO FA-CLIENTE
           MOVE WRK-ASC-NOVA-POS-DIG TO FA-POSICAO
           READ FILAASS
               INVALID KEY
                   MOVE ASC-CLIENTE TO FA-CLIENTE
                   MOVE WRK-ASC-POSICAO-DIG TO FA-POSICAO
                   READ FILAASS
                       INVALID KEY
                           MOVE 'Posicao nao existe na fila' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       NOT INVALID KEY
                           IF NOT FILA-AGUARDANDO
                               MOVE 'Titulo ja enviado' TO WRK-ERRO
                               DISPLAY TELA-ERRO ERASE EOL
                           ELSE
                               DELETE FILAASS RECORD
                               MOVE WRK-ASC-NOVA-POS-DIG TO FA-POSICAO
                               WRITE FILAASS-REG
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE

                               MOVE FA-CODFILME TO CODFILME
                               MOVE 'FILAMOV' TO WRK-AUD-OPERACAO
                               MOVE SPACES TO WRK-AUD-DETALHE
                               STRING 'CLIENTE=' DELIMITED BY SIZE
                                      ASC-CLIENTE DELIMITED BY SIZE
                                      ' POS=' DELIMITED BY SIZE
                                      WRK-ASC-POSICAO-DIG
                                      DELIMITED BY SIZE
                                      '>' DELIMITED BY SIZE
                                      WRK-ASC-NOVA-POS-DIG
                                      DELIMITED BY SIZE
                                      INTO WRK-AUD-DETALHE
                               END-STRING
                               PERFORM 5190-GRAVA-AUDITORIA
                               DISPLAY "Titulo movido"
                               AT LINE 17 COLUMN 20
                           END-IF
                   END-READ
               NOT INVALID KEY
                   MOVE 'Posicao ja ocupada' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
           END-READ.

       9728-AC-MOVE-TITULO-FIM.
           CONTINUE.

      *Tira da fila um titulo ainda Aguardando
       9727-AC-EXCLUI-TITULO  SECTION.
           MOVE ZERO TO WRK-ASC-POSICAO-DIG
           DISPLAY "Posicao a excluir: " AT LINE 19 COLUMN 20
           ACCEPT WRK-ASC-POSICAO-DIG AT LINE 19 COLUMN 39
           IF WRK-ASC-POSICAO-DIG EQUAL ZERO
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 9727-AC-EXCLUI-TITULO-FIM
           END-IF

           MOVE ASC-CLIENTE TO FA-CLIENTE
           MOVE WRK-ASC-POSICAO-DIG TO FA-POSICAO
           READ FILAASS
               INVALID KEY
                   MOVE 'Posicao nao existe na fila' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   IF NOT FILA-AGUARDANDO
                       MOVE 'Titulo ja enviado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       DELETE FILAASS RECORD
                       MOVE FA-CODFILME TO CODFILME
                       MOVE 'FILAEXC' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'CLIENTE=' DELIMITED BY SIZE
                              ASC-CLIENTE DELIMITED BY SIZE
                              ' POS=' DELIMITED BY SIZE
                              FA-POSICAO DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA
                       DISPLAY "Titulo excluido da fila"
                       AT LINE 17 COLUMN 20
                   END-IF
           END-READ.

       9727-AC-EXCLUI-TITULO-FIM.
           CONTINUE.

      *Renumera a fila do assinante corrente de 10 em 10, na ordem
      *atual: a fila vai para a tabela, sai do arquivo e volta com
      *as posicoes novas (WRK-ASC-QTD-FILA fica com o total)
       9726-AC-RENUMERA-FILA  SECTION.
           MOVE ZERO TO WRK-ASC-QTD-FILA
           MOVE ASC-CLIENTE TO FA-CLIENTE
           MOVE ZERO TO FA-POSICAO
           START FILAASS KEY IS NOT LESS THAN FA-CHAVE
               INVALID KEY
                   MOVE 10 TO FILAASS-STATUS
           END-START
           IF FILAASS-STATUS EQUAL 0
               READ FILAASS NEXT RECORD
               PERFORM UNTIL FILAASS-STATUS NOT EQUAL 0
                   OR FA-CLIENTE NOT EQUAL ASC-CLIENTE
                   OR WRK-ASC-QTD-FILA NOT LESS THAN 99
                   ADD 1 TO WRK-ASC-QTD-FILA
                   MOVE FILAASS-REG
                       TO WRK-ASC-FILA-ITEM (WRK-ASC-QTD-FILA)
                   DELETE FILAASS RECORD
                   READ FILAASS NEXT RECORD
               END-PERFORM
           END-IF

           PERFORM VARYING WRK-ASC-IDX FROM 1 BY 1
               UNTIL WRK-ASC-IDX > WRK-ASC-QTD-FILA
               MOVE WRK-ASC-FILA-ITEM (WRK-ASC-IDX) TO FILAASS-REG
               COMPUTE FA-POSICAO = WRK-ASC-IDX * 10
               WRITE FILAASS-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM.

      *Cadastro da assinatura corrente: limite de discos em casa,
      *situacao e endereco de envio; branco/zero mantem o valor.
      *Na assinatura nova, WRK-ASC-NOVO so volta a N depois de
      *gravado o cadastro
       9725-AC-DADOS-ASSINATURA  SECTION.
           MOVE ZERO TO WRK-ASC-LIMITE-DIG
           MOVE SPACE TO WRK-ASC-SITUACAO-DIG
           MOVE ZERO TO WRK-ASC-CEP-DIG
           MOVE SPACES TO WRK-ASC-COMPL-DIG
           MOVE SPACES TO WRK-ASC-CIDADE-DIG
           MOVE SPACES TO WRK-ASC-UF-DIG
           PERFORM VARYING WRK-ASC-LINHA FROM 7 BY 1
               UNTIL WRK-ASC-LINHA > 15
               DISPLAY " " AT LINE WRK-ASC-LINHA COLUMN 20 ERASE EOL
           END-PERFORM

           DISPLAY "Endereco: " AT LINE 7 COLUMN 20
           DISPLAY ENDERECO-CLIENTE AT LINE 7 COLUMN 30
           DISPLAY "Limite de discos em casa: " AT LINE 8 COLUMN 20
           DISPLAY ASC-LIMITE AT LINE 8 COLUMN 47
           ACCEPT WRK-ASC-LIMITE-DIG AT LINE 8 COLUMN 52
           DISPLAY "Situacao (A/S/C)        : " AT LINE 9 COLUMN 20
           DISPLAY ASC-SITUACAO AT LINE 9 COLUMN 47
           ACCEPT WRK-ASC-SITUACAO-DIG AT LINE 9 COLUMN 52
           DISPLAY "CEP                     : " AT LINE 10 COLUMN 20
           DISPLAY ASC-CEP AT LINE 10 COLUMN 47
           ACCEPT WRK-ASC-CEP-DIG AT LINE 10 COLUMN 57
           DISPLAY "Complemento: " AT LINE 11 COLUMN 20
           DISPLAY ASC-COMPLEMENTO AT LINE 11 COLUMN 33
           ACCEPT WRK-ASC-COMPL-DIG AT LINE 11 COLUMN 55
           DISPLAY "Cidade     : " AT LINE 12 COLUMN 20
           DISPLAY ASC-CIDADE AT LINE 12 COLUMN 33
           ACCEPT WRK-ASC-CIDADE-DIG AT LINE 13 COLUMN 33
           DISPLAY "UF         : " AT LINE 14 COLUMN 20
           DISPLAY ASC-UF AT LINE 14 COLUMN 33
           ACCEPT WRK-ASC-UF-DIG AT LINE 14 COLUMN 37

           IF WRK-ASC-LIMITE-DIG > ZERO
               MOVE WRK-ASC-LIMITE-DIG TO ASC-LIMITE
           END-IF
           IF WRK-ASC-SITUACAO-DIG EQUAL 'a'
               MOVE 'A' TO WRK-ASC-SITUACAO-DIG
           END-IF
           IF WRK-ASC-SITUACAO-DIG EQUAL 's'
               MOVE 'S' TO WRK-ASC-SITUACAO-DIG
           END-IF
           IF WRK-ASC-SITUACAO-DIG EQUAL 'c'
               MOVE 'C' TO WRK-ASC-SITUACAO-DIG
           END-IF
           IF WRK-ASC-SITUACAO-DIG EQUAL 'A'
              OR WRK-ASC-SITUACAO-DIG EQUAL 'S'
              OR WRK-ASC-SITUACAO-DIG EQUAL 'C'
               MOVE WRK-ASC-SITUACAO-DIG TO ASC-SITUACAO
           END-IF
           IF WRK-ASC-CEP-DIG > ZERO
               MOVE WRK-ASC-CEP-DIG TO ASC-CEP
           END-IF
           IF WRK-ASC-COMPL-DIG NOT EQUAL SPACES
               MOVE WRK-ASC-COMPL-DIG TO ASC-COMPLEMENTO
           END-IF
           IF WRK-ASC-CIDADE-DIG NOT EQUAL SPACES
               MOVE WRK-ASC-CIDADE-DIG TO ASC-CIDADE
           END-IF
           IF WRK-ASC-UF-DIG NOT EQUAL SPACES
               MOVE WRK-ASC-UF-DIG TO ASC-UF
           END-IF

           IF ASC-CEP EQUAL ZERO
              OR ASC-CIDADE EQUAL SPACES
              OR ASC-UF EQUAL SPACES
               MOVE 'CEP, cidade e UF obrigatorios' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 9725-AC-DADOS-ASSINATURA-FIM
           END-IF

           MOVE 'N' TO WRK-ASC-GRAVOU
           IF WRK-ASC-NOVO EQUAL 'S'
               WRITE ASSCORR-REG
                   INVALID KEY
                       MOVE 'Erro ao gravar assinatura' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE '9725-AC-DADOS-ASSINATURA'
                           TO WRK-ERL-PARAGRAFO
                       MOVE 'ASSCORR' TO WRK-ERL-ARQUIVO
                       MOVE 'WRITE' TO WRK-ERL-OPERACAO
                       MOVE ASSCORR-STATUS TO WRK-ERL-STATUS
                       MOVE ASC-CLIENTE TO WRK-ERL-CHAVE
                       PERFORM 5196-GRAVA-ERRO-ARQUIVO
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-ASC-NOVO
                       MOVE 'S' TO WRK-ASC-GRAVOU
               END-WRITE
           ELSE
               REWRITE ASSCORR-REG
                   INVALID KEY
                       MOVE 'Erro ao gravar assinatura' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE '9725-AC-DADOS-ASSINATURA'
                           TO WRK-ERL-PARAGRAFO
                       MOVE 'ASSCORR' TO WRK-ERL-ARQUIVO
                       MOVE 'REWRITE' TO WRK-ERL-OPERACAO
                       MOVE ASSCORR-STATUS TO WRK-ERL-STATUS
                       MOVE ASC-CLIENTE TO WRK-ERL-CHAVE
                       PERFORM 5196-GRAVA-ERRO-ARQUIVO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ASC-GRAVOU
               END-REWRITE
           END-IF

           IF WRK-ASC-GRAVOU EQUAL 'S'
               MOVE ZERO TO CODFILME
               MOVE 'ASSCORR' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'CLIENTE=' DELIMITED BY SIZE
                      ASC-CLIENTE DELIMITED BY SIZE
                      ' SIT=' DELIMITED BY SIZE
                      ASC-SITUACAO DELIMITED BY SIZE
                      ' LIM=' DELIMITED BY SIZE
                      ASC-LIMITE DELIMITED BY SIZE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA
               DISPLAY "Assinatura gravada" AT LINE 17 COLUMN 20
           END-IF.

       9725-AC-DADOS-ASSINATURA-FIM.
           CONTINUE.

      *Disco do correio de volta (emprestimo corrente recem
      *devolvido): o titulo Enviado sai da fila do assinante e o
      *disco deixa de contar em casa, liberando o proximo envio da
      *fila ja no passo CORREIO desta noite
       9724-CORREIO-DEVOLVIDO  SECTION.
           MOVE EMP-CLIENTE TO ASC-CLIENTE
           READ ASSCORR
               INVALID KEY
                   GO TO 9724-CORREIO-DEVOLVIDO-FIM
           END-READ

           MOVE EMP-CLIENTE TO FA-CLIENTE
           MOVE ZERO TO FA-POSICAO
           START FILAASS KEY IS NOT LESS THAN FA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WRK-ASC-ACHOU
                   READ FILAASS NEXT RECORD
                   PERFORM UNTIL FILAASS-STATUS NOT EQUAL 0
                       OR FA-CLIENTE NOT EQUAL EMP-CLIENTE
                       OR WRK-ASC-ACHOU EQUAL 'S'
                       IF FILA-ENVIADO
                          AND FA-NUM-EMP EQUAL NUM-EMPRESTIMO
                           MOVE 'S' TO WRK-ASC-ACHOU
                       ELSE
                           READ FILAASS NEXT RECORD
                       END-IF
                   END-PERFORM
                   IF WRK-ASC-ACHOU EQUAL 'S'
                       DELETE FILAASS RECORD
                       IF ASC-QTD-FORA > ZERO
                           SUBTRACT 1 FROM ASC-QTD-FORA
                       END-IF
                       REWRITE ASSCORR-REG
                       ADD 1 TO WRK-ASC-QTD-LIBERADOS
                   END-IF
           END-START.

       9724-CORREIO-DEVOLVIDO-FIM.
           CONTINUE.

      *Acordo de parcelamento da divida do cliente: sem acordo
      *ativo, o supervisor converte o saldo devedor (multas
      *Pendentes e conta da casa) em parcelas mensais; com acordo
      *ativo, a tela lista as parcelas e recebe a proxima no
      *balcao. O acordo tira o cliente da escalada de cobranca
      *(9919 e o bloqueio do 3140) enquanto ele estiver em dia
       9723-ACORDOS-DIVIDA  SECTION.
           MOVE "Acordos de divida" TO WRK-MODULO.
           MOVE ZERO TO WRK-AD-CLIENTE-DIG
           MOVE 'N' TO WRK-AD-OK
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY TELA
           DISPLAY "Cliente: " AT LINE 5 COLUMN 20
           ACCEPT WRK-AD-CLIENTE-DIG AT LINE 5 COLUMN 29
           IF WRK-AD-CLIENTE-DIG EQUAL ZERO
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE WRK-AD-CLIENTE-DIG TO COD-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE 'Cliente nao cadastrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
                       DISPLAY NOME-CLIENTE AT LINE 5 COLUMN 36
                       MOVE WRK-AD-CLIENTE-DIG TO WRK-AD-CLIENTE
                       PERFORM 3143-CLIENTE-EM-ACORDO
                       IF WRK-AD-ATIVO EQUAL 'N'
                           PERFORM 9720-AD-CRIA-ACORDO
                       ELSE
                           MOVE 'S' TO WRK-AD-OK
                       END-IF
               END-READ
           END-IF

           IF WRK-AD-OK EQUAL 'S'
               MOVE SPACE TO WRK-AD-OPCAO
               PERFORM UNTIL WRK-AD-OPCAO EQUAL 'X'
                   OR WRK-AD-OPCAO EQUAL 'x'
                   PERFORM 9722-AD-LISTA-PARCELAS
                   MOVE SPACE TO WRK-AD-OPCAO
                   DISPLAY "R-eceber parcela X-sair: "
                   AT LINE 18 COLUMN 20 ERASE EOL
                   ACCEPT WRK-AD-OPCAO AT LINE 18 COLUMN 45
                   DISPLAY " " AT LINE 16 COLUMN 20 ERASE EOL
                   DISPLAY " " AT LINE 17 COLUMN 20 ERASE EOL
                   EVALUATE WRK-AD-OPCAO
                       WHEN 'R'
                       WHEN 'r'
                       PERFORM 9718-AD-RECEBE-PARCELA

                       WHEN 'X'
                       WHEN 'x'
                       CONTINUE

                       WHEN OTHER
                       MOVE 'Opcao invalida' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   END-EVALUATE
                   IF WRK-AD-ATIVO EQUAL 'N'
                       MOVE 'X' TO WRK-AD-OPCAO
                   END-IF
               END-PERFORM
               IF WRK-AD-ATIVO EQUAL 'N'
                   MOVE 'N' TO WRK-AD-OK
               END-IF
           END-IF

           IF WRK-AD-OK NOT EQUAL 'S'
               DISPLAY "Tecle enter para voltar ao menu"
               AT LINE 22 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 52
           END-IF.

      *Mostra o cabecalho do acordo ativo (WRK-AD-NUMERO) e as
      *parcelas em duas colunas de seis
       9722-AD-LISTA-PARCELAS  SECTION.
           PERFORM VARYING WRK-AD-LINHA FROM 6 BY 1
               UNTIL WRK-AD-LINHA > 15
               DISPLAY " " AT LINE WRK-AD-LINHA COLUMN 20 ERASE EOL
           END-PERFORM

           MOVE WRK-AD-NUMERO TO ACD-NUMERO
           MOVE ZERO TO ACD-PARCELA
           READ ACORDOS
               INVALID KEY
                   MOVE 'Acordo nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   GO TO 9722-AD-LISTA-PARCELAS-FIM
           END-READ
           DISPLAY "Acordo:" AT LINE 6 COLUMN 20
           DISPLAY ACD-NUMERO AT LINE 6 COLUMN 28
           DISPLAY "Total:" AT LINE 6 COLUMN 36
           MOVE ACD-VALOR TO WRK-AD-VALOR-ED
           DISPLAY WRK-AD-VALOR-ED AT LINE 6 COLUMN 43
           DISPLAY "Pago:" AT LINE 6 COLUMN 55
           MOVE ACD-VALOR-PAGO TO WRK-AD-VALOR-ED
           DISPLAY WRK-AD-VALOR-ED AT LINE 6 COLUMN 61
           DISPLAY "Pc Vencto      Valor Sit"
           AT LINE 7 COLUMN 20
           DISPLAY "Pc Vencto      Valor Sit"
           AT LINE 7 COLUMN 50

           MOVE 8 TO WRK-AD-LINHA
           MOVE 20 TO WRK-AD-COLUNA
           MOVE WRK-AD-NUMERO TO ACD-NUMERO
           MOVE 1 TO ACD-PARCELA
           START ACORDOS KEY IS NOT LESS THAN ACD-CHAVE
               INVALID KEY
                   MOVE 10 TO ACORDOS-STATUS
           END-START
           IF ACORDOS-STATUS EQUAL 0
               READ ACORDOS NEXT RECORD
               PERFORM UNTIL ACORDOS-STATUS NOT EQUAL 0
                   OR ACD-NUMERO NOT EQUAL WRK-AD-NUMERO
                   DISPLAY ACD-PARCELA
                   AT LINE WRK-AD-LINHA COLUMN WRK-AD-COLUNA
                   ADD 3 TO WRK-AD-COLUNA
                   DISPLAY ACD-DATA
                   AT LINE WRK-AD-LINHA COLUMN WRK-AD-COLUNA
                   ADD 9 TO WRK-AD-COLUNA
                   MOVE ACD-VALOR TO WRK-AD-VALOR-ED
                   DISPLAY WRK-AD-VALOR-ED
                   AT LINE WRK-AD-LINHA COLUMN WRK-AD-COLUNA
                   ADD 11 TO WRK-AD-COLUNA
                   DISPLAY ACD-SITUACAO
                   AT LINE WRK-AD-LINHA COLUMN WRK-AD-COLUNA
                   ADD 1 TO WRK-AD-LINHA
                   IF WRK-AD-LINHA > 13
                       MOVE 8 TO WRK-AD-LINHA
                       MOVE 50 TO WRK-AD-COLUNA
                   ELSE
                       SUBTRACT 23 FROM WRK-AD-COLUNA
                   END-IF
                   READ ACORDOS NEXT RECORD
               END-PERFORM
           END-IF.

       9722-AD-LISTA-PARCELAS-FIM.
           CONTINUE.

      *Soma o saldo devedor do cliente digitado: multas Pendentes
      *dos emprestimos dele e o saldo da conta da casa
       9721-AD-APURA-SALDO  SECTION.
           MOVE 0 TO WRK-AD-VALOR-MULTAS
           MOVE 0 TO WRK-AD-VALOR-CONTA

           MOVE WRK-AD-CLIENTE-DIG TO WRK-EXT-CLIENTE
           PERFORM 3486-REINICIA-CLIENTE
           PERFORM 3485-LER-PROX-DO-CLIENTE
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               IF MULTA-PENDENTE
                  AND EMP-VALOR-MULTA > ZERO
                   ADD EMP-VALOR-MULTA TO WRK-AD-VALOR-MULTAS
               END-IF
               PERFORM 3485-LER-PROX-DO-CLIENTE
           END-PERFORM

           IF CLIENTE-CONTA-CASA
               MOVE WRK-AD-CLIENTE-DIG TO WRK-FAT-CLIENTE
               PERFORM 3146-SALDO-CONTA
               IF WRK-CLI-SALDO-CONTA > ZERO
                   MOVE WRK-CLI-SALDO-CONTA TO WRK-AD-VALOR-CONTA
               END-IF
           END-IF

           COMPUTE WRK-AD-TOTAL =
               WRK-AD-VALOR-MULTAS + WRK-AD-VALOR-CONTA.

      *Cria o acordo do cliente digitado: o supervisor escolhe a
      *quantidade de parcelas (2 a 12) e o primeiro vencimento, os
      *demais caem no mesmo dia dos meses seguintes e a ultima
      *parcela leva a sobra da divisao. As multas Pendentes passam
      *a situacao A e o saldo da conta da casa e creditado com o
      *numero do acordo, de modo que a divida fica so no acordo
       9720-AD-CRIA-ACORDO  SECTION.
           MOVE 'S' TO WRK-AD-CRIA-OK
           PERFORM 9721-AD-APURA-SALDO

           DISPLAY "Multas pendentes:" AT LINE 7 COLUMN 20
           MOVE WRK-AD-VALOR-MULTAS TO WRK-AD-VALOR-ED
           DISPLAY WRK-AD-VALOR-ED AT LINE 7 COLUMN 41
           DISPLAY "Conta da casa   :" AT LINE 8 COLUMN 20
           MOVE WRK-AD-VALOR-CONTA TO WRK-AD-VALOR-ED
           DISPLAY WRK-AD-VALOR-ED AT LINE 8 COLUMN 41
           DISPLAY "Saldo devedor   :" AT LINE 9 COLUMN 20
           MOVE WRK-AD-TOTAL TO WRK-AD-VALOR-ED
           DISPLAY WRK-AD-VALOR-ED AT LINE 9 COLUMN 41

           IF WRK-AD-TOTAL EQUAL ZERO
               MOVE 'Cliente sem saldo devedor' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 9720-AD-CRIA-ACORDO-FIM
           END-IF

           DISPLAY "Parcelar o saldo em acordo? (S/N): "
           AT LINE 11 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 11 COLUMN 56
           IF WRK-ESCOLHA NOT EQUAL 'S' AND NOT EQUAL 's'
               MOVE 'N' TO WRK-AD-CRIA-OK
           END-IF
           IF WRK-AD-CRIA-OK EQUAL 'S'
               PERFORM 2010-EXIGE-SUPERVISOR
               IF WRK-ACESSO-OK EQUAL 'N'
                   MOVE 'N' TO WRK-AD-CRIA-OK
               END-IF
           END-IF

           IF WRK-AD-CRIA-OK EQUAL 'S'
               MOVE ZERO TO WRK-AD-QTD-PARC-DIG
               PERFORM UNTIL WRK-AD-QTD-PARC-DIG NOT LESS THAN 2
                   AND WRK-AD-QTD-PARC-DIG NOT GREATER THAN 12
                   DISPLAY "Parcelas (2 a 12): " AT LINE 12 COLUMN 20
                   ACCEPT WRK-AD-QTD-PARC-DIG AT LINE 12 COLUMN 40
               END-PERFORM

               MOVE 'N' TO WRK-DATA-OK
               PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
                   MOVE ZERO TO WRK-AD-VENC-DIG
                   DISPLAY "1o vencimento (AAAAMMDD): "
                   AT LINE 13 COLUMN 20
                   ACCEPT WRK-AD-VENC-DIG AT LINE 13 COLUMN 47
                   MOVE WRK-AD-VENC-DIG TO WRK-DATA-VALIDAR
                   PERFORM 3155-VALIDA-DATA
                   IF WRK-DATA-OK EQUAL 'S'
                      AND WRK-AD-VENC-DIG NOT GREATER THAN WRK-DATA-HOJE
                       MOVE 'N' TO WRK-DATA-OK
                   END-IF
                   IF WRK-DATA-OK EQUAL 'N'
                       MOVE 'Data invalida' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   END-IF
               END-PERFORM

               COMPUTE WRK-AD-PARCELA-VLR =
                   WRK-AD-TOTAL / WRK-AD-QTD-PARC-DIG
               COMPUTE WRK-AD-ULTIMA-VLR = WRK-AD-TOTAL
                   - WRK-AD-PARCELA-VLR * (WRK-AD-QTD-PARC-DIG - 1)
               DISPLAY "Valor da parcela:" AT LINE 14 COLUMN 20
               MOVE WRK-AD-PARCELA-VLR TO WRK-AD-VALOR-ED
               DISPLAY WRK-AD-VALOR-ED AT LINE 14 COLUMN 41
               DISPLAY "Confirma o acordo? (S/N): " AT LINE 15 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 47
               IF WRK-ESCOLHA NOT EQUAL 'S' AND NOT EQUAL 's'
                   DISPLAY "Acordo cancelado" AT LINE 17 COLUMN 20
                   MOVE 'N' TO WRK-AD-CRIA-OK
               END-IF
           END-IF

           IF WRK-AD-CRIA-OK EQUAL 'S'
               PERFORM 2055-RESERVA-NUM-ACORDO
               MOVE WRK-PROX-ACORDO     TO ACD-NUMERO
               MOVE ZERO                TO ACD-PARCELA
               MOVE WRK-AD-CLIENTE-DIG  TO ACD-CLIENTE
               MOVE 'A'                 TO ACD-SITUACAO
               MOVE WRK-DATA-HOJE       TO ACD-DATA
               MOVE WRK-AD-TOTAL        TO ACD-VALOR
               MOVE WRK-AD-VALOR-MULTAS TO ACD-VALOR-MULTAS
               MOVE WRK-AD-VALOR-CONTA  TO ACD-VALOR-CONTA
               MOVE ZERO                TO ACD-VALOR-PAGO
               MOVE WRK-AD-QTD-PARC-DIG TO ACD-QTD-PARCELAS
               MOVE ZERO                TO ACD-NUM-PAGAMENTO
               MOVE ZERO                TO ACD-DATA-FIM
               MOVE WRK-OPERADOR        TO ACD-OPERADOR
               WRITE ACORDOS-REG
                   INVALID KEY
                       MOVE 'Erro ao gravar acordo' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE '9720-AD-CRIA-ACORDO' TO WRK-ERL-PARAGRAFO
                       MOVE 'ACORDOS' TO WRK-ERL-ARQUIVO
                       MOVE 'WRITE' TO WRK-ERL-OPERACAO
                       MOVE ACORDOS-STATUS TO WRK-ERL-STATUS
                       MOVE ACD-CHAVE TO WRK-ERL-CHAVE
                       PERFORM 5196-GRAVA-ERRO-ARQUIVO
                       MOVE 'N' TO WRK-AD-CRIA-OK
               END-WRITE
           END-IF

           IF WRK-AD-CRIA-OK EQUAL 'S'
      *        Parcelas: mesmo dia do primeiro vencimento nos meses
      *        seguintes (ou o ultimo dia do mes mais curto)
               MOVE WRK-AD-VENC-DIG TO WRK-DATA-CALC
               MOVE WRK-DC-DIA TO WRK-AD-DIA-VENC
               PERFORM VARYING WRK-AD-IDX FROM 1 BY 1
                   UNTIL WRK-AD-IDX > WRK-AD-QTD-PARC-DIG
                   MOVE WRK-PROX-ACORDO    TO ACD-NUMERO
                   MOVE WRK-AD-IDX         TO ACD-PARCELA
                   MOVE WRK-AD-CLIENTE-DIG TO ACD-CLIENTE
                   MOVE 'A'                TO ACD-SITUACAO
                   MOVE WRK-DATA-CALC      TO ACD-DATA
                   IF WRK-AD-IDX EQUAL WRK-AD-QTD-PARC-DIG
                       MOVE WRK-AD-ULTIMA-VLR TO ACD-VALOR
                   ELSE
                       MOVE WRK-AD-PARCELA-VLR TO ACD-VALOR
                   END-IF
                   MOVE ZERO TO ACD-VALOR-MULTAS
                   MOVE ZERO TO ACD-VALOR-CONTA
                   MOVE ZERO TO ACD-VALOR-PAGO
                   MOVE ZERO TO ACD-QTD-PARCELAS
                   MOVE ZERO TO ACD-NUM-PAGAMENTO
                   MOVE ZERO TO ACD-DATA-FIM
                   MOVE WRK-OPERADOR TO ACD-OPERADOR
                   WRITE ACORDOS-REG
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   PERFORM 9719-AD-PROXIMO-VENCIMENTO
               END-PERFORM

      *        As multas saem da cobranca e ficam presas ao acordo
               MOVE WRK-AD-CLIENTE-DIG TO WRK-EXT-CLIENTE
               PERFORM 3486-REINICIA-CLIENTE
               PERFORM 3485-LER-PROX-DO-CLIENTE
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   IF MULTA-PENDENTE
                      AND EMP-VALOR-MULTA > ZERO
                       MOVE 'A' TO EMP-MULTA-SITUACAO
                       REWRITE EMPRESTIMOS-REG
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5202-JORNAL-EMPRESTIMOS
                   END-IF
                   PERFORM 3485-LER-PROX-DO-CLIENTE
               END-PERFORM

      *        A conta da casa e quitada pelo acordo
               IF WRK-AD-VALOR-CONTA > ZERO
                   MOVE WRK-AD-CLIENTE-DIG TO WRK-FAT-CLIENTE
                   MOVE 'C' TO WRK-CC-TIPO
                   MOVE WRK-AD-VALOR-CONTA TO WRK-CC-VALOR
                   MOVE WRK-PROX-ACORDO TO WRK-CC-DOC
                   PERFORM 3145-LANCA-CONTA
               END-IF

               MOVE ZERO TO CODFILME
               MOVE 'ACORDO' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'ACD=' DELIMITED BY SIZE
                      WRK-PROX-ACORDO DELIMITED BY SIZE
                      ' CLI=' DELIMITED BY SIZE
                      WRK-AD-CLIENTE-DIG DELIMITED BY SIZE
                      ' PARC=' DELIMITED BY SIZE
                      WRK-AD-QTD-PARC-DIG DELIMITED BY SIZE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA

               DISPLAY "Acordo gravado:" AT LINE 17 COLUMN 20
               DISPLAY WRK-PROX-ACORDO AT LINE 17 COLUMN 36
           END-IF.

       9720-AD-CRIA-ACORDO-FIM.
           CONTINUE.

      *Leva WRK-DATA-CALC ao vencimento do mes seguinte, no dia
      *WRK-AD-DIA-VENC ou no ultimo dia do mes quando ele e menor
       9719-AD-PROXIMO-VENCIMENTO  SECTION.
           ADD 1 TO WRK-DC-MES
           IF WRK-DC-MES > 12
               MOVE 1 TO WRK-DC-MES
               ADD 1 TO WRK-DC-ANO
           END-IF
           MOVE WRK-DIAS-MES (WRK-DC-MES) TO WRK-DIAS-NO-MES
           IF WRK-DC-MES EQUAL 2
               DIVIDE WRK-DC-ANO BY 4 GIVING WRK-RESTO-ANO
                   REMAINDER WRK-RESTO-ANO
               IF WRK-RESTO-ANO EQUAL ZERO
                   MOVE 29 TO WRK-DIAS-NO-MES
               END-IF
           END-IF
           IF WRK-AD-DIA-VENC > WRK-DIAS-NO-MES
               MOVE WRK-DIAS-NO-MES TO WRK-DC-DIA
           ELSE
               MOVE WRK-AD-DIA-VENC TO WRK-DC-DIA
           END-IF.

      *Recebe no balcao a proxima parcela Aberta do acordo ativo:
      *vira um recibo de multa (PAG-TIPO M) com PAG-REF-DOC no
      *numero do acordo, a parcela fica Paga com o recibo e o
      *cabecalho soma o recebido; a ultima parcela quita o acordo
       9718-AD-RECEBE-PARCELA  SECTION.
      *    A parcela entra no caixa do dia: com o dia de negocio
      *    fechado o recebimento trava, como os demais caminhos de
      *    dinheiro do balcao
           PERFORM 3810-VERIFICA-DIA-FECHADO
           IF WRK-DIA-ENCERRADO EQUAL 'S'
               MOVE 'Dia encerrado - reabra p/ usar' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 9718-AD-RECEBE-PARCELA-FIM
           END-IF

           MOVE 'N' TO WRK-AD-ACHOU
           MOVE WRK-AD-NUMERO TO ACD-NUMERO
           MOVE 1 TO ACD-PARCELA
           START ACORDOS KEY IS NOT LESS THAN ACD-CHAVE
               INVALID KEY
                   MOVE 10 TO ACORDOS-STATUS
           END-START
           IF ACORDOS-STATUS EQUAL 0
               READ ACORDOS NEXT RECORD
               PERFORM UNTIL ACORDOS-STATUS NOT EQUAL 0
                   OR ACD-NUMERO NOT EQUAL WRK-AD-NUMERO
                   OR WRK-AD-ACHOU EQUAL 'S'
                   IF PARCELA-ABERTA
                       MOVE 'S' TO WRK-AD-ACHOU
                   ELSE
                       READ ACORDOS NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF
           IF WRK-AD-ACHOU EQUAL 'N'
               MOVE 'Sem parcela em aberto' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE ACD-PARCELA TO WRK-AD-PARCELA
               MOVE ACD-VALOR TO WRK-AD-PARCELA-VLR
               MOVE ACD-VALOR TO WRK-AD-VALOR-ED
               DISPLAY "Parcela " AT LINE 16 COLUMN 20
               DISPLAY WRK-AD-PARCELA AT LINE 16 COLUMN 28
               DISPLAY WRK-AD-VALOR-ED AT LINE 16 COLUMN 31
               DISPLAY "Receber? (S/N): " AT LINE 17 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 17 COLUMN 37
               IF WRK-ESCOLHA EQUAL 'S' OR WRK-ESCOLHA EQUAL 's'
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   PERFORM 3188-PERGUNTA-FORMA
                   PERFORM 2050-RESERVA-NUM-PAGAMENTO
                   MOVE WRK-PROX-PAGAMENTO TO NUM-PAGAMENTO

                   MOVE ZERO               TO PAG-NUM-EMPRESTIMO
                   MOVE WRK-AD-CLIENTE-DIG TO PAG-CLIENTE
                   MOVE WRK-AD-PARCELA-VLR TO PAG-VALOR
                   MOVE 'BRL'              TO PAG-MOEDA
                   MOVE ZERO               TO PAG-VALOR-IMPOSTO
                   MOVE WRK-OPERADOR       TO PAG-OPERADOR
                   MOVE WRK-DATA-HOJE      TO PAG-DATA
                   MOVE 'M'                TO PAG-TIPO
                   MOVE WRK-AD-PARCELA-VLR TO PAG-VALOR-BRL
                   MOVE WRK-CAIXA-ATUAL    TO PAG-CAIXA
                   MOVE ZERO               TO PAG-DESCONTO
                   MOVE ZERO               TO PAG-VALE
                   MOVE ZERO               TO PAG-VALE-CARTAO
                   MOVE WRK-LOJA-ATUAL     TO PAG-LOJA
                   MOVE WRK-FORMA-PAGTO    TO PAG-FORMA
                   MOVE WRK-AD-NUMERO      TO PAG-REF-DOC
                   MOVE ZERO               TO PAG-CODFILME

                   PERFORM 3187-ESCREVE-PAGAMENTO
                   IF WRK-PAG-GRAVOU EQUAL 'N'
                       MOVE 'Erro ao gravar pagamento' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       MOVE WRK-AD-NUMERO TO ACD-NUMERO
                       MOVE WRK-AD-PARCELA TO ACD-PARCELA
                       READ ACORDOS
                           NOT INVALID KEY
                               MOVE 'P' TO ACD-SITUACAO
                               MOVE NUM-PAGAMENTO TO ACD-NUM-PAGAMENTO
                               MOVE WRK-DATA-HOJE TO ACD-DATA-FIM
                               REWRITE ACORDOS-REG
                       END-READ

                       MOVE WRK-AD-NUMERO TO ACD-NUMERO
                       MOVE ZERO TO ACD-PARCELA
                       READ ACORDOS
                           NOT INVALID KEY
                               ADD WRK-AD-PARCELA-VLR TO ACD-VALOR-PAGO
                               IF ACD-VALOR-PAGO NOT LESS THAN ACD-VALOR
                                   MOVE 'Q' TO ACD-SITUACAO
                                   MOVE WRK-DATA-HOJE TO ACD-DATA-FIM
                               END-IF
                               REWRITE ACORDOS-REG
                       END-READ

                       MOVE ZERO TO CODFILME
                       MOVE 'ACDPARC' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'ACD=' DELIMITED BY SIZE
                              WRK-AD-NUMERO DELIMITED BY SIZE
                              ' P=' DELIMITED BY SIZE
                              WRK-AD-PARCELA DELIMITED BY SIZE
                              ' REC=' DELIMITED BY SIZE
                              NUM-PAGAMENTO DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA

                       IF ACORDO-QUITADO
                           PERFORM 9717-AD-QUITA-ACORDO
                       END-IF
                       DISPLAY "Recibo da parcela: "
                       AT LINE 19 COLUMN 20 ERASE EOL
                       DISPLAY NUM-PAGAMENTO AT LINE 19 COLUMN 39
                   END-IF
               END-IF
           END-IF.

       9718-AD-RECEBE-PARCELA-FIM.
           CONTINUE.

      *Acordo quitado: as multas que estavam presas a ele ficam
      *paGas e a tela deixa de oferecer parcelas
       9717-AD-QUITA-ACORDO  SECTION.
           MOVE WRK-AD-CLIENTE-DIG TO WRK-EXT-CLIENTE
           PERFORM 3486-REINICIA-CLIENTE
           PERFORM 3485-LER-PROX-DO-CLIENTE
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               IF MULTA-EM-ACORDO
                   MOVE 'G' TO EMP-MULTA-SITUACAO
                   REWRITE EMPRESTIMOS-REG
                   MOVE 'A' TO WRK-JRN-OPER
                   PERFORM 5202-JORNAL-EMPRESTIMOS
               END-IF
               PERFORM 3485-LER-PROX-DO-CLIENTE
           END-PERFORM

           MOVE ZERO TO CODFILME
           MOVE 'ACDQUITA' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'ACD=' DELIMITED BY SIZE
                  WRK-AD-NUMERO DELIMITED BY SIZE
                  ' CLI=' DELIMITED BY SIZE
                  WRK-AD-CLIENTE-DIG DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA

           MOVE 'N' TO WRK-AD-ATIVO
           DISPLAY "Acordo quitado" AT LINE 20 COLUMN 20 ERASE EOL.

      *Passivo com clientes de um mes ja fechado (3860): para os
      *vales-presente e credito de loja (VALECRED), os depositos
      *caucao (DEPOSITOS) e as locacoes nao usadas dos pacotes
      *pre-pagos (PREPAGO, ao valor unitario do 3997), a abertura,
      *o emitido, o baixado (resgatado, devolvido, consumido ou
      *vencido) e o fechamento do mes, conferido com a soma dos
      *saldos individuais no ultimo dia. Os vales com saldo sem
      *movimento ha PARAM-MESES-DORMENCIA meses saem como
      *candidatos a baixa. Grava PASSIVO.PRN e os saldos do mes
      *em PASSIVO, de onde saem a abertura do mes seguinte e as
      *linhas PASSIVO do diario (9818)
       9716-PASSIVO-CLIENTES  SECTION.
           MOVE "Passivo clientes" TO WRK-MODULO.
           MOVE ZERO TO WRK-FM-MES-DIG
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY TELA
           DISPLAY "Mes fechado (AAAAMM): " AT LINE 5 COLUMN 20
           ACCEPT WRK-FM-MES-DIG AT LINE 5 COLUMN 43

           IF WRK-FM-MES-DIG EQUAL ZERO
               MOVE 'Informe o mes' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               PERFORM 3815-VERIFICA-MES-FECHADO
               IF WRK-MES-FECHADO NOT EQUAL 'S'
                   MOVE 'Mes ainda nao foi fechado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
                   MOVE WRK-FM-MES-DIG TO WRK-PSV-MES
                   COMPUTE WRK-PSV-INICIO = WRK-FM-MES-DIG * 100 + 1
                   COMPUTE WRK-PSV-FIM = WRK-FM-MES-DIG * 100 + 31

      *            Mes anterior e ultimo mes de movimento de um vale
      *            dormente, contados em meses corridos
                   COMPUTE WRK-PSV-MESES-CALC =
                       WRK-PSV-ANO * 12 + WRK-PSV-MM - 2
                   DIVIDE WRK-PSV-MESES-CALC BY 12
                       GIVING WRK-PSV-CONV-ANO
                       REMAINDER WRK-PSV-CONV-MM
                   COMPUTE WRK-PSV-MES-ANT =
                       WRK-PSV-CONV-ANO * 100 + WRK-PSV-CONV-MM + 1
                   COMPUTE WRK-PSV-MESES-CALC =
                       WRK-PSV-ANO * 12 + WRK-PSV-MM - 1
                       - WRK-PSV-MESES-DORM
                   DIVIDE WRK-PSV-MESES-CALC BY 12
                       GIVING WRK-PSV-CONV-ANO
                       REMAINDER WRK-PSV-CONV-MM
                   COMPUTE WRK-PSV-MES-DORM =
                       WRK-PSV-CONV-ANO * 100 + WRK-PSV-CONV-MM + 1
                   COMPUTE WRK-PSV-DORM-CORTE =
                       WRK-PSV-MES-DORM * 100 + 31

                   MOVE 'V' TO WRK-PSV-COD (1)
                   MOVE 'Vales e credito loja' TO WRK-PSV-NOME (1)
                   MOVE 'D' TO WRK-PSV-COD (2)
                   MOVE 'Depositos caucao' TO WRK-PSV-NOME (2)
                   MOVE 'P' TO WRK-PSV-COD (3)
                   MOVE 'Pacotes pre-pagos' TO WRK-PSV-NOME (3)

      *            Abertura: o fechamento gravado do mes anterior; sem
      *            ele (primeira apuracao), o saldo apurado pelo
      *            movimento ate o fim do mes anterior
                   MOVE 'N' TO WRK-PSV-APURAR
                   PERFORM VARYING WRK-PSV-IDX FROM 1 BY 1
                       UNTIL WRK-PSV-IDX > 3
                       MOVE ZERO TO WRK-PSV-ABERTURA (WRK-PSV-IDX)
                       MOVE WRK-PSV-MES-ANT TO PSV-MES
                       MOVE WRK-PSV-COD (WRK-PSV-IDX) TO PSV-CLASSE
                       READ PASSIVO
                           INVALID KEY
                               MOVE 'S' TO WRK-PSV-APURAR
                               MOVE 'A' TO WRK-PSV-ORIGEM (WRK-PSV-IDX)
                           NOT INVALID KEY
                               MOVE PSV-FECHAMENTO
                                   TO WRK-PSV-ABERTURA (WRK-PSV-IDX)
                               MOVE 'M' TO WRK-PSV-ORIGEM (WRK-PSV-IDX)
                       END-READ
                   END-PERFORM
                   IF WRK-PSV-APURAR EQUAL 'S'
                       COMPUTE WRK-PSV-CORTE = WRK-PSV-INICIO - 1
                       MOVE 'N' TO WRK-PSV-MOVTO
                       MOVE 'N' TO WRK-PSV-LISTAR
                       PERFORM 9715-PSV-APURA-SALDOS
                       PERFORM VARYING WRK-PSV-IDX FROM 1 BY 1
                           UNTIL WRK-PSV-IDX > 3
                           IF WRK-PSV-ORIGEM (WRK-PSV-IDX) EQUAL 'A'
                               MOVE WRK-PSV-APURADO (WRK-PSV-IDX)
                                   TO WRK-PSV-ABERTURA (WRK-PSV-IDX)
                           END-IF
                       END-PERFORM
                   END-IF

      *            Movimento do mes e saldos individuais no ultimo dia
                   MOVE WRK-PSV-FIM TO WRK-PSV-CORTE
                   MOVE 'S' TO WRK-PSV-MOVTO
                   MOVE 'N' TO WRK-PSV-LISTAR
                   PERFORM 9715-PSV-APURA-SALDOS

                   MOVE 0 TO WRK-PSV-QTD-DIFER
                   PERFORM VARYING WRK-PSV-IDX FROM 1 BY 1
                       UNTIL WRK-PSV-IDX > 3
                       MOVE WRK-PSV-APURADO (WRK-PSV-IDX)
                           TO WRK-PSV-INDIVIDUAL (WRK-PSV-IDX)
                       COMPUTE WRK-PSV-FECHAMENTO (WRK-PSV-IDX) =
                           WRK-PSV-ABERTURA (WRK-PSV-IDX)
                           + WRK-PSV-EMITIDO (WRK-PSV-IDX)
                           - WRK-PSV-BAIXADO (WRK-PSV-IDX)
                       IF WRK-PSV-FECHAMENTO (WRK-PSV-IDX) NOT EQUAL
                          WRK-PSV-INDIVIDUAL (WRK-PSV-IDX)
                           ADD 1 TO WRK-PSV-QTD-DIFER
                       END-IF
                       PERFORM 9713-PSV-GRAVA-CLASSE
                   END-PERFORM

                   OPEN OUTPUT PSVREL
                   MOVE SPACES TO WRK-LINHA-IMP
                   STRING 'Passivo com clientes - mes '
                          DELIMITED BY SIZE
                          WRK-PSV-MES DELIMITED BY SIZE
                          ' - emitido em ' DELIMITED BY SIZE
                          WRK-DATA-HOJE DELIMITED BY SIZE
                          INTO WRK-LINHA-IMP
                   END-STRING
                   WRITE PSVREL-REG FROM WRK-LINHA-IMP
                   MOVE SPACES TO WRK-LINHA-IMP
                   WRITE PSVREL-REG FROM WRK-LINHA-IMP
                   MOVE SPACES TO WRK-LINHA-IMP
                   MOVE 'Classe'       TO WRK-LINHA-IMP (1:6)
                   MOVE 'Abertura'     TO WRK-LINHA-IMP (29:8)
                   MOVE 'Emitido'      TO WRK-LINHA-IMP (44:7)
                   MOVE 'Baixado'      TO WRK-LINHA-IMP (58:7)
                   MOVE 'Fechamento'   TO WRK-LINHA-IMP (69:10)
                   MOVE 'Individual'   TO WRK-LINHA-IMP (83:10)
                   MOVE 'Diferenca'    TO WRK-LINHA-IMP (98:9)
                   WRITE PSVREL-REG FROM WRK-LINHA-IMP
                   PERFORM VARYING WRK-PSV-IDX FROM 1 BY 1
                       UNTIL WRK-PSV-IDX > 3
                       PERFORM 9710-PSV-LINHA-CLASSE
                   END-PERFORM
                   IF WRK-PSV-APURAR EQUAL 'S'
                       MOVE SPACES TO WRK-LINHA-IMP
                       MOVE '* abertura apurada pelo'
                           TO WRK-LINHA-IMP (1:23)
                       MOVE ' movimento (mes anterior'
                           TO WRK-LINHA-IMP (24:24)
                       MOVE ' sem saldos gravados)'
                           TO WRK-LINHA-IMP (48:21)
                       WRITE PSVREL-REG FROM WRK-LINHA-IMP
                   END-IF

      *            Vales-presente dormentes com saldo no fim do mes
                   MOVE SPACES TO WRK-LINHA-IMP
                   WRITE PSVREL-REG FROM WRK-LINHA-IMP
                   MOVE SPACES TO WRK-LINHA-IMP
                   MOVE WRK-PSV-MESES-DORM TO WRK-IND-QTD-ED
                   STRING 'Vales-presente sem movimento ha '
                          DELIMITED BY SIZE
                          WRK-IND-QTD-ED DELIMITED BY SIZE
                          ' meses ou mais (candidatos a baixa):'
                          DELIMITED BY SIZE
                          INTO WRK-LINHA-IMP
                   END-STRING
                   WRITE PSVREL-REG FROM WRK-LINHA-IMP
                   MOVE SPACES TO WRK-LINHA-IMP
                   MOVE 'Cartao'       TO WRK-LINHA-IMP (1:6)
                   MOVE 'Ultimo mov.'  TO WRK-LINHA-IMP (10:11)
                   MOVE 'Saldo'        TO WRK-LINHA-IMP (32:5)
                   WRITE PSVREL-REG FROM WRK-LINHA-IMP
                   MOVE 0 TO WRK-PSV-QTD-DORM
                   MOVE 0 TO WRK-PSV-T-DORM
                   MOVE 'N' TO WRK-PSV-MOVTO
                   MOVE 'S' TO WRK-PSV-LISTAR
                   PERFORM 9714-PSV-VALES
                   MOVE SPACES TO WRK-LINHA-IMP
                   WRITE PSVREL-REG FROM WRK-LINHA-IMP
                   MOVE SPACES TO WRK-LINHA-IMP
                   MOVE WRK-PSV-QTD-DORM TO WRK-IND-QTD-ED
                   MOVE WRK-PSV-T-DORM TO WRK-IND-VALOR-ED
                   STRING 'Vales dormentes: ' DELIMITED BY SIZE
                          WRK-IND-QTD-ED DELIMITED BY SIZE
                          '   Saldo (BRL): ' DELIMITED BY SIZE
                          WRK-IND-VALOR-ED DELIMITED BY SIZE
                          INTO WRK-LINHA-IMP
                   END-STRING
                   WRITE PSVREL-REG FROM WRK-LINHA-IMP
                   CLOSE PSVREL
                   MOVE 'PSVREL' TO WRK-SPL-RELATORIO
                   MOVE SPACES TO WRK-SPL-PARAMETROS
                   STRING 'MES=' DELIMITED BY SIZE
                          WRK-FM-MES-DIG DELIMITED BY SIZE
                          INTO WRK-SPL-PARAMETROS
                   END-STRING
                   MOVE WRK-PATH-PSVREL TO WRK-PATH-SPLORIG
                   PERFORM 9667-ARQUIVA-RELATORIO

                   DISPLAY "Fechamento" AT LINE 7 COLUMN 44
                   DISPLAY "Diferenca" AT LINE 7 COLUMN 60
                   PERFORM VARYING WRK-PSV-IDX FROM 1 BY 1
                       UNTIL WRK-PSV-IDX > 3
                       COMPUTE WRK-PSV-DIFERENCA =
                           WRK-PSV-FECHAMENTO (WRK-PSV-IDX)
                           - WRK-PSV-INDIVIDUAL (WRK-PSV-IDX)
                       COMPUTE WRK-PSV-LINHA = 7 + WRK-PSV-IDX
                       DISPLAY WRK-PSV-NOME (WRK-PSV-IDX)
                       AT LINE WRK-PSV-LINHA COLUMN 20
                       MOVE WRK-PSV-FECHAMENTO (WRK-PSV-IDX)
                           TO WRK-PSV-VALOR-ED
                       DISPLAY WRK-PSV-VALOR-ED
                       AT LINE WRK-PSV-LINHA COLUMN 42
                       MOVE WRK-PSV-DIFERENCA TO WRK-PSV-VALOR-ED
                       DISPLAY WRK-PSV-VALOR-ED
                       AT LINE WRK-PSV-LINHA COLUMN 57
                   END-PERFORM
                   DISPLAY "Vales dormentes: " AT LINE 12 COLUMN 20
                   DISPLAY WRK-PSV-QTD-DORM AT LINE 12 COLUMN 42
                   DISPLAY "Relatorio gerado em PASSIVO.PRN"
                   AT LINE 14 COLUMN 20
                   IF WRK-PSV-QTD-DIFER > 0
                       MOVE 'Fechamento difere dos saldos' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   END-IF
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 18 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 18 COLUMN 52.

      *Saldo das tres classes no fim do dia WRK-PSV-CORTE (em
      *WRK-PSV-APURADO); com WRK-PSV-MOVTO = S soma tambem o
      *emitido e o baixado entre WRK-PSV-INICIO e o corte
       9715-PSV-APURA-SALDOS  SECTION.
           PERFORM VARYING WRK-PSV-IDX FROM 1 BY 1
               UNTIL WRK-PSV-IDX > 3
               MOVE ZERO TO WRK-PSV-APURADO (WRK-PSV-IDX)
               IF WRK-PSV-MOVTO EQUAL 'S'
                   MOVE ZERO TO WRK-PSV-EMITIDO (WRK-PSV-IDX)
                   MOVE ZERO TO WRK-PSV-BAIXADO (WRK-PSV-IDX)
               END-IF
           END-PERFORM
           PERFORM 9714-PSV-VALES
           PERFORM 9712-PSV-DEPOSITOS
           PERFORM 9711-PSV-PREPAGOS.

      *Vales e credito de loja: o razao VALECRED e lido em ordem de
      *cartao e o saldo de cada cartao fecha na quebra (9709); V,
      *I, C e T creditam, R e X debitam
       9714-PSV-VALES  SECTION.
           MOVE 'N' TO WRK-PSV-CARTAO-LIDO
           MOVE LOW-VALUES TO VC-CHAVE
           START VALECRED KEY IS NOT LESS THAN VC-CHAVE
               INVALID KEY
                   MOVE 10 TO VALECRED-STATUS
           END-START
           IF VALECRED-STATUS EQUAL 0
               READ VALECRED NEXT RECORD
               PERFORM UNTIL VALECRED-STATUS NOT EQUAL 0
                   IF WRK-PSV-CARTAO-LIDO EQUAL 'N'
                      OR VC-CARTAO NOT EQUAL WRK-PSV-CARTAO
                       PERFORM 9709-PSV-FECHA-CARTAO
                       MOVE VC-CARTAO TO WRK-PSV-CARTAO
                       MOVE 'S' TO WRK-PSV-CARTAO-LIDO
                   END-IF
                   IF VC-DATA NOT GREATER THAN WRK-PSV-CORTE
                       IF VC-DATA > WRK-PSV-CARTAO-ULT
                           MOVE VC-DATA TO WRK-PSV-CARTAO-ULT
                       END-IF
                       IF VALE-RESGATE OR VALE-ESTORNO-IND
                           SUBTRACT VC-VALOR FROM WRK-PSV-CARTAO-SALDO
                           IF WRK-PSV-MOVTO EQUAL 'S'
                              AND VC-DATA NOT LESS THAN WRK-PSV-INICIO
                               ADD VC-VALOR TO WRK-PSV-BAIXADO (1)
                           END-IF
                       ELSE
                           ADD VC-VALOR TO WRK-PSV-CARTAO-SALDO
                           IF WRK-PSV-MOVTO EQUAL 'S'
                              AND VC-DATA NOT LESS THAN WRK-PSV-INICIO
                               ADD VC-VALOR TO WRK-PSV-EMITIDO (1)
                           END-IF
                       END-IF
                   END-IF
                   READ VALECRED NEXT RECORD
               END-PERFORM
           END-IF
           PERFORM 9709-PSV-FECHA-CARTAO.

      *Deposito caucao: retido no corte se foi tomado ate o corte
      *e ainda esta Retido ou so foi baixado depois dele; o
      *devolvido e o abatido em multas saem pela data da baixa
       9712-PSV-DEPOSITOS  SECTION.
           MOVE LOW-VALUES TO DEP-CLIENTE
           START DEPOSITOS KEY IS NOT LESS THAN DEP-CLIENTE
               INVALID KEY
                   MOVE 10 TO DEPOSITOS-STATUS
           END-START
           IF DEPOSITOS-STATUS EQUAL 0
               READ DEPOSITOS NEXT RECORD
               PERFORM UNTIL DEPOSITOS-STATUS NOT EQUAL 0
                   IF DEP-DATA NOT GREATER THAN WRK-PSV-CORTE
                       IF DEPOSITO-RETIDO
                          OR DEP-DATA-BAIXA > WRK-PSV-CORTE
                           ADD DEP-VALOR TO WRK-PSV-APURADO (2)
                       END-IF
                   END-IF
                   IF WRK-PSV-MOVTO EQUAL 'S'
                       IF DEP-DATA NOT LESS THAN WRK-PSV-INICIO
                          AND DEP-DATA NOT GREATER THAN WRK-PSV-CORTE
                           ADD DEP-VALOR TO WRK-PSV-EMITIDO (2)
                       END-IF
                       IF NOT DEPOSITO-RETIDO
                          AND DEP-DATA-BAIXA NOT LESS THAN
                              WRK-PSV-INICIO
                          AND DEP-DATA-BAIXA NOT GREATER THAN
                              WRK-PSV-CORTE
                           ADD DEP-VALOR TO WRK-PSV-BAIXADO (2)
                       END-IF
                   END-IF
                   READ DEPOSITOS NEXT RECORD
               END-PERFORM
           END-IF.

      *Pacotes pre-pagos: cada locacao nao usada vale o unitario
      *do pacote (preco / quantidade, como no 3997). O saldo no
      *corte e o PP-SALDO de hoje mais as locacoes tiradas do
      *pacote depois do corte; o pacote vendido entra pela
      *quantidade toda, a locacao do mes baixa um unitario e o
      *pacote vencido no mes baixa o saldo que sobrou
       9711-PSV-PREPAGOS  SECTION.
           MOVE ZERO TO PP-NUMERO
           START PREPAGO KEY IS NOT LESS THAN PP-NUMERO
               INVALID KEY
                   MOVE 10 TO PREPAGO-STATUS
           END-START
           IF PREPAGO-STATUS EQUAL 0
               READ PREPAGO NEXT RECORD
               PERFORM UNTIL PREPAGO-STATUS NOT EQUAL 0
                   IF PP-QTD > ZERO
                      AND PP-DATA-COMPRA NOT GREATER THAN WRK-PSV-CORTE
                       COMPUTE WRK-PSV-UNITARIO ROUNDED =
                           PP-VALOR / PP-QTD
                       IF PP-VALIDADE > WRK-PSV-CORTE
                           COMPUTE WRK-PSV-APURADO (3) =
                               WRK-PSV-APURADO (3)
                               + PP-SALDO * WRK-PSV-UNITARIO
                       END-IF
                       IF WRK-PSV-MOVTO EQUAL 'S'
                           IF PP-DATA-COMPRA NOT LESS THAN
                              WRK-PSV-INICIO
                               COMPUTE WRK-PSV-EMITIDO (3) =
                                   WRK-PSV-EMITIDO (3)
                                   + PP-QTD * WRK-PSV-UNITARIO
                           END-IF
                           IF PP-VALIDADE NOT LESS THAN WRK-PSV-INICIO
                              AND PP-VALIDADE NOT GREATER THAN
                                  WRK-PSV-CORTE
                               COMPUTE WRK-PSV-BAIXADO (3) =
                                   WRK-PSV-BAIXADO (3)
                                   + PP-SALDO * WRK-PSV-UNITARIO
                           END-IF
                       END-IF
                   END-IF
                   READ PREPAGO NEXT RECORD
               END-PERFORM
           END-IF

      *    Locacoes pagas por pacote: as do mes baixam o passivo e
      *    as posteriores ao corte voltam para o saldo do corte
           MOVE ZERO TO NUM-EMPRESTIMO
           START EMPRESTIMOS KEY IS NOT LESS THAN NUM-EMPRESTIMO
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   IF EMP-NUM-PREPAGO > ZERO
                      AND NOT EMPRESTIMO-ESTORNADO
                      AND EMP-DATA-RETIRADA NOT LESS THAN
                          WRK-PSV-INICIO
                       PERFORM 9708-PSV-LOCACAO-PREPAGO
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF.

      *Locacao paga pelo pacote do emprestimo corrente
       9708-PSV-LOCACAO-PREPAGO  SECTION.
           MOVE EMP-NUM-PREPAGO TO PP-NUMERO
           READ PREPAGO
               INVALID KEY
                   MOVE ZERO TO PP-QTD
           END-READ
           IF PP-QTD > ZERO
               COMPUTE WRK-PSV-UNITARIO ROUNDED = PP-VALOR / PP-QTD
               IF EMP-DATA-RETIRADA > WRK-PSV-CORTE
                   IF PP-DATA-COMPRA NOT GREATER THAN WRK-PSV-CORTE
                      AND PP-VALIDADE > WRK-PSV-CORTE
                       ADD WRK-PSV-UNITARIO TO WRK-PSV-APURADO (3)
                   END-IF
               ELSE
                   IF WRK-PSV-MOVTO EQUAL 'S'
                       ADD WRK-PSV-UNITARIO TO WRK-PSV-BAIXADO (3)
                   END-IF
               END-IF
           END-IF.

      *Grava (ou regrava, na reapuracao do mes) os saldos da
      *classe WRK-PSV-IDX em PASSIVO; fechamento negativo, que so
      *sai de lancamento fora do lugar, fica zerado e a diferenca
      *aparece contra os saldos individuais
       9713-PSV-GRAVA-CLASSE  SECTION.
           MOVE WRK-PSV-MES TO PSV-MES
           MOVE WRK-PSV-COD (WRK-PSV-IDX) TO PSV-CLASSE
           READ PASSIVO
               INVALID KEY
                   MOVE 23 TO PASSIVO-STATUS
           END-READ
           MOVE WRK-PSV-MES TO PSV-MES
           MOVE WRK-PSV-COD (WRK-PSV-IDX) TO PSV-CLASSE
           MOVE WRK-PSV-ABERTURA (WRK-PSV-IDX) TO PSV-ABERTURA
           MOVE WRK-PSV-EMITIDO (WRK-PSV-IDX) TO PSV-EMITIDO
           MOVE WRK-PSV-BAIXADO (WRK-PSV-IDX) TO PSV-BAIXADO
           IF WRK-PSV-FECHAMENTO (WRK-PSV-IDX) < ZERO
               MOVE ZERO TO PSV-FECHAMENTO
           ELSE
               MOVE WRK-PSV-FECHAMENTO (WRK-PSV-IDX) TO PSV-FECHAMENTO
           END-IF
           MOVE WRK-PSV-INDIVIDUAL (WRK-PSV-IDX) TO PSV-INDIVIDUAL
           MOVE WRK-PSV-ORIGEM (WRK-PSV-IDX) TO PSV-ORIGEM
           MOVE WRK-DATA-HOJE TO PSV-DATA-GER
           MOVE WRK-OPERADOR TO PSV-OPERADOR
           IF PASSIVO-STATUS EQUAL 0
               REWRITE PASSIVO-REG
           ELSE
               WRITE PASSIVO-REG
                   INVALID KEY
                       MOVE 'Erro ao gravar passivo' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE '9713-PSV-GRAVA-CLASSE' TO WRK-ERL-PARAGRAFO
                       MOVE 'PASSIVO' TO WRK-ERL-ARQUIVO
                       MOVE 'WRITE' TO WRK-ERL-OPERACAO
                       MOVE PASSIVO-STATUS TO WRK-ERL-STATUS
                       MOVE PSV-CHAVE TO WRK-ERL-CHAVE
                       PERFORM 5196-GRAVA-ERRO-ARQUIVO
               END-WRITE
           END-IF.

      *Linha de uma classe no relatorio; a abertura apurada pelo
      *movimento leva um asterisco
       9710-PSV-LINHA-CLASSE  SECTION.
           COMPUTE WRK-PSV-DIFERENCA =
               WRK-PSV-FECHAMENTO (WRK-PSV-IDX)
               - WRK-PSV-INDIVIDUAL (WRK-PSV-IDX)
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE WRK-PSV-NOME (WRK-PSV-IDX) TO WRK-LINHA-IMP (1:20)
           MOVE WRK-PSV-ABERTURA (WRK-PSV-IDX) TO WRK-PSV-VALOR-ED
           MOVE WRK-PSV-VALOR-ED TO WRK-LINHA-IMP (23:14)
           IF WRK-PSV-ORIGEM (WRK-PSV-IDX) EQUAL 'A'
               MOVE '*' TO WRK-LINHA-IMP (36:1)
           END-IF
           MOVE WRK-PSV-EMITIDO (WRK-PSV-IDX) TO WRK-PSV-VALOR-ED
           MOVE WRK-PSV-VALOR-ED TO WRK-LINHA-IMP (37:14)
           MOVE WRK-PSV-BAIXADO (WRK-PSV-IDX) TO WRK-PSV-VALOR-ED
           MOVE WRK-PSV-VALOR-ED TO WRK-LINHA-IMP (51:14)
           MOVE WRK-PSV-FECHAMENTO (WRK-PSV-IDX) TO WRK-PSV-VALOR-ED
           MOVE WRK-PSV-VALOR-ED TO WRK-LINHA-IMP (65:14)
           MOVE WRK-PSV-INDIVIDUAL (WRK-PSV-IDX) TO WRK-PSV-VALOR-ED
           MOVE WRK-PSV-VALOR-ED TO WRK-LINHA-IMP (79:14)
           MOVE WRK-PSV-DIFERENCA TO WRK-PSV-VALOR-ED
           MOVE WRK-PSV-VALOR-ED TO WRK-LINHA-IMP (93:14)
           IF WRK-PSV-DIFERENCA NOT EQUAL ZERO
               MOVE 'CONFERIR' TO WRK-LINHA-IMP (109:8)
           END-IF
           WRITE PSVREL-REG FROM WRK-LINHA-IMP.

      *Quebra de cartao do VALECRED: soma o saldo do cartao lido
      *ao saldo dos vales e, na listagem, imprime o vale-presente
      *(cartao abaixo de 900000, fora o credito de loja) com saldo
      *e sem movimento desde o mes limite da dormencia
       9709-PSV-FECHA-CARTAO  SECTION.
           IF WRK-PSV-CARTAO-LIDO EQUAL 'S'
               ADD WRK-PSV-CARTAO-SALDO TO WRK-PSV-APURADO (1)
               IF WRK-PSV-LISTAR EQUAL 'S'
                  AND WRK-PSV-CARTAO < 900000
                  AND WRK-PSV-CARTAO-SALDO > ZERO
                  AND WRK-PSV-CARTAO-ULT NOT GREATER THAN
                      WRK-PSV-DORM-CORTE
                   ADD 1 TO WRK-PSV-QTD-DORM
                   ADD WRK-PSV-CARTAO-SALDO TO WRK-PSV-T-DORM
                   MOVE SPACES TO WRK-LINHA-IMP
                   MOVE WRK-PSV-CARTAO TO WRK-LINHA-IMP (1:6)
                   MOVE WRK-PSV-CARTAO-ULT TO WRK-LINHA-IMP (10:8)
                   MOVE WRK-PSV-CARTAO-SALDO TO WRK-PSV-VALOR-ED
                   MOVE WRK-PSV-VALOR-ED TO WRK-LINHA-IMP (23:14)
                   WRITE PSVREL-REG FROM WRK-LINHA-IMP
               END-IF
           END-IF
           MOVE ZERO TO WRK-PSV-CARTAO-SALDO
           MOVE ZERO TO WRK-PSV-CARTAO-ULT.

      *Manutencao dos lotes de reprecificacao agendada, no mesmo
      *padrao de navegacao de 9972-MANTER-PROMOCOES: o lote novo
      *ou alterado fica Retido; a simulacao (9752) o marca como
      *Simulado e so o proprietario o libera para Agendado, que
      *fica assim ate a data efetiva, quando o passo REPRECO da
      *cadeia noturna o aplica titulo a titulo com auditoria
       9863-MANTER-REPRECO  SECTION.
           MOVE "Reprecificacao" TO WRK-MODULO.
           MOVE ZERO TO RPC-NUM-DIG

           DISPLAY TELA
           DISPLAY "Numero do lote: " AT LINE 5 COLUMN 20
           ACCEPT RPC-NUM-DIG AT LINE 5 COLUMN 37

           IF RPC-NUM-DIG EQUAL ZERO
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE RPC-NUM-DIG TO RPC-NUMERO
               READ REPRECO
                   INVALID KEY
                       DISPLAY "Lote novo" AT LINE 6 COLUMN 20
                       MOVE RPC-NUM-DIG TO RPC-NUMERO
                       MOVE SPACES TO RPC-DESCRICAO
                       MOVE SPACES TO RPC-ESCOPO
                       MOVE SPACES TO RPC-VALOR-ESCOPO
                       MOVE SPACES TO RPC-TIPO
                       MOVE ZERO TO RPC-PERCENTUAL
                       MOVE ZERO TO RPC-VALOR-NOVO
                       MOVE ZERO TO RPC-DATA-EFETIVA
                       MOVE 'R' TO RPC-STATUS
                       MOVE SPACES TO WRK-RPC-LOJA
                       PERFORM 9862-EDITA-REPRECO
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           WRITE REPRECO-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           PERFORM 9652-GRAVA-REPLOJA
                           DISPLAY "Lote retido - simule e libere"
                           AT LINE 20 COLUMN 20
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Lote existente: "
                       AT LINE 6 COLUMN 20
                       DISPLAY RPC-DESCRICAO AT LINE 6 COLUMN 37
                       DISPLAY "Situacao: " AT LINE 7 COLUMN 20
                       DISPLAY RPC-STATUS AT LINE 7 COLUMN 31
                       PERFORM 9651-LE-REPLOJA
                       DISPLAY "Loja: " AT LINE 7 COLUMN 40
                       IF WRK-RPC-LOJA EQUAL SPACES
                           DISPLAY "rede toda" AT LINE 7 COLUMN 46
                       ELSE
                           DISPLAY WRK-RPC-LOJA AT LINE 7 COLUMN 46
                       END-IF
                       IF REPRECO-APLICADO OR REPRECO-CANCELADO
                           MOVE 'Lote ja processado' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       ELSE
                           DISPLAY "A-lterar C-ancelar S-imular "
                           AT LINE 8 COLUMN 20
                           DISPLAY "L-iberar? " AT LINE 8 COLUMN 48
                           ACCEPT WRK-ESCOLHA AT LINE 8 COLUMN 58
                           EVALUATE WRK-ESCOLHA
                               WHEN 'C'
                               WHEN 'c'
                                   MOVE 'C' TO RPC-STATUS
                                   REWRITE REPRECO-REG
                                   DISPLAY "Lote cancelado"
                                   AT LINE 20 COLUMN 20
                               WHEN 'A'
                               WHEN 'a'
                                   PERFORM 9862-EDITA-REPRECO
                                   IF WRK-ESCOLHA = 'S'
                                      OR WRK-ESCOLHA = 's'
      *                                A alteracao vale nova simulacao
                                       MOVE 'R' TO RPC-STATUS
                                       REWRITE REPRECO-REG
                                       PERFORM 9652-GRAVA-REPLOJA
                                       DISPLAY "Lote alterado - retido"
                                       AT LINE 20 COLUMN 20
                                   END-IF
                               WHEN 'S'
                               WHEN 's'
                                   PERFORM 9752-SIMULA-REPRECO
                               WHEN 'L'
                               WHEN 'l'
                                   PERFORM 9750-LIBERA-REPRECO
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 22 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 52.

      *Captura os campos de um lote de reprecificacao e pede a
      *confirmacao da gravacao em WRK-ESCOLHA (S = confirma)
       9862-EDITA-REPRECO  SECTION.
           DISPLAY "Descricao: " AT LINE 10 COLUMN 20
           ACCEPT RPC-DESCRICAO AT LINE 10 COLUMN 32
           DISPLAY "Escopo (G-enero F-ormato D-istrib): "
           AT LINE 11 COLUMN 20
           ACCEPT RPC-ESCOPO AT LINE 11 COLUMN 57
           DISPLAY "Valor do escopo: " AT LINE 12 COLUMN 20
           ACCEPT RPC-VALOR-ESCOPO AT LINE 12 COLUMN 38
           DISPLAY "Tipo (P-ercentual V-alor novo): "
           AT LINE 13 COLUMN 20
           ACCEPT RPC-TIPO AT LINE 13 COLUMN 53
           DISPLAY "Percentual de aumento: " AT LINE 14 COLUMN 20
           ACCEPT RPC-PERCENTUAL AT LINE 14 COLUMN 44
           DISPLAY "Valor novo do aluguel: " AT LINE 15 COLUMN 20
           ACCEPT RPC-VALOR-NOVO AT LINE 15 COLUMN 44
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               DISPLAY "Data efetiva (AAAAMMDD): "
               AT LINE 16 COLUMN 20
               ACCEPT RPC-DATA-EFETIVA AT LINE 16 COLUMN 46
               MOVE RPC-DATA-EFETIVA TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM

      *    Com loja, o lote reprecifica so a tabela de precos dela
      *    e o PRECO-ALUGUEL do catalogo fica como esta
           MOVE 'N' TO WRK-PLJ-OK
           PERFORM UNTIL WRK-PLJ-OK EQUAL 'S'
               DISPLAY "Loja (branco = rede toda): "
               AT LINE 17 COLUMN 20
               ACCEPT WRK-RPC-LOJA AT LINE 17 COLUMN 48
               IF WRK-RPC-LOJA EQUAL SPACES
                   MOVE 'S' TO WRK-PLJ-OK
               ELSE
                   MOVE WRK-RPC-LOJA TO LOJA-CODIGO
                   READ LOJAS
                       INVALID KEY
                           MOVE 'Loja nao cadastrada' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-PLJ-OK
                   END-READ
               END-IF
           END-PERFORM

           DISPLAY "Confirma a gravacao? (S/N): "
           AT LINE 18 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 18 COLUMN 49.

      *Fatura mensal das contas da casa: para cada cliente com a
      *marcacao, imprime em CONTAFAT.PRN o extrato do razao e o
      *saldo devedor, e oferece o recebimento do pagamento unico
      *da fatura (que entra na gaveta como PAG-TIPO C e credita o
      *razao); substitui a planilha paralela da escola e dos hoteis
       9867-FATURA-CONTAS  SECTION.
           MOVE "Fatura contas" TO WRK-MODULO.

      *    As faturas entram no caixa do dia: com o dia de negocio
      *    fechado a rotina trava, como os demais caminhos de
      *    dinheiro do balcao
           PERFORM 3810-VERIFICA-DIA-FECHADO
           IF WRK-DIA-ENCERRADO EQUAL 'S'
               DISPLAY TELA
               MOVE 'Dia encerrado - reabra p/ usar' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               DISPLAY "Tecle enter para voltar ao menu"
               AT LINE 20 COLUMN 35
               ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 70
               GO TO 9867-FATURA-CONTAS-FIM
           END-IF.

           MOVE 0 TO WRK-QTD-FATURAS
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY TELA
           OPEN OUTPUT CONTAFAT

           MOVE LOW-VALUES TO COD-CLIENTE
           START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
               INVALID KEY
                   MOVE 10 TO CLIENTES-STATUS
           END-START
           IF CLIENTES-STATUS EQUAL 0
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                   IF CLIENTE-ATIVO AND CLIENTE-CONTA-CASA
                       PERFORM 9865-FATURA-UM-CLIENTE
                   END-IF
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-IF

           CLOSE CONTAFAT
           MOVE 'CONTAFAT' TO WRK-SPL-RELATORIO
           MOVE WRK-PATH-CONTAFAT TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO

           DISPLAY "Faturas emitidas em CONTAFAT.PRN"
           AT LINE 18 COLUMN 20
           DISPLAY "Clientes faturados: " AT LINE 19 COLUMN 20
           DISPLAY WRK-QTD-FATURAS AT LINE 19 COLUMN 41

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 21 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 21 COLUMN 52.

       9867-FATURA-CONTAS-FIM.
           CONTINUE.

      *Emite a fatura do cliente corrente de CLIENTES-REG (extrato
      *do razao + saldo) e recebe o pagamento unico dela
       9865-FATURA-UM-CLIENTE  SECTION.
           MOVE COD-CLIENTE TO WRK-FAT-CLIENTE
           PERFORM 3146-SALDO-CONTA

           IF WRK-CC-ULT-SEQ EQUAL ZERO
               CONTINUE
           ELSE
               ADD 1 TO WRK-QTD-FATURAS

               MOVE ALL '=' TO WRK-LINHA-IMP
               WRITE CONTAFAT-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'FATURA - Cliente ' DELIMITED BY SIZE
                      WRK-FAT-CLIENTE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      NOME-CLIENTE DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE CONTAFAT-REG FROM WRK-LINHA-IMP
               MOVE 'Data;Tipo;Documento;Valor' TO CONTAFAT-REG
               WRITE CONTAFAT-REG

               MOVE WRK-FAT-CLIENTE TO CC-CLIENTE
               MOVE ZERO TO CC-SEQ
               START CONTACLI KEY IS NOT LESS THAN CC-CHAVE
                   INVALID KEY
                       MOVE 10 TO CONTACLI-STATUS
               END-START
               IF CONTACLI-STATUS EQUAL 0
                   READ CONTACLI NEXT RECORD
                   PERFORM UNTIL CONTACLI-STATUS NOT EQUAL 0
                      OR CC-CLIENTE NOT EQUAL WRK-FAT-CLIENTE
                       MOVE SPACES TO WRK-LINHA-IMP
                       STRING CC-DATA     DELIMITED BY SIZE
                              ';'         DELIMITED BY SIZE
                              CC-TIPO     DELIMITED BY SIZE
                              ';'         DELIMITED BY SIZE
                              CC-DOC      DELIMITED BY SIZE
                              ';'         DELIMITED BY SIZE
                              CC-VALOR    DELIMITED BY SIZE
                              INTO WRK-LINHA-IMP
                       END-STRING
                       WRITE CONTAFAT-REG FROM WRK-LINHA-IMP
                       READ CONTACLI NEXT RECORD
                   END-PERFORM
               END-IF

               MOVE WRK-CLI-SALDO-CONTA TO WRK-SALDO-CONTA-ED
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'SALDO DEVEDOR: ' DELIMITED BY SIZE
                      WRK-SALDO-CONTA-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE CONTAFAT-REG FROM WRK-LINHA-IMP

               DISPLAY "Cliente " AT LINE 6 COLUMN 20 ERASE EOL
               DISPLAY WRK-FAT-CLIENTE AT LINE 6 COLUMN 28
               DISPLAY "Saldo devedor: " AT LINE 7 COLUMN 20 ERASE EOL
               DISPLAY WRK-SALDO-CONTA-ED AT LINE 7 COLUMN 36
               MOVE ZERO TO WRK-CC-VALOR-REC
               DISPLAY "Receber agora (0 = nada): "
               AT LINE 8 COLUMN 20 ERASE EOL
               ACCEPT WRK-CC-VALOR-REC AT LINE 8 COLUMN 47

               IF WRK-CC-VALOR-REC > ZERO
                   PERFORM 9864-RECEBE-FATURA
               END-IF
           END-IF.

      *Recebe o pagamento da fatura: o dinheiro entra na gaveta
      *como um recibo PAG-TIPO C e o razao ganha o Credito
       9864-RECEBE-FATURA  SECTION.
           PERFORM 3188-PERGUNTA-FORMA
           PERFORM 2050-RESERVA-NUM-PAGAMENTO
           MOVE WRK-PROX-PAGAMENTO TO NUM-PAGAMENTO

           MOVE ZERO             TO PAG-NUM-EMPRESTIMO
           MOVE WRK-FAT-CLIENTE  TO PAG-CLIENTE
           MOVE WRK-CC-VALOR-REC TO PAG-VALOR
           MOVE 'BRL'            TO PAG-MOEDA
           MOVE ZERO             TO PAG-VALOR-IMPOSTO
           MOVE WRK-OPERADOR     TO PAG-OPERADOR
           MOVE WRK-DATA-HOJE    TO PAG-DATA
           MOVE 'C'              TO PAG-TIPO
           MOVE WRK-CC-VALOR-REC TO PAG-VALOR-BRL
           MOVE WRK-CAIXA-ATUAL  TO PAG-CAIXA
           MOVE ZERO             TO PAG-DESCONTO
           MOVE ZERO             TO PAG-VALE
           MOVE ZERO             TO PAG-VALE-CARTAO
           MOVE WRK-LOJA-ATUAL   TO PAG-LOJA
           MOVE WRK-FORMA-PAGTO  TO PAG-FORMA
           MOVE ZERO             TO PAG-REF-DOC
           MOVE ZERO             TO PAG-CODFILME

           PERFORM 3187-ESCREVE-PAGAMENTO
           IF WRK-PAG-GRAVOU EQUAL 'N'
               MOVE 'Erro ao gravar pagamento' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE 'C' TO WRK-CC-TIPO
               MOVE WRK-CC-VALOR-REC TO WRK-CC-VALOR
               MOVE WRK-PROX-PAGAMENTO TO WRK-CC-DOC
               PERFORM 3145-LANCA-CONTA
               DISPLAY "Recibo da fatura: "
               AT LINE 9 COLUMN 20 ERASE EOL
               DISPLAY WRK-PROX-PAGAMENTO AT LINE 9 COLUMN 39
           END-IF.

      *Manutencao de generos, com a exclusao protegida enquanto
      *houver filme (principal ou genero adicional) usando o codigo
       9886-MANTER-GENEROS  SECTION.
           MOVE "Generos" TO WRK-MODULO.
           MOVE SPACES TO TAB-COD-DIG

           DISPLAY TELA
           DISPLAY "Codigo do genero: " AT LINE 5 COLUMN 20
           ACCEPT TAB-COD-DIG AT LINE 5 COLUMN 39

           IF TAB-COD-DIG EQUAL SPACES
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE TAB-COD-DIG (1:8) TO COD-GENERO
               READ GENEROS
                   INVALID KEY
                       DISPLAY "Genero novo" AT LINE 6 COLUMN 20
                       MOVE TAB-COD-DIG (1:8) TO COD-GENERO
                       DISPLAY "Descricao: " AT LINE 7 COLUMN 20
                       ACCEPT DESC-GENERO AT LINE 7 COLUMN 32
                       DISPLAY "Confirma? (S/N): " AT LINE 9 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 9 COLUMN 38
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           WRITE GENEROS-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           DISPLAY "Gravado" AT LINE 11 COLUMN 20
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Descricao atual: " AT LINE 6 COLUMN 20
                       DISPLAY DESC-GENERO AT LINE 6 COLUMN 38
                       DISPLAY "A-lterar ou R-emover? "
                       AT LINE 8 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 8 COLUMN 43
                       EVALUATE WRK-ESCOLHA
                           WHEN 'A'
                           WHEN 'a'
                               DISPLAY "Nova descricao: "
                               AT LINE 10 COLUMN 20
                               ACCEPT DESC-GENERO AT LINE 10 COLUMN 37
                               REWRITE GENEROS-REG
                               DISPLAY "Alterado" AT LINE 12 COLUMN 20
                           WHEN 'R'
                           WHEN 'r'
                               PERFORM 9882-CONTA-USO-GENERO
                               IF WRK-QTD-USO > 0
                                   PERFORM 9878-RECUSA-EXCLUSAO
                               ELSE
                                   DELETE GENEROS RECORD
                                   DISPLAY "Removido"
                                   AT LINE 12 COLUMN 20
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 45
           MOVE SPACES TO WRK-ESCOLHA.

      *Conta os usos do genero: principal em FILMES e adicionais
      *em FILMEGEN
       9882-CONTA-USO-GENERO  SECTION.
           MOVE 0 TO WRK-QTD-USO
           OPEN INPUT FILMESSEQ
           READ FILMESSEQ
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               IF GENEROSQ EQUAL TAB-COD-DIG (1:8)
                   ADD 1 TO WRK-QTD-USO
               END-IF
               READ FILMESSEQ
           END-PERFORM
           CLOSE FILMESSEQ

           MOVE LOW-VALUES TO FG-CHAVE
           START FILMEGEN KEY IS NOT LESS THAN FG-CHAVE
               INVALID KEY
                   MOVE 10 TO FILMEGEN-STATUS
           END-START
           IF FILMEGEN-STATUS EQUAL 0
               READ FILMEGEN NEXT RECORD
               PERFORM UNTIL FILMEGEN-STATUS NOT EQUAL 0
                   IF FG-GENERO EQUAL TAB-COD-DIG (1:8)
                       ADD 1 TO WRK-QTD-USO
                   END-IF
                   READ FILMEGEN NEXT RECORD
               END-PERFORM
           END-IF.

      *Manutencao de aliquotas por local, com a exclusao protegida
      *enquanto alguma loja apontar o local
       9885-MANTER-ALIQUOTA  SECTION.
           MOVE "Aliquotas" TO WRK-MODULO.
           MOVE SPACES TO TAB-COD-DIG

           DISPLAY TELA
           DISPLAY "Codigo do local: " AT LINE 5 COLUMN 20
           ACCEPT TAB-COD-DIG AT LINE 5 COLUMN 38

           IF TAB-COD-DIG EQUAL SPACES
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE TAB-COD-DIG (1:8) TO COD-LOCAL
               READ ALIQUOTA
                   INVALID KEY
                       DISPLAY "Local novo" AT LINE 6 COLUMN 20
                       MOVE TAB-COD-DIG (1:8) TO COD-LOCAL
                       DISPLAY "Descricao: " AT LINE 7 COLUMN 20
                       ACCEPT DESC-LOCAL AT LINE 7 COLUMN 32
                       DISPLAY "Percentual de imposto: "
                       AT LINE 8 COLUMN 20
                       ACCEPT PERCENTUAL-IMPOSTO AT LINE 8 COLUMN 44
                       DISPLAY "Confirma? (S/N): " AT LINE 10 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 38
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           WRITE ALIQUOTA-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           DISPLAY "Gravado" AT LINE 12 COLUMN 20
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Percentual atual: " AT LINE 6 COLUMN 20
                       DISPLAY PERCENTUAL-IMPOSTO AT LINE 6 COLUMN 39
                       DISPLAY "A-lterar ou R-emover? "
                       AT LINE 8 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 8 COLUMN 43
                       EVALUATE WRK-ESCOLHA
                           WHEN 'A'
                           WHEN 'a'
                               DISPLAY "Novo percentual: "
                               AT LINE 10 COLUMN 20
                               ACCEPT PERCENTUAL-IMPOSTO
                               AT LINE 10 COLUMN 38
                               REWRITE ALIQUOTA-REG
                               DISPLAY "Alterado" AT LINE 12 COLUMN 20
                           WHEN 'R'
                           WHEN 'r'
                               PERFORM 9881-CONTA-USO-ALIQUOTA
                               IF WRK-QTD-USO > 0
                                   PERFORM 9878-RECUSA-EXCLUSAO
                               ELSE
                                   DELETE ALIQUOTA RECORD
                                   DISPLAY "Removido"
                                   AT LINE 12 COLUMN 20
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 45
           MOVE SPACES TO WRK-ESCOLHA.

      *Conta as lojas que ainda apontam o local de aliquota
       9881-CONTA-USO-ALIQUOTA  SECTION.
           MOVE 0 TO WRK-QTD-USO
           MOVE LOW-VALUES TO LOJA-CODIGO
           START LOJAS KEY IS NOT LESS THAN LOJA-CODIGO
               INVALID KEY
                   MOVE 10 TO LOJAS-STATUS
           END-START
           IF LOJAS-STATUS EQUAL 0
               READ LOJAS NEXT RECORD
               PERFORM UNTIL LOJAS-STATUS NOT EQUAL 0
                   IF LOJA-LOCAL-ALIQ EQUAL TAB-COD-DIG (1:8)
                       ADD 1 TO WRK-QTD-USO
                   END-IF
                   READ LOJAS NEXT RECORD
               END-PERFORM
           END-IF.

      *Manutencao de moedas e taxas de cambio, com a exclusao
      *protegida enquanto houver titulo precificado na moeda; a
      *moeda base BRL nunca pode ser removida
       9884-MANTER-MOEDAS  SECTION.
           MOVE "Moedas" TO WRK-MODULO.
           MOVE SPACES TO TAB-COD-DIG

           DISPLAY TELA
           DISPLAY "Codigo da moeda: " AT LINE 5 COLUMN 20
           ACCEPT TAB-COD-DIG AT LINE 5 COLUMN 38

           IF TAB-COD-DIG EQUAL SPACES
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE TAB-COD-DIG (1:3) TO COD-MOEDA
               READ TAXACAMBIO
                   INVALID KEY
                       DISPLAY "Moeda nova" AT LINE 6 COLUMN 20
                       MOVE TAB-COD-DIG (1:3) TO COD-MOEDA
                       DISPLAY "Taxa de conversao: "
                       AT LINE 7 COLUMN 20
                       ACCEPT TAXA-CONVERSAO AT LINE 7 COLUMN 40
                       MOVE ZERO TO TAXA-DATA-ATUALIZACAO
                       DISPLAY "Confirma? (S/N): " AT LINE 9 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 9 COLUMN 38
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           WRITE TAXACAMBIO-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           DISPLAY "Gravado" AT LINE 11 COLUMN 20
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Taxa atual: " AT LINE 6 COLUMN 20
                       DISPLAY TAXA-CONVERSAO AT LINE 6 COLUMN 33
                       DISPLAY "A-lterar ou R-emover? "
                       AT LINE 8 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 8 COLUMN 43
                       EVALUATE WRK-ESCOLHA
                           WHEN 'A'
                           WHEN 'a'
                               DISPLAY "Nova taxa: "
                               AT LINE 10 COLUMN 20
                               ACCEPT TAXA-CONVERSAO
                               AT LINE 10 COLUMN 32
                               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                               MOVE WRK-DATA-HOJE
                                   TO TAXA-DATA-ATUALIZACAO
                               REWRITE TAXACAMBIO-REG
                               DISPLAY "Alterado" AT LINE 12 COLUMN 20
                           WHEN 'R'
                           WHEN 'r'
                               IF COD-MOEDA EQUAL 'BRL'
                                   MOVE 'Moeda base nao sai' TO WRK-ERRO
                                   DISPLAY TELA-ERRO ERASE EOL
                               ELSE
                                   PERFORM 9880-CONTA-USO-MOEDA
                                   IF WRK-QTD-USO > 0
                                       PERFORM 9878-RECUSA-EXCLUSAO
                                   ELSE
                                       DELETE TAXACAMBIO RECORD
                                       DISPLAY "Removida"
                                       AT LINE 12 COLUMN 20
                                   END-IF
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar"
           AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 45
           MOVE SPACES TO WRK-ESCOLHA.

      *Conta os titulos precificados na moeda (qualquer situacao)
       9880-CONTA-USO-MOEDA  SECTION.
           MOVE 0 TO WRK-QTD-USO
           OPEN INPUT FILMESSEQ
           READ FILMESSEQ
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               IF MOEDASQ EQUAL TAB-COD-DIG (1:3)
                   ADD 1 TO WRK-QTD-USO
               END-IF
               READ FILMESSEQ
           END-PERFORM
           CLOSE FILMESSEQ.

      *Manutencao dos componentes de imposto com vigencia: uma
      *linha nova entra em vigor na data informada sem mexer nas
      *anteriores, entao a virada de aliquota no meio do ano e so
      *cadastrar a linha com a vigencia certa antes do dia
       9840-MANTER-ALIQCOMP  SECTION.
           MOVE "Comp. imposto" TO WRK-MODULO.
           MOVE SPACES TO AC-LOCAL-DIG
           MOVE SPACES TO AC-COMP-DIG
           MOVE ZERO TO AC-VIG-DIG
           MOVE ZERO TO AC-PCT-DIG

           DISPLAY TELA
           DISPLAY "Local: " AT LINE 5 COLUMN 20
           ACCEPT AC-LOCAL-DIG AT LINE 5 COLUMN 28
           DISPLAY "Componente (ex.: ISS): " AT LINE 6 COLUMN 20
           ACCEPT AC-COMP-DIG AT LINE 6 COLUMN 44
           DISPLAY "Vigencia desde (AAAAMMDD): " AT LINE 7 COLUMN 20
           ACCEPT AC-VIG-DIG AT LINE 7 COLUMN 48

           IF AC-LOCAL-DIG EQUAL SPACES
              OR AC-COMP-DIG EQUAL SPACES
              OR AC-VIG-DIG EQUAL ZERO
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE AC-LOCAL-DIG TO AC-LOCAL
               MOVE AC-COMP-DIG TO AC-COMPONENTE
               MOVE AC-VIG-DIG TO AC-VIGENCIA
               READ ALIQCOMP
                   INVALID KEY
                       DISPLAY "Vigencia nova" AT LINE 8 COLUMN 20
                       DISPLAY "Percentual: " AT LINE 9 COLUMN 20
                       ACCEPT AC-PCT-DIG AT LINE 9 COLUMN 33
                       DISPLAY "Confirma? (S/N): "
                       AT LINE 11 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 11 COLUMN 38
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           MOVE AC-LOCAL-DIG TO AC-LOCAL
                           MOVE AC-COMP-DIG TO AC-COMPONENTE
                           MOVE AC-VIG-DIG TO AC-VIGENCIA
                           MOVE AC-PCT-DIG TO AC-PERCENTUAL
                           WRITE ALIQCOMP-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           DISPLAY "Gravado" AT LINE 13 COLUMN 20
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Percentual atual: "
                       AT LINE 8 COLUMN 20
                       DISPLAY AC-PERCENTUAL AT LINE 8 COLUMN 39
                       DISPLAY "A-lterar ou R-emover? "
                       AT LINE 9 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 9 COLUMN 43
                       EVALUATE WRK-ESCOLHA
                           WHEN 'A'
                           WHEN 'a'
                               DISPLAY "Novo percentual: "
                               AT LINE 10 COLUMN 20
                               ACCEPT AC-PERCENTUAL
                               AT LINE 10 COLUMN 38
                               REWRITE ALIQCOMP-REG
                               DISPLAY "Alterado" AT LINE 12 COLUMN 20
                           WHEN 'R'
                           WHEN 'r'
                               DELETE ALIQCOMP RECORD
                               DISPLAY "Removido" AT LINE 12 COLUMN 20
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar"
           AT LINE 15 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 45
           MOVE SPACES TO WRK-ESCOLHA.

      *Lista do dia da limpeza preventiva: grava em INSPLIST.PRN os
      *exemplares separados no checkin (aguardando Inspecao), com
      *o uso acumulado e a data da ultima inspecao de cada um
       9940-LISTA-INSPECAO  SECTION.
           MOVE "Lista inspecao" TO WRK-MODULO.
           MOVE 0 TO WRK-INSP-QTD
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT INSPLIST
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Exemplares aguardando inspecao - ' DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE INSPLIST-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'Filme' TO WRK-LINHA-IMP (1:5)
           MOVE 'Ex' TO WRK-LINHA-IMP (7:2)
           MOVE 'Titulo' TO WRK-LINHA-IMP (10:6)
           MOVE 'Local' TO WRK-LINHA-IMP (41:5)
           MOVE 'Loja' TO WRK-LINHA-IMP (52:4)
           MOVE 'Locacoes' TO WRK-LINHA-IMP (61:8)
           MOVE 'Desde insp' TO WRK-LINHA-IMP (70:10)
           MOVE 'Ult. inspecao' TO WRK-LINHA-IMP (81:13)
           MOVE 'Estado' TO WRK-LINHA-IMP (95:6)
           WRITE INSPLIST-REG FROM WRK-LINHA-IMP

           MOVE LOW-VALUES TO EX-CHAVE
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
           END-IF

           PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
               IF EXEMPLAR-EM-INSPECAO
                   MOVE EX-CODFILME TO CODFILME
                   READ FILMES
                       INVALID KEY
                           MOVE SPACES TO TITULO
                   END-READ
                   ADD 1 TO WRK-INSP-QTD

                   MOVE SPACES TO WRK-LINHA-IMP
                   MOVE EX-CODFILME TO WRK-LINHA-IMP (1:5)
                   MOVE EX-NUMERO TO WRK-LINHA-IMP (7:2)
                   MOVE TITULO TO WRK-LINHA-IMP (10:30)
                   MOVE EX-LOCALIZACAO TO WRK-LINHA-IMP (41:10)
                   MOVE EX-LOJA TO WRK-LINHA-IMP (52:8)
                   MOVE EX-QTD-LOCACOES TO WRK-INSP-QTD-ED
                   MOVE WRK-INSP-QTD-ED TO WRK-LINHA-IMP (64:5)
                   MOVE EX-LOC-DESDE-INSP TO WRK-INSP-QTD-ED
                   MOVE WRK-INSP-QTD-ED TO WRK-LINHA-IMP (75:5)
                   IF EX-DATA-INSPECAO EQUAL ZERO
                       MOVE 'nunca' TO WRK-LINHA-IMP (81:5)
                   ELSE
                       MOVE EX-DATA-INSPECAO TO WRK-LINHA-IMP (81:8)
                   END-IF
                   MOVE EX-ESTADO TO WRK-LINHA-IMP (95:15)
                   WRITE INSPLIST-REG FROM WRK-LINHA-IMP
               END-IF

               READ EXEMPLARES NEXT RECORD
           END-PERFORM

           CLOSE INSPLIST
           MOVE 'INSPLIST' TO WRK-SPL-RELATORIO
           MOVE WRK-PATH-INSPLIST TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO

           DISPLAY TELA
           DISPLAY "Lista de inspecao gerada em INSPLIST.PRN"
           AT LINE 10 COLUMN 20
           DISPLAY "Exemplares aguardando: " AT LINE 12 COLUMN 20
           DISPLAY WRK-INSP-QTD AT LINE 12 COLUMN 44

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 15 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 55.

      *Registra o resultado da inspecao de um exemplar separado:
      *O-k ou L-impo devolvem a copia a prateleira (ou a reserva
      *que estiver esperando o titulo) com o contador de uso
      *zerado; R-eparo manda a copia para a fila de REPAROS com
      *previsao e custo estimado, como no checkin (3210)
       9964-REGISTRA-INSPECAO  SECTION.
           MOVE "Registrar inspecao" TO WRK-MODULO.
           MOVE ZERO TO EX-CODFILME-DIG
           MOVE ZERO TO EX-NUMERO-DIG
           MOVE SPACES TO EX-ESTADO-DIG
           MOVE SPACE TO WRK-INSP-RESULTADO
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY TELA
           DISPLAY "Codigo do filme: " AT LINE 5 COLUMN 20
           ACCEPT EX-CODFILME-DIG AT LINE 5 COLUMN 38
           DISPLAY "Exemplar: " AT LINE 6 COLUMN 20
           ACCEPT EX-NUMERO-DIG AT LINE 6 COLUMN 38

           MOVE EX-CODFILME-DIG TO EX-CODFILME
           MOVE EX-NUMERO-DIG TO EX-NUMERO
           READ EXEMPLARES
               INVALID KEY
                   MOVE 'Exemplar nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   GO TO 9964-REGISTRA-INSPECAO-FIM
           END-READ
           IF NOT EXEMPLAR-EM-INSPECAO
               MOVE 'Exemplar nao aguarda inspecao' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               DISPLAY "Locacoes desde a ultima inspecao: "
               AT LINE 8 COLUMN 20
               DISPLAY EX-LOC-DESDE-INSP AT LINE 8 COLUMN 55
               DISPLAY "Estado atual: " AT LINE 9 COLUMN 20
               DISPLAY EX-ESTADO AT LINE 9 COLUMN 35

               PERFORM UNTIL WRK-INSP-RESULTADO EQUAL 'O'
                  OR WRK-INSP-RESULTADO EQUAL 'L'
                  OR WRK-INSP-RESULTADO EQUAL 'R'
                   DISPLAY "Resultado: O-k, L-impo, R-eparo: "
                   AT LINE 11 COLUMN 20
                   ACCEPT WRK-INSP-RESULTADO AT LINE 11 COLUMN 54
                   EVALUATE WRK-INSP-RESULTADO
                       WHEN 'o'
                           MOVE 'O' TO WRK-INSP-RESULTADO
                       WHEN 'l'
                           MOVE 'L' TO WRK-INSP-RESULTADO
                       WHEN 'r'
                           MOVE 'R' TO WRK-INSP-RESULTADO
                   END-EVALUATE
               END-PERFORM

               DISPLAY "Estado da copia (branco = mantem): "
               AT LINE 12 COLUMN 20
               ACCEPT EX-ESTADO-DIG AT LINE 12 COLUMN 56
               IF EX-ESTADO-DIG NOT EQUAL SPACES
                   MOVE EX-ESTADO-DIG TO EX-ESTADO
               END-IF
               MOVE ZERO TO EX-LOC-DESDE-INSP
               MOVE WRK-DATA-HOJE TO EX-DATA-INSPECAO
               MOVE EX-CODFILME TO CODFILME
               MOVE 'INSPECAO' TO WRK-AUD-OPERACAO

               IF WRK-INSP-RESULTADO EQUAL 'R'
                   MOVE ZERO TO RP-DATA-PREV-DIG
                   MOVE ZERO TO RP-CUSTO-DIG
                   MOVE 'N' TO WRK-DATA-OK
                   PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
                       DISPLAY "Previsao de volta (AAAAMMDD): "
                       AT LINE 14 COLUMN 20
                       ACCEPT RP-DATA-PREV-DIG AT LINE 14 COLUMN 51
                       MOVE RP-DATA-PREV-DIG TO WRK-DATA-VALIDAR
                       PERFORM 3155-VALIDA-DATA
                       IF WRK-DATA-OK EQUAL 'N'
                           MOVE 'Data invalida' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       END-IF
                   END-PERFORM
                   DISPLAY "Custo estimado do conserto: "
                   AT LINE 15 COLUMN 20
                   ACCEPT RP-CUSTO-DIG AT LINE 15 COLUMN 49

                   MOVE 'M' TO EX-STATUS
                   REWRITE EXEMPLARES-REG
                   MOVE 'A' TO WRK-JRN-OPER
                   PERFORM 5205-JORNAL-EXEMPLARES

                   MOVE '1' TO CTLREP-CHAVE
                   READ CTLREP KEY IS CTLREP-CHAVE
                   COMPUTE WRK-PROX-REPARO = CTLREP-ULT-NUMERO + 1
                   MOVE WRK-PROX-REPARO TO NUM-REPARO

                   MOVE EX-CODFILME TO RP-CODFILME
                   MOVE EX-NUMERO TO RP-EXEMPLAR
                   MOVE WRK-DATA-HOJE TO RP-DATA-ENVIO
                   MOVE RP-DATA-PREV-DIG TO RP-DATA-PREV
                   MOVE RP-CUSTO-DIG TO RP-CUSTO
                   MOVE 'P' TO RP-STATUS

                   WRITE REPAROS-REG
                       INVALID KEY
                           MOVE 'Erro ao gravar reparo' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE '9964-REGISTRA-INSPECAO'
                               TO WRK-ERL-PARAGRAFO
                           MOVE 'REPAROS' TO WRK-ERL-ARQUIVO
                           MOVE 'WRITE' TO WRK-ERL-OPERACAO
                           MOVE REPAROS-STATUS TO WRK-ERL-STATUS
                           MOVE NUM-REPARO TO WRK-ERL-CHAVE
                           PERFORM 5196-GRAVA-ERRO-ARQUIVO
                       NOT INVALID KEY
                           MOVE NUM-REPARO TO CTLREP-ULT-NUMERO
                           REWRITE CTLREP-REG
                           DISPLAY "Reparo numero: "
                           AT LINE 17 COLUMN 20
                           DISPLAY WRK-PROX-REPARO AT LINE 17 COLUMN 36
                           MOVE SPACES TO WRK-AUD-DETALHE
                           STRING 'REPARO ' DELIMITED BY SIZE
                                  WRK-PROX-REPARO DELIMITED BY SIZE
                                  ' EX ' DELIMITED BY SIZE
                                  EX-NUMERO DELIMITED BY SIZE
                                  INTO WRK-AUD-DETALHE
                           END-STRING
                           PERFORM 5190-GRAVA-AUDITORIA
                   END-WRITE
               ELSE
      *            A copia liberada atende primeiro quem espera o titulo
                   MOVE EX-CODFILME TO EMP-CODFILME
                   PERFORM 3350-VERIFICA-RESERVA
                   MOVE EX-CODFILME-DIG TO EX-CODFILME
                   MOVE EX-NUMERO-DIG TO EX-NUMERO
                   READ EXEMPLARES
                       NOT INVALID KEY
                           IF EX-ESTADO-DIG NOT EQUAL SPACES
                               MOVE EX-ESTADO-DIG TO EX-ESTADO
                           END-IF
                           MOVE ZERO TO EX-LOC-DESDE-INSP
                           MOVE WRK-DATA-HOJE TO EX-DATA-INSPECAO
                           IF WRK-RES-ACHOU NOT EQUAL ZERO
                               MOVE 'R' TO EX-STATUS
                           ELSE
                               MOVE 'D' TO EX-STATUS
                           END-IF
                           REWRITE EXEMPLARES-REG
                           MOVE 'A' TO WRK-JRN-OPER
                           PERFORM 5205-JORNAL-EXEMPLARES
                   END-READ
                   MOVE SPACES TO WRK-AUD-DETALHE
                   IF WRK-INSP-RESULTADO EQUAL 'O'
                       STRING 'OK EX ' DELIMITED BY SIZE
                              EX-NUMERO DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                   ELSE
                       STRING 'LIMPO EX ' DELIMITED BY SIZE
                              EX-NUMERO DELIMITED BY SIZE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                   END-IF
                   MOVE EX-CODFILME TO CODFILME
                   PERFORM 5190-GRAVA-AUDITORIA
                   DISPLAY "Inspecao registrada, exemplar liberado"
                   AT LINE 17 COLUMN 20
               END-IF
               PERFORM 3198-ATUALIZA-DISPONIBILIDADE
           END-IF.

       9964-REGISTRA-INSPECAO-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Conclui um reparo pendente: marca o registro do conserto
      *como Concluido e devolve o exemplar para a prateleira
      *(situacao Disponivel), voltando a aparecer no checkout
       9967-CONCLUI-REPARO  SECTION.
           MOVE "Concluir reparo" TO WRK-MODULO.
           MOVE ZERO TO WRK-NUM-REPARO-DIG

           DISPLAY TELA
           DISPLAY "Numero do reparo: " AT LINE 5 COLUMN 20
           ACCEPT WRK-NUM-REPARO-DIG AT LINE 5 COLUMN 39

           MOVE WRK-NUM-REPARO-DIG TO NUM-REPARO
           READ REPAROS
               INVALID KEY
                   MOVE 'Reparo nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   IF REPARO-CONCLUIDO
                       MOVE 'Reparo ja concluido' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       MOVE 'C' TO RP-STATUS
                       REWRITE REPAROS-REG

                       MOVE RP-CODFILME TO EX-CODFILME
                       MOVE RP-EXEMPLAR TO EX-NUMERO
                       READ EXEMPLARES
                           NOT INVALID KEY
                               IF EXEMPLAR-EM-REPARO
                                   MOVE 'D' TO EX-STATUS
                                   ACCEPT WRK-DATA-HOJE
                                       FROM DATE YYYYMMDD
                                   MOVE ZERO TO EX-LOC-DESDE-INSP
                                   MOVE WRK-DATA-HOJE
                                       TO EX-DATA-INSPECAO
                                   REWRITE EXEMPLARES-REG
                                   MOVE 'A' TO WRK-JRN-OPER
                                   PERFORM 5205-JORNAL-EXEMPLARES
                               END-IF
                       END-READ

                       DISPLAY "Reparo concluido, exemplar liberado"
                       AT LINE 8 COLUMN 20
                   END-IF
           END-READ

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 52.

      *Varre a fila de reparos e grava em REPARREL.CSV os consertos
      *ainda Pendentes, com datas e custo estimado, totalizando o
      *custo na tela (mesmo espirito de 9995-RELATORIO-BAIXAS)
       9968-RELATORIO-REPAROS  SECTION.
           MOVE 0 TO WRK-QTD-REPAROS
           MOVE 0 TO WRK-TOTAL-REPAROS

           OPEN OUTPUT REPARREL
           MOVE "Reparo;Filme;Exemplar;Enviado;PrevVolta;Custo"
               TO REPARREL-REG
           WRITE REPARREL-REG

           MOVE LOW-VALUES TO NUM-REPARO
           START REPAROS KEY IS NOT LESS THAN NUM-REPARO
               INVALID KEY
                   MOVE 10 TO REPAROS-STATUS
           END-START
           IF REPAROS-STATUS EQUAL 0
               READ REPAROS NEXT RECORD
           END-IF

           PERFORM UNTIL REPAROS-STATUS NOT EQUAL 0
               IF REPARO-PENDENTE
                   ADD 1 TO WRK-QTD-REPAROS
                   ADD RP-CUSTO TO WRK-TOTAL-REPAROS

                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING NUM-REPARO     DELIMITED BY SIZE
                          ";"            DELIMITED BY SIZE
                          RP-CODFILME    DELIMITED BY SIZE
                          ";"            DELIMITED BY SIZE
                          RP-EXEMPLAR    DELIMITED BY SIZE
                          ";"            DELIMITED BY SIZE
                          RP-DATA-ENVIO  DELIMITED BY SIZE
                          ";"            DELIMITED BY SIZE
                          RP-DATA-PREV   DELIMITED BY SIZE
                          ";"            DELIMITED BY SIZE
                          RP-CUSTO       DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE REPARREL-REG FROM WRK-LINHA-CSV
               END-IF

               READ REPAROS NEXT RECORD
           END-PERFORM

           CLOSE REPARREL.

           DISPLAY TELA
           DISPLAY "Relatorio de reparos gerado em" AT LINE 10 COLUMN 20
           DISPLAY "REPARREL.CSV" AT LINE 11 COLUMN 20

           DISPLAY "Reparos pendentes  : " AT LINE 13 COLUMN 20
           DISPLAY WRK-QTD-REPAROS AT LINE 13 COLUMN 50

           DISPLAY "Custo estimado     : " AT LINE 14 COLUMN 20
           DISPLAY WRK-TOTAL-REPAROS AT LINE 14 COLUMN 50

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 16 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 16 COLUMN 55.

      *Cadastra uma nova copia fisica (exemplar) de um filme ja
      *existente no catalogo; o numero do exemplar e calculado
      *automaticamente como o proximo dentro daquele CODFILME. A
      *copia pode ser propria, de leasing ou de consignacao (9701)
       9970-CADASTRAR-EXEMPLAR  SECTION.
           MOVE "Cadastro de exemplar" TO WRK-MODULO.
           MOVE ZERO TO EX-CODFILME-DIG
           MOVE SPACES TO EX-ESTADO-DIG
           MOVE SPACES TO EX-LOCALIZACAO-DIG
           MOVE SPACES TO EX-POSSE-DIG
           MOVE SPACES TO EX-DIST-DONO-DIG
           MOVE ZERO TO EX-DATA-DEVOLVER-DIG
           MOVE ZERO TO EX-PRECO-COMPRA-DIG
           MOVE ZERO TO EX-PCT-REPASSE-DIG

           DISPLAY TELA
           ACCEPT TELA-EXEMPLAR

           PERFORM 9701-VALIDA-POSSE
           IF WRK-POSSE-OK EQUAL 'N'
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE EX-CODFILME-DIG TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE 'Filme nao cadastrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
                       MOVE ZERO TO WRK-PROX-EXEMPLAR
                       MOVE LOW-VALUES TO EX-CHAVE
                       START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
                           INVALID KEY
                               MOVE 10 TO EXEMPLARES-STATUS
                       END-START
                       IF EXEMPLARES-STATUS EQUAL 0
                           READ EXEMPLARES NEXT RECORD
                           PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                               IF EX-CODFILME EQUAL EX-CODFILME-DIG
                                   AND EX-NUMERO > WRK-PROX-EXEMPLAR
                                   MOVE EX-NUMERO TO WRK-PROX-EXEMPLAR
                               END-IF
                               READ EXEMPLARES NEXT RECORD
                           END-PERFORM
                       END-IF
                       ADD 1 TO WRK-PROX-EXEMPLAR

                       MOVE EX-CODFILME-DIG   TO EX-CODFILME
                       MOVE WRK-PROX-EXEMPLAR TO EX-NUMERO
                       MOVE EX-ESTADO-DIG        TO EX-ESTADO
                       MOVE EX-LOCALIZACAO-DIG   TO EX-LOCALIZACAO
                       MOVE 'D' TO EX-STATUS
                       MOVE EX-POSSE-DIG         TO EX-POSSE
                       MOVE EX-DIST-DONO-DIG     TO EX-DIST-DONO
                       MOVE EX-DATA-DEVOLVER-DIG TO EX-DATA-DEVOLVER
                       MOVE EX-PRECO-COMPRA-DIG  TO EX-PRECO-COMPRA
                       MOVE EX-PCT-REPASSE-DIG   TO EX-PCT-REPASSE
                       MOVE ZERO TO EX-DATA-BAIXA
                       MOVE SPACES TO EX-MOTIVO-BAIXA
                       MOVE ZERO TO EX-CUSTO-BAIXA
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       MOVE WRK-DATA-HOJE TO EX-DATA-CADASTRO
                       MOVE WRK-LOJA-ATUAL TO EX-LOJA
                       MOVE ZERO TO EX-QTD-LOCACOES
                       MOVE ZERO TO EX-LOC-DESDE-INSP
                       MOVE ZERO TO EX-DATA-INSPECAO

                       WRITE EXEMPLARES-REG
                           INVALID KEY
                               MOVE 'Erro ao gravar exemplar'
                                   TO WRK-ERRO
                               DISPLAY TELA-ERRO ERASE EOL
                               MOVE '9970-CADASTRAR-EXEMPLAR'
                                   TO WRK-ERL-PARAGRAFO
                               MOVE 'EXEMPLARES' TO WRK-ERL-ARQUIVO
                               MOVE 'WRITE' TO WRK-ERL-OPERACAO
                               MOVE EXEMPLARES-STATUS TO WRK-ERL-STATUS
                               MOVE EX-CHAVE TO WRK-ERL-CHAVE
                               PERFORM 5196-GRAVA-ERRO-ARQUIVO
                           NOT INVALID KEY
                               DISPLAY "Exemplar cadastrado: "
                               AT LINE 14 COLUMN 20
                               DISPLAY WRK-PROX-EXEMPLAR
                               AT LINE 14 COLUMN 43
                       END-WRITE
                       MOVE 'I' TO WRK-JRN-OPER
                       PERFORM 5205-JORNAL-EXEMPLARES
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 16 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 16 COLUMN 55.

      *Confere a posse digitada no cadastro do exemplar: copia
      *propria (P ou branco) nao leva distribuidora, data nem
      *preco; leasing (L) e consignacao (C) exigem a distribuidora
      *dona cadastrada em DISTRIB e uma data de devolucao valida e
      *futura
       9701-VALIDA-POSSE  SECTION.
           MOVE 'S' TO WRK-POSSE-OK
           INSPECT EX-POSSE-DIG CONVERTING 'plc' TO 'PLC'
           IF EX-POSSE-DIG EQUAL SPACE
               MOVE 'P' TO EX-POSSE-DIG
           END-IF

           EVALUATE EX-POSSE-DIG
               WHEN 'P'
                   MOVE SPACES TO EX-DIST-DONO-DIG
                   MOVE ZERO TO EX-DATA-DEVOLVER-DIG
                   MOVE ZERO TO EX-PRECO-COMPRA-DIG
                   MOVE ZERO TO EX-PCT-REPASSE-DIG
               WHEN 'L'
               WHEN 'C'
                   MOVE EX-DIST-DONO-DIG TO COD-DISTRIBUIDORA
                   READ DISTRIB
                       INVALID KEY
                           MOVE 'N' TO WRK-POSSE-OK
                           MOVE 'Distribuidora nao cadastrada'
                               TO WRK-ERRO
                   END-READ
                   IF WRK-POSSE-OK EQUAL 'S'
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       MOVE EX-DATA-DEVOLVER-DIG TO WRK-DATA-VALIDAR
                       PERFORM 3155-VALIDA-DATA
                       IF WRK-DATA-OK EQUAL 'N'
                          OR EX-DATA-DEVOLVER-DIG
                             NOT GREATER THAN WRK-DATA-HOJE
                           MOVE 'N' TO WRK-POSSE-OK
                           MOVE 'Data de devolucao invalida'
                               TO WRK-ERRO
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WRK-POSSE-OK
                   MOVE 'Posse deve ser P, L ou C' TO WRK-ERRO
           END-EVALUATE.

      *Compra pela loja de uma copia de leasing ou consignacao
      *pelo preco combinado no cadastro (EX-PRECO-COMPRA): a copia
      *passa a propria, sai da devolucao semanal ao distribuidor e
      *entra na valorizacao do acervo e na venda de balcao; a
      *distribuidora e o preco ficam no registro como historico
       9703-COMPRA-EXEMPLAR  SECTION.
           MOVE "Compra de copia" TO WRK-MODULO.
           MOVE ZERO TO EX-CODFILME-DIG
           MOVE ZERO TO EX-NUMERO-DIG

           DISPLAY TELA
           DISPLAY "Codigo do filme: " AT LINE 5 COLUMN 20
           ACCEPT EX-CODFILME-DIG AT LINE 5 COLUMN 38
           DISPLAY "Exemplar: " AT LINE 6 COLUMN 20
           ACCEPT EX-NUMERO-DIG AT LINE 6 COLUMN 31

           MOVE EX-CODFILME-DIG TO EX-CODFILME
           MOVE EX-NUMERO-DIG TO EX-NUMERO
           READ EXEMPLARES
               INVALID KEY
                   MOVE 'Exemplar nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   GO TO 9703-COMPRA-EXEMPLAR-FIM
           END-READ

           EVALUATE TRUE
               WHEN EXEMPLAR-PROPRIO
                   MOVE 'Copia ja e da loja' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               WHEN EXEMPLAR-BAIXADO OR EXEMPLAR-VENDIDO
                 OR EXEMPLAR-DEVOLVIDO
                   MOVE 'Copia fora do acervo' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               WHEN OTHER
                   DISPLAY "Distribuidora dona: " AT LINE 8 COLUMN 20
                   DISPLAY EX-DIST-DONO AT LINE 8 COLUMN 41
                   DISPLAY "Posse (L/C): " AT LINE 9 COLUMN 20
                   DISPLAY EX-POSSE AT LINE 9 COLUMN 41
                   DISPLAY "Devolver ate: " AT LINE 10 COLUMN 20
                   DISPLAY EX-DATA-DEVOLVER AT LINE 10 COLUMN 41
                   DISPLAY "Preco de compra: " AT LINE 11 COLUMN 20
                   DISPLAY EX-PRECO-COMPRA AT LINE 11 COLUMN 41

                   DISPLAY "Confirma a compra? (S/N): "
                   AT LINE 13 COLUMN 20
                   ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 47
                   IF WRK-ESCOLHA EQUAL 'S' OR WRK-ESCOLHA EQUAL 's'
                       MOVE 'P' TO EX-POSSE
                       MOVE ZERO TO EX-DATA-DEVOLVER
                       MOVE ZERO TO EX-PCT-REPASSE
                       REWRITE EXEMPLARES-REG
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5205-JORNAL-EXEMPLARES

                       MOVE EX-CODFILME TO CODFILME
                       MOVE 'COMPRAEX' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'EXEMPLAR=' DELIMITED BY SIZE
                              EX-NUMERO DELIMITED BY SIZE
                              ' DE ' DELIMITED BY SIZE
                              EX-DIST-DONO DELIMITED BY SPACE
                              INTO WRK-AUD-DETALHE
                       END-STRING
                       PERFORM 5190-GRAVA-AUDITORIA
                       DISPLAY "Copia passou a ser da loja"
                       AT LINE 14 COLUMN 20
                   END-IF
           END-EVALUATE.

       9703-COMPRA-EXEMPLAR-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 18 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 18 COLUMN 52.

      *Troca de discos usados no balcao: o cliente traz DVDs e
      *Blu-rays e cada disco e ligado a um titulo do catalogo (ou
      *cadastrado na hora, com aprovacao de supervisor), recebe um
      *grau de conservacao e o valor da tabela TABTROCA para o
      *formato; confirmada, a troca vira exemplares proprios com o
      *valor pago como custo, no acervo de locacao ou no estoque
      *de varejo da venda de balcao (3660), e o cliente recebe o
      *total em credito de loja ou, com aprovacao de supervisor,
      *em dinheiro da gaveta
       9699-TROCA-DISCOS  SECTION.
           MOVE "Troca discos" TO WRK-MODULO.

      *    Com o dia de negocio fechado o balcao nao transaciona
           PERFORM 3810-VERIFICA-DIA-FECHADO
           IF WRK-DIA-ENCERRADO EQUAL 'S'
               DISPLAY TELA
               MOVE 'Dia encerrado - reabra p/ usar' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 9699-TROCA-DISCOS-FIM
           END-IF.

           MOVE ZERO TO EMP-CLIENTE-DIG
           MOVE SPACE TO WRK-TRC-FORMA
           MOVE 0 TO WRK-TRC-QTD
           MOVE 0 TO WRK-TRC-TOTAL
           MOVE 'N' TO WRK-TRC-FIM
           MOVE 'S' TO WRK-TRC-OK

           DISPLAY TELA
           DISPLAY "Cliente: " AT LINE 5 COLUMN 20
           ACCEPT EMP-CLIENTE-DIG AT LINE 5 COLUMN 30
           PERFORM 4150-VALIDA-CLIENTE
           IF NOT WRK-CLIENTE-VALIDO
               MOVE 'Cliente nao cadastrado' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               MOVE 'N' TO WRK-TRC-OK
           END-IF.

           IF WRK-TRC-OK EQUAL 'S'
               MOVE NOME-CLIENTE TO WRK-TRC-NOME
               DISPLAY WRK-TRC-NOME AT LINE 5 COLUMN 37

      *        A forma vem antes dos discos: a tabela paga mais em
      *        vale do que em dinheiro
               DISPLAY "Pagamento em V-ale (credito) ou D-inheiro: "
               AT LINE 6 COLUMN 20
               ACCEPT WRK-TRC-FORMA AT LINE 6 COLUMN 64
               IF WRK-TRC-FORMA EQUAL 'v'
                   MOVE 'V' TO WRK-TRC-FORMA
               END-IF
               IF WRK-TRC-FORMA EQUAL 'd'
                   MOVE 'D' TO WRK-TRC-FORMA
               END-IF
               IF WRK-TRC-FORMA NOT EQUAL 'V' AND NOT EQUAL 'D'
                   MOVE 'Forma deve ser V ou D' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-TRC-OK
               ELSE
                   IF WRK-TRC-FORMA EQUAL 'D'
                      AND WRK-CAIXA-ATUAL EQUAL ZERO
                       MOVE 'Sem sessao de caixa aberta' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-TRC-OK
                   END-IF
               END-IF
           END-IF.

      *    Um disco por tela, ate o operador encerrar ou a troca
      *    encher
           IF WRK-TRC-OK EQUAL 'S'
               PERFORM UNTIL WRK-TRC-FIM EQUAL 'S'
                   PERFORM 9698-LE-DISCO-TROCA
                   IF WRK-TRC-QTD NOT LESS THAN 20
                       MOVE 'S' TO WRK-TRC-FIM
                   END-IF
               END-PERFORM

               PERFORM 9686-CABECALHO-TROCA
               IF WRK-TRC-QTD EQUAL ZERO
                   MOVE 'Nenhum disco aceito' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-TRC-OK
               END-IF
           END-IF.

           IF WRK-TRC-OK EQUAL 'S'
               IF WRK-TRC-FORMA EQUAL 'V'
                   DISPLAY "Pagar em credito de loja"
                   AT LINE 7 COLUMN 20
               ELSE
                   DISPLAY "Pagar em dinheiro da gaveta"
                   AT LINE 7 COLUMN 20
               END-IF

      *        Dinheiro sai da gaveta so com a aprovacao do supervisor
               MOVE SPACES TO WRK-MC-SUP-DIG
               IF WRK-TRC-FORMA EQUAL 'D'
                   PERFORM 3925-APROVA-SUPERVISOR
                   IF WRK-MC-APROV-OK EQUAL 'N'
                       MOVE 'N' TO WRK-TRC-OK
                   END-IF
               END-IF
           END-IF.

           IF WRK-TRC-OK EQUAL 'S'
               DISPLAY "Confirma a troca? (S/N): " AT LINE 10 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 46
               IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                   PERFORM 9696-EFETIVA-TROCA
               ELSE
                   DISPLAY "Troca cancelada" AT LINE 12 COLUMN 20
               END-IF
           END-IF.

       9699-TROCA-DISCOS-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Le um disco da troca: codigo do filme (branco encerra, N
      *cadastra o titulo na hora), grau de conservacao, valor da
      *tabela e destino; aceito o valor pelo cliente, o disco
      *entra na lista da troca
       9698-LE-DISCO-TROCA  SECTION.
           MOVE SPACES TO WRK-ERRO
           MOVE SPACES TO WRK-COD-BARRAS
           MOVE SPACE TO WRK-TRC-GRAU
           MOVE SPACE TO WRK-TRC-DESTINO
           MOVE 'N' TO WRK-TRC-NOVO
           MOVE 'S' TO WRK-TRC-LE-OK

           PERFORM 9686-CABECALHO-TROCA
           DISPLAY "Codigo do filme (branco = encerrar, N = novo): "
           AT LINE 8 COLUMN 20
           ACCEPT WRK-COD-BARRAS AT LINE 8 COLUMN 68
           IF WRK-COD-BARRAS EQUAL SPACES
               MOVE 'S' TO WRK-TRC-FIM
               GO TO 9698-LE-DISCO-TROCA-FIM
           END-IF.

           IF WRK-COD-BARRAS EQUAL 'N' OR WRK-COD-BARRAS EQUAL 'n'
               PERFORM 9697-TITULO-DA-TROCA
               IF WRK-TRC-NOVO EQUAL 'N'
                   MOVE 'N' TO WRK-TRC-LE-OK
               END-IF
           ELSE
               PERFORM 3172-VALIDA-COD-BARRAS
               IF WRK-COD-OK EQUAL 'N'
                   MOVE 'N' TO WRK-TRC-LE-OK
               ELSE
                   MOVE WRK-COD-VALIDADO TO CODFILME
                   READ FILMES
                       INVALID KEY
                           MOVE 'Filme nao cadastrado' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE 'N' TO WRK-TRC-LE-OK
                   END-READ
               END-IF
           END-IF.

           IF WRK-TRC-LE-OK EQUAL 'S'
               PERFORM 9686-CABECALHO-TROCA
               DISPLAY CODFILME AT LINE 8 COLUMN 20
               DISPLAY TITULO AT LINE 8 COLUMN 27
               DISPLAY FORMATO-MIDIA AT LINE 8 COLUMN 59

               DISPLAY "Grau (A-como novo, B-bom, C-regular): "
               AT LINE 10 COLUMN 20
               ACCEPT WRK-TRC-GRAU AT LINE 10 COLUMN 59
               INSPECT WRK-TRC-GRAU CONVERTING 'abc' TO 'ABC'
               IF WRK-TRC-GRAU NOT EQUAL 'A' AND NOT EQUAL 'B'
                  AND NOT EQUAL 'C'
                   MOVE 'Grau deve ser A, B ou C' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-TRC-LE-OK
               END-IF
           END-IF.

           IF WRK-TRC-LE-OK EQUAL 'S'
               PERFORM 9694-VALOR-TROCA
               IF WRK-TRC-VALOR EQUAL ZERO
                   MOVE 'Disco sem valor de troca' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-TRC-LE-OK
               END-IF
           END-IF.

           IF WRK-TRC-LE-OK EQUAL 'S'
               MOVE WRK-TRC-VALOR TO WRK-TRC-VALOR-ED
               DISPLAY "Valor oferecido: " AT LINE 11 COLUMN 20
               DISPLAY WRK-TRC-VALOR-ED AT LINE 11 COLUMN 38

               DISPLAY "Destino L-ocacao ou V-arejo: "
               AT LINE 12 COLUMN 20
               ACCEPT WRK-TRC-DESTINO AT LINE 12 COLUMN 50
               EVALUATE WRK-TRC-DESTINO
                   WHEN 'L'
                   WHEN 'l'
                       MOVE 'D' TO WRK-TRC-DESTINO
                   WHEN 'V'
                   WHEN 'v'
                       MOVE 'K' TO WRK-TRC-DESTINO
                   WHEN OTHER
                       MOVE 'Destino deve ser L ou V' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-TRC-LE-OK
               END-EVALUATE
           END-IF.

           IF WRK-TRC-LE-OK EQUAL 'S'
               DISPLAY "Cliente aceita o valor? (S/N): "
               AT LINE 14 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 52
               IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                   ADD 1 TO WRK-TRC-QTD
                   MOVE CODFILME TO WRK-TRI-CODFILME (WRK-TRC-QTD)
                   MOVE TITULO TO WRK-TRI-TITULO (WRK-TRC-QTD)
                   MOVE ZERO TO WRK-TRI-EXEMPLAR (WRK-TRC-QTD)
                   MOVE WRK-TRC-GRAU TO WRK-TRI-GRAU (WRK-TRC-QTD)
                   MOVE WRK-TRC-DESTINO
                       TO WRK-TRI-DESTINO (WRK-TRC-QTD)
                   MOVE WRK-TRC-VALOR TO WRK-TRI-VALOR (WRK-TRC-QTD)
                   MOVE WRK-TRC-NOVO TO WRK-TRI-NOVO (WRK-TRC-QTD)
                   ADD WRK-TRC-VALOR TO WRK-TRC-TOTAL
               END-IF
           END-IF.

       9698-LE-DISCO-TROCA-FIM.
           IF WRK-ERRO NOT EQUAL SPACES
               DISPLAY "Tecle enter para continuar" AT LINE 18 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 18 COLUMN 48
           END-IF.

      *Cadastro do titulo de um disco que a loja ainda nao tem:
      *com a aprovacao de um supervisor presente, abre a inclusao
      *normal do catalogo (5000); o titulo gravado e reconhecido
      *pela marca de desfazer que a inclusao deixa, e a marca de
      *antes volta se nada foi gravado
       9697-TITULO-DA-TROCA  SECTION.
           MOVE 'N' TO WRK-TRC-NOVO
           DISPLAY TELA
           DISPLAY "Titulo novo no catalogo" AT LINE 5 COLUMN 20
           PERFORM 3925-APROVA-SUPERVISOR
           IF WRK-MC-APROV-OK EQUAL 'N'
               GO TO 9697-TITULO-DA-TROCA-FIM
           END-IF.

           MOVE WRK-UNDO-TIPO TO WRK-TRC-UNDO-TIPO
           MOVE SPACE TO WRK-UNDO-TIPO
           MOVE 1 TO WRK-TECLA
           PERFORM 5000-INCLUIR
           MOVE "Troca discos" TO WRK-MODULO

           IF WRK-UNDO-TIPO NOT EQUAL 'I'
               MOVE WRK-TRC-UNDO-TIPO TO WRK-UNDO-TIPO
               MOVE 'Titulo nao cadastrado' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE WRK-UNDO-CODFILME TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE 'Filme nao cadastrado' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TRC-NOVO
               END-READ
           END-IF.

       9697-TITULO-DA-TROCA-FIM.
           CONTINUE.

      *Efetiva a troca confirmada: numero da troca, um exemplar e
      *uma linha por disco, o pagamento ao cliente, o cabecalho,
      *a trilha de auditoria, o cupom e a disponibilidade do site
       9696-EFETIVA-TROCA  SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 2056-RESERVA-NUM-TROCA

           PERFORM VARYING WRK-TRC-IDX FROM 1 BY 1
               UNTIL WRK-TRC-IDX > WRK-TRC-QTD
               PERFORM 9695-GRAVA-DISCO-TROCA
           END-PERFORM

           MOVE ZERO TO WRK-TRC-CARTAO
           MOVE ZERO TO WRK-TRC-CAIXA
           IF WRK-TRC-FORMA EQUAL 'V'
               PERFORM 9693-CREDITA-TROCA
           ELSE
               PERFORM 9692-PAGA-TROCA-GAVETA
           END-IF

           MOVE WRK-PROX-TROCA TO TRC-NUMERO
           MOVE ZERO TO TRC-LINHA
           MOVE EMP-CLIENTE-DIG TO TRC-CLIENTE
           MOVE WRK-DATA-HOJE TO TRC-DATA
           MOVE WRK-LOJA-ATUAL TO TRC-LOJA
           MOVE WRK-OPERADOR TO TRC-OPERADOR
           MOVE WRK-TRC-TOTAL TO TRC-VALOR
           MOVE WRK-TRC-FORMA TO TRC-FORMA
           MOVE WRK-TRC-QTD TO TRC-QTD-DISCOS
           MOVE WRK-TRC-CARTAO TO TRC-CARTAO
           MOVE WRK-TRC-CAIXA TO TRC-CAIXA
           MOVE WRK-MC-SUP-DIG TO TRC-SUPERVISOR
           MOVE ZERO TO TRC-CODFILME
           MOVE ZERO TO TRC-EXEMPLAR
           MOVE SPACE TO TRC-GRAU
           MOVE SPACE TO TRC-DESTINO
           MOVE SPACE TO TRC-TITULO-NOVO
           WRITE TROCAS-REG
               INVALID KEY
                   MOVE 'Erro ao gravar a troca' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE '9696-EFETIVA-TROCA' TO WRK-ERL-PARAGRAFO
                   MOVE 'TROCAS' TO WRK-ERL-ARQUIVO
                   MOVE 'WRITE' TO WRK-ERL-OPERACAO
                   MOVE TROCAS-STATUS TO WRK-ERL-STATUS
                   MOVE TRC-CHAVE TO WRK-ERL-CHAVE
                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
           END-WRITE

           MOVE ZERO TO CODFILME
           MOVE 'TROCA' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'TROCA ' DELIMITED BY SIZE
                  WRK-PROX-TROCA DELIMITED BY SIZE
                  ' CLI ' DELIMITED BY SIZE
                  EMP-CLIENTE-DIG DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-TRC-FORMA DELIMITED BY SIZE
                  ' Q=' DELIMITED BY SIZE
                  WRK-TRC-QTD DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA

           PERFORM 9687-CUPOM-TROCA
           PERFORM 3198-ATUALIZA-DISPONIBILIDADE

           DISPLAY "Troca registrada: " AT LINE 12 COLUMN 20
           DISPLAY WRK-PROX-TROCA AT LINE 12 COLUMN 39.

      *Gera o exemplar proprio do disco WRK-TRC-IDX da troca com o
      *proximo EX-NUMERO do titulo, no mesmo padrao de 9955, com o
      *valor pago como custo, e grava a linha do disco na troca
       9695-GRAVA-DISCO-TROCA  SECTION.
           MOVE ZERO TO WRK-PROX-EXEMPLAR
           MOVE WRK-TRI-CODFILME (WRK-TRC-IDX) TO EX-CODFILME
           MOVE ZERO TO EX-NUMERO
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                  OR EX-CODFILME NOT EQUAL
                     WRK-TRI-CODFILME (WRK-TRC-IDX)
                   MOVE EX-NUMERO TO WRK-PROX-EXEMPLAR
                   READ EXEMPLARES NEXT RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WRK-PROX-EXEMPLAR

           MOVE WRK-TRI-CODFILME (WRK-TRC-IDX) TO EX-CODFILME
           MOVE WRK-PROX-EXEMPLAR TO EX-NUMERO
           MOVE SPACES TO EX-ESTADO
           STRING 'TROCA GRAU ' DELIMITED BY SIZE
                  WRK-TRI-GRAU (WRK-TRC-IDX) DELIMITED BY SIZE
                  INTO EX-ESTADO
           END-STRING
           IF WRK-TRI-DESTINO (WRK-TRC-IDX) EQUAL 'K'
               MOVE 'VAREJO' TO EX-LOCALIZACAO
           ELSE
               MOVE SPACES TO EX-LOCALIZACAO
           END-IF
           MOVE WRK-TRI-DESTINO (WRK-TRC-IDX) TO EX-STATUS
           MOVE 'P' TO EX-POSSE
           MOVE SPACES TO EX-DIST-DONO
           MOVE ZERO TO EX-DATA-DEVOLVER
           MOVE WRK-TRI-VALOR (WRK-TRC-IDX) TO EX-PRECO-COMPRA
           MOVE ZERO TO EX-PCT-REPASSE
           MOVE ZERO TO EX-DATA-BAIXA
           MOVE SPACES TO EX-MOTIVO-BAIXA
           MOVE ZERO TO EX-CUSTO-BAIXA
           MOVE WRK-DATA-HOJE TO EX-DATA-CADASTRO
           MOVE WRK-LOJA-ATUAL TO EX-LOJA
           MOVE ZERO TO EX-QTD-LOCACOES
           MOVE ZERO TO EX-LOC-DESDE-INSP
           MOVE ZERO TO EX-DATA-INSPECAO

           WRITE EXEMPLARES-REG
               INVALID KEY
                   MOVE 'Erro ao gravar exemplar' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE '9695-GRAVA-DISCO-TROCA' TO WRK-ERL-PARAGRAFO
                   MOVE 'EXEMPLARES' TO WRK-ERL-ARQUIVO
                   MOVE 'WRITE' TO WRK-ERL-OPERACAO
                   MOVE EXEMPLARES-STATUS TO WRK-ERL-STATUS
                   MOVE EX-CHAVE TO WRK-ERL-CHAVE
                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
               NOT INVALID KEY
                   MOVE WRK-PROX-EXEMPLAR
                       TO WRK-TRI-EXEMPLAR (WRK-TRC-IDX)
                   MOVE 'I' TO WRK-JRN-OPER
                   PERFORM 5205-JORNAL-EXEMPLARES
           END-WRITE

           MOVE WRK-PROX-TROCA TO TRC-NUMERO
           MOVE WRK-TRC-IDX TO TRC-LINHA
           MOVE EMP-CLIENTE-DIG TO TRC-CLIENTE
           MOVE WRK-DATA-HOJE TO TRC-DATA
           MOVE WRK-LOJA-ATUAL TO TRC-LOJA
           MOVE WRK-OPERADOR TO TRC-OPERADOR
           MOVE WRK-TRI-VALOR (WRK-TRC-IDX) TO TRC-VALOR
           MOVE SPACE TO TRC-FORMA
           MOVE ZERO TO TRC-QTD-DISCOS
           MOVE ZERO TO TRC-CARTAO
           MOVE ZERO TO TRC-CAIXA
           MOVE SPACES TO TRC-SUPERVISOR
           MOVE WRK-TRI-CODFILME (WRK-TRC-IDX) TO TRC-CODFILME
           MOVE WRK-TRI-EXEMPLAR (WRK-TRC-IDX) TO TRC-EXEMPLAR
           MOVE WRK-TRI-GRAU (WRK-TRC-IDX) TO TRC-GRAU
           MOVE WRK-TRI-DESTINO (WRK-TRC-IDX) TO TRC-DESTINO
           MOVE WRK-TRI-NOVO (WRK-TRC-IDX) TO TRC-TITULO-NOVO
           WRITE TROCAS-REG
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *Valor da troca do disco corrente pela tabela TABTROCA: a
      *linha do formato da midia do titulo e do grau, ou a linha
      *geral do grau (formato em branco); em vale ou em dinheiro
      *conforme a forma de pagamento da troca (zero = a loja nao
      *aceita o disco nesse grau)
       9694-VALOR-TROCA  SECTION.
           MOVE ZERO TO WRK-TRC-VALOR
           MOVE 'S' TO WRK-TRC-ACHOU
           MOVE FORMATO-MIDIA TO TT-FORMATO
           MOVE WRK-TRC-GRAU TO TT-GRAU
           READ TABTROCA
               INVALID KEY
                   MOVE SPACES TO TT-FORMATO
                   MOVE WRK-TRC-GRAU TO TT-GRAU
                   READ TABTROCA
                       INVALID KEY
                           MOVE 'N' TO WRK-TRC-ACHOU
                   END-READ
           END-READ
           IF WRK-TRC-ACHOU EQUAL 'S'
               IF WRK-TRC-FORMA EQUAL 'V'
                   MOVE TT-VALOR-VALE TO WRK-TRC-VALOR
               ELSE
                   MOVE TT-VALOR-DINHEIRO TO WRK-TRC-VALOR
               END-IF
           END-IF.

      *Credito de loja da troca no razao de vales, no cartao de
      *credito de loja do cliente (900000 + codigo, o mesmo do
      *credito de caso em 4935), movimento T
       9693-CREDITA-TROCA  SECTION.
           MOVE WRK-VALE-CARTAO TO WRK-TRC-CARTAO-ANT
           COMPUTE WRK-VALE-CARTAO =
               WRK-IND-BASE-CARTAO + EMP-CLIENTE-DIG
           PERFORM 3492-SALDO-VALE
           MOVE WRK-VALE-CARTAO TO VC-CARTAO
           MOVE WRK-VALE-CARTAO TO WRK-TRC-CARTAO
           COMPUTE VC-SEQ = WRK-VALE-ULT-SEQ + 1
           MOVE 'T' TO VC-TIPO
           MOVE WRK-TRC-TOTAL TO VC-VALOR
           MOVE WRK-DATA-HOJE TO VC-DATA
           MOVE WRK-OPERADOR TO VC-OPERADOR
           MOVE WRK-TRC-CARTAO-ANT TO WRK-VALE-CARTAO
           WRITE VALECRED-REG
               INVALID KEY
                   MOVE 'Erro ao gravar o credito' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE '9693-CREDITA-TROCA' TO WRK-ERL-PARAGRAFO
                   MOVE 'VALECRED' TO WRK-ERL-ARQUIVO
                   MOVE 'WRITE' TO WRK-ERL-OPERACAO
                   MOVE VALECRED-STATUS TO WRK-ERL-STATUS
                   MOVE VC-CHAVE TO WRK-ERL-CHAVE
                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
               NOT INVALID KEY
                   MOVE 'I' TO WRK-JRN-OPER
                   PERFORM 5207-JORNAL-VALECRED
           END-WRITE.

      *Pagamento da troca em dinheiro: sai da gaveta da sessao
      *corrente como uma sangria aprovada pelo supervisor, no
      *mesmo registro de 3920, e entra assim no que a gaveta deve
      *ter no fechamento
       9692-PAGA-TROCA-GAVETA  SECTION.
      *    Proxima sequencia da sessao
           MOVE 0 TO WRK-MC-ULT-SEQ
           MOVE WRK-CAIXA-ATUAL TO MC-CAIXA
           MOVE ZERO TO MC-SEQ
           START MOVCAIXA KEY IS NOT LESS THAN MC-CHAVE
               INVALID KEY
                   MOVE 10 TO MOVCAIXA-STATUS
           END-START
           IF MOVCAIXA-STATUS EQUAL 0
               READ MOVCAIXA NEXT RECORD
               PERFORM UNTIL MOVCAIXA-STATUS NOT EQUAL 0
                  OR MC-CAIXA NOT EQUAL WRK-CAIXA-ATUAL
                   MOVE MC-SEQ TO WRK-MC-ULT-SEQ
                   READ MOVCAIXA NEXT RECORD
               END-PERFORM
           END-IF

           MOVE WRK-CAIXA-ATUAL TO MC-CAIXA
           COMPUTE MC-SEQ = WRK-MC-ULT-SEQ + 1
           MOVE 'S' TO MC-TIPO
           MOVE WRK-TRC-TOTAL TO MC-VALOR
           MOVE WRK-DATA-HOJE TO MC-DATA
           MOVE WRK-OPERADOR TO MC-OPERADOR
           MOVE WRK-MC-SUP-DIG TO MC-SUPERVISOR
           MOVE SPACES TO MC-MOTIVO
           STRING 'TROCA DE DISCOS ' DELIMITED BY SIZE
                  WRK-PROX-TROCA DELIMITED BY SIZE
                  INTO MC-MOTIVO
           END-STRING
           MOVE WRK-CAIXA-ATUAL TO WRK-TRC-CAIXA
           WRITE MOVCAIXA-REG
               INVALID KEY
                   MOVE 'Erro ao gravar movimento' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE '9692-PAGA-TROCA-GAVETA' TO WRK-ERL-PARAGRAFO
                   MOVE 'MOVCAIXA' TO WRK-ERL-ARQUIVO
                   MOVE 'WRITE' TO WRK-ERL-OPERACAO
                   MOVE MOVCAIXA-STATUS TO WRK-ERL-STATUS
                   MOVE MC-CHAVE TO WRK-ERL-CHAVE
                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
           END-WRITE.

      *Manutencao da tabela de valores da troca de discos, no
      *padrao de 9884-MANTER-MOEDAS: uma linha por formato da
      *midia e grau, com o valor em vale e em dinheiro; o formato
      *em branco e a linha geral do grau
       9691-MANTER-TABTROCA  SECTION.
           MOVE "Tabela troca" TO WRK-MODULO.
           MOVE SPACES TO TT-FORMATO
           MOVE SPACE TO WRK-TRC-GRAU

           DISPLAY TELA
           DISPLAY "Formato (branco = todos): " AT LINE 5 COLUMN 20
           ACCEPT TT-FORMATO AT LINE 5 COLUMN 47
           DISPLAY "Grau (A/B/C): " AT LINE 6 COLUMN 20
           ACCEPT WRK-TRC-GRAU AT LINE 6 COLUMN 35
           INSPECT WRK-TRC-GRAU CONVERTING 'abc' TO 'ABC'

           IF WRK-TRC-GRAU NOT EQUAL 'A' AND NOT EQUAL 'B'
              AND NOT EQUAL 'C'
               MOVE 'Grau deve ser A, B ou C' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE WRK-TRC-GRAU TO TT-GRAU
               READ TABTROCA
                   INVALID KEY
                       DISPLAY "Linha nova" AT LINE 7 COLUMN 20
                       MOVE ZERO TO TT-VALOR-VALE
                       MOVE ZERO TO TT-VALOR-DINHEIRO
                       DISPLAY "Valor em vale: " AT LINE 8 COLUMN 20
                       ACCEPT TT-VALOR-VALE AT LINE 8 COLUMN 40
                       DISPLAY "Valor em dinheiro: "
                       AT LINE 9 COLUMN 20
                       ACCEPT TT-VALOR-DINHEIRO AT LINE 9 COLUMN 40
                       DISPLAY "Confirma? (S/N): " AT LINE 11 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 11 COLUMN 38
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                           MOVE WRK-DATA-HOJE TO TT-DATA-ALTERACAO
                           MOVE WRK-OPERADOR TO TT-OPERADOR
                           WRITE TABTROCA-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           DISPLAY "Gravado" AT LINE 13 COLUMN 20
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Valor em vale: " AT LINE 7 COLUMN 20
                       DISPLAY TT-VALOR-VALE AT LINE 7 COLUMN 40
                       DISPLAY "Valor em dinheiro: "
                       AT LINE 8 COLUMN 20
                       DISPLAY TT-VALOR-DINHEIRO AT LINE 8 COLUMN 40
                       DISPLAY "A-lterar ou R-emover? "
                       AT LINE 10 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 43
                       EVALUATE WRK-ESCOLHA
                           WHEN 'A'
                           WHEN 'a'
                               DISPLAY "Novo valor em vale: "
                               AT LINE 12 COLUMN 20
                               ACCEPT TT-VALOR-VALE
                               AT LINE 12 COLUMN 45
                               DISPLAY "Novo valor em dinheiro: "
                               AT LINE 13 COLUMN 20
                               ACCEPT TT-VALOR-DINHEIRO
                               AT LINE 13 COLUMN 45
                               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                               MOVE WRK-DATA-HOJE TO TT-DATA-ALTERACAO
                               MOVE WRK-OPERADOR TO TT-OPERADOR
                               REWRITE TABTROCA-REG
                               DISPLAY "Alterado" AT LINE 15 COLUMN 20
                           WHEN 'R'
                           WHEN 'r'
                               DELETE TABTROCA RECORD
                               DISPLAY "Removida" AT LINE 15 COLUMN 20
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar"
           AT LINE 17 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 17 COLUMN 45
           MOVE SPACES TO WRK-ESCOLHA.

      *Relatorio mensal das trocas de discos em TROCAREL.PRN: os
      *discos recebidos no mes, os totais de trocas, discos,
      *credito de loja e dinheiro pagos, e o desempenho de todo o
      *estoque recebido em troca ate o fim do mes (situacao atual
      *de cada disco, locacoes e receita de locacao desde a
      *entrada, contra o custo pago)
       9690-RELATORIO-TROCAS  SECTION.
           MOVE "Rel. trocas" TO WRK-MODULO.
           MOVE ZERO TO WRK-TRC-MES

           DISPLAY TELA
           DISPLAY "Mes do relatorio (AAAAMM): " AT LINE 5 COLUMN 20
           ACCEPT WRK-TRC-MES AT LINE 5 COLUMN 48
           COMPUTE WRK-TRC-INICIO = WRK-TRC-MES * 100 + 1
           IF WRK-TRC-INICIO (5:2) < '01' OR WRK-TRC-INICIO (5:2) > '12'
               MOVE 'Mes invalido' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               COMPUTE WRK-TRC-FIM-MES = WRK-TRC-MES * 100 + 31
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

               MOVE 0 TO WRK-TRC-Q-TROCAS
               MOVE 0 TO WRK-TRC-Q-DISCOS
               MOVE 0 TO WRK-TRC-T-VALE
               MOVE 0 TO WRK-TRC-T-DINHEIRO
               MOVE 0 TO WRK-TRC-P-DISCOS
               MOVE 0 TO WRK-TRC-P-CUSTO
               MOVE 0 TO WRK-TRC-P-LOCACOES
               MOVE 0 TO WRK-TRC-P-RECEITA
               MOVE 0 TO WRK-TRC-P-ACERVO
               MOVE 0 TO WRK-TRC-P-VENDIDOS
               MOVE 0 TO WRK-TRC-P-BAIXADOS

               OPEN OUTPUT TROCAREL
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Trocas de discos do mes ' DELIMITED BY SIZE
                      WRK-TRC-MES DELIMITED BY SIZE
                      ' - emitido em ' DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               MOVE 'Discos recebidos no mes' TO WRK-LINHA-IMP
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE 'Troca' TO WRK-LINHA-IMP (1:5)
               MOVE 'Data' TO WRK-LINHA-IMP (9:4)
               MOVE 'Cliente' TO WRK-LINHA-IMP (19:7)
               MOVE 'Filme' TO WRK-LINHA-IMP (28:5)
               MOVE 'Ex' TO WRK-LINHA-IMP (34:2)
               MOVE 'Titulo' TO WRK-LINHA-IMP (38:6)
               MOVE 'Grau' TO WRK-LINHA-IMP (70:4)
               MOVE 'Destino' TO WRK-LINHA-IMP (76:7)
               MOVE 'Valor' TO WRK-LINHA-IMP (91:5)
               MOVE 'Pago em' TO WRK-LINHA-IMP (98:7)
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP

      *        Em ordem de chave o cabecalho (linha 00) vem antes dos
      *        discos da troca e deixa a forma de pagamento para eles
               MOVE LOW-VALUES TO TRC-CHAVE
               START TROCAS KEY IS NOT LESS THAN TRC-CHAVE
                   INVALID KEY
                       MOVE 10 TO TROCAS-STATUS
               END-START
               IF TROCAS-STATUS EQUAL 0
                   READ TROCAS NEXT RECORD
                   PERFORM UNTIL TROCAS-STATUS NOT EQUAL 0
                       IF TRC-DATA NOT LESS THAN WRK-TRC-INICIO
                          AND TRC-DATA NOT GREATER THAN WRK-TRC-FIM-MES
                           IF TRC-CABECALHO
                               MOVE TRC-FORMA TO WRK-TRC-FORMA
                               ADD 1 TO WRK-TRC-Q-TROCAS
                               IF TROCA-EM-VALE
                                   ADD TRC-VALOR TO WRK-TRC-T-VALE
                               ELSE
                                   ADD TRC-VALOR TO WRK-TRC-T-DINHEIRO
                               END-IF
                           ELSE
                               ADD 1 TO WRK-TRC-Q-DISCOS
                               PERFORM 9685-LINHA-DISCO-MES
                           END-IF
                       END-IF
                       READ TROCAS NEXT RECORD
                   END-PERFORM
               END-IF

               MOVE SPACES TO WRK-LINHA-IMP
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               MOVE WRK-TRC-Q-TROCAS TO WRK-TRC-QTD-ED
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Trocas no mes          : ' DELIMITED BY SIZE
                      WRK-TRC-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               MOVE WRK-TRC-Q-DISCOS TO WRK-TRC-QTD-ED
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Discos recebidos       : ' DELIMITED BY SIZE
                      WRK-TRC-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               MOVE WRK-TRC-T-VALE TO WRK-TRC-VALOR-ED
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Credito de loja emitido: ' DELIMITED BY SIZE
                      WRK-TRC-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               MOVE WRK-TRC-T-DINHEIRO TO WRK-TRC-VALOR-ED
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Dinheiro pago          : ' DELIMITED BY SIZE
                      WRK-TRC-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP

               MOVE SPACES TO WRK-LINHA-IMP
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               MOVE 'Desempenho do estoque de troca ate o fim do mes'
                   TO WRK-LINHA-IMP
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE 'Troca' TO WRK-LINHA-IMP (1:5)
               MOVE 'Entrada' TO WRK-LINHA-IMP (9:7)
               MOVE 'Filme' TO WRK-LINHA-IMP (19:5)
               MOVE 'Ex' TO WRK-LINHA-IMP (26:2)
               MOVE 'Titulo' TO WRK-LINHA-IMP (30:6)
               MOVE 'Custo' TO WRK-LINHA-IMP (67:5)
               MOVE 'Situacao' TO WRK-LINHA-IMP (74:8)
               MOVE 'Locacoes' TO WRK-LINHA-IMP (86:8)
               MOVE 'Receita' TO WRK-LINHA-IMP (99:7)
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               MOVE LOW-VALUES TO TRC-CHAVE
               START TROCAS KEY IS NOT LESS THAN TRC-CHAVE
                   INVALID KEY
                       MOVE 10 TO TROCAS-STATUS
               END-START
               IF TROCAS-STATUS EQUAL 0
                   READ TROCAS NEXT RECORD
                   PERFORM UNTIL TROCAS-STATUS NOT EQUAL 0
                       IF NOT TRC-CABECALHO
                          AND TRC-DATA NOT GREATER THAN WRK-TRC-FIM-MES
                           PERFORM 9689-DESEMPENHO-DISCO
                       END-IF
                       READ TROCAS NEXT RECORD
                   END-PERFORM
               END-IF

               MOVE SPACES TO WRK-LINHA-IMP
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               MOVE WRK-TRC-P-DISCOS TO WRK-TRC-QTD-ED
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Discos recebidos ate o mes : ' DELIMITED BY SIZE
                      WRK-TRC-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               MOVE WRK-TRC-P-CUSTO TO WRK-TRC-VALOR-ED
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Custo pago por eles        : ' DELIMITED BY SIZE
                      WRK-TRC-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               MOVE WRK-TRC-P-ACERVO TO WRK-TRC-QTD-ED
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Ainda no acervo ou varejo  : ' DELIMITED BY SIZE
                      WRK-TRC-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               MOVE WRK-TRC-P-VENDIDOS TO WRK-TRC-QTD-ED
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Vendidos no balcao         : ' DELIMITED BY SIZE
                      WRK-TRC-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               MOVE WRK-TRC-P-BAIXADOS TO WRK-TRC-QTD-ED
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Baixados                   : ' DELIMITED BY SIZE
                      WRK-TRC-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               MOVE WRK-TRC-P-LOCACOES TO WRK-TRC-QTD-ED
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Locacoes desde a troca     : ' DELIMITED BY SIZE
                      WRK-TRC-QTD-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               MOVE WRK-TRC-P-RECEITA TO WRK-TRC-VALOR-ED
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Receita de locacao         : ' DELIMITED BY SIZE
                      WRK-TRC-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE TROCAREL-REG FROM WRK-LINHA-IMP
               CLOSE TROCAREL
               MOVE 'TROCAREL' TO WRK-SPL-RELATORIO
               MOVE SPACES TO WRK-SPL-PARAMETROS
               STRING 'MES=' DELIMITED BY SIZE
                      WRK-TRC-MES DELIMITED BY SIZE
                      INTO WRK-SPL-PARAMETROS
               END-STRING
               MOVE WRK-PATH-TROCAREL TO WRK-PATH-SPLORIG
               PERFORM 9667-ARQUIVA-RELATORIO

               MOVE WRK-TRC-Q-DISCOS TO WRK-TRC-QTD-ED
               DISPLAY "Discos recebidos no mes: " AT LINE 7 COLUMN 20
               DISPLAY WRK-TRC-QTD-ED AT LINE 7 COLUMN 46
               MOVE WRK-TRC-T-VALE TO WRK-TRC-VALOR-ED
               DISPLAY "Credito de loja emitido: " AT LINE 8 COLUMN 20
               DISPLAY WRK-TRC-VALOR-ED AT LINE 8 COLUMN 46
               MOVE WRK-TRC-T-DINHEIRO TO WRK-TRC-VALOR-ED
               DISPLAY "Dinheiro pago          : " AT LINE 9 COLUMN 20
               DISPLAY WRK-TRC-VALOR-ED AT LINE 9 COLUMN 46
               DISPLAY "Relatorio gravado em TROCAREL.PRN"
               AT LINE 11 COLUMN 20
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 52.

      *Desempenho de um disco recebido em troca (linha corrente de
      *TROCAS): situacao atual do exemplar, locacoes e receita de
      *locacao desde a data da troca ate o fim do mes (EMPRESTIMOS
      *pelo filme, sem os estornos), somados nos totais do estoque
      *de troca
       9689-DESEMPENHO-DISCO  SECTION.
           ADD 1 TO WRK-TRC-P-DISCOS
           ADD TRC-VALOR TO WRK-TRC-P-CUSTO
           MOVE 0 TO WRK-TRC-LOC-DISCO
           MOVE 0 TO WRK-TRC-REC-DISCO

           MOVE TRC-CODFILME TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE SPACES TO TITULO
           END-READ

           MOVE TRC-CODFILME TO EX-CODFILME
           MOVE TRC-EXEMPLAR TO EX-NUMERO
           READ EXEMPLARES
               INVALID KEY
                   MOVE 'SEM COPIA' TO WRK-TRC-SITUACAO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EXEMPLAR-VENDIDO
                           MOVE 'VENDIDO' TO WRK-TRC-SITUACAO
                           ADD 1 TO WRK-TRC-P-VENDIDOS
                       WHEN EXEMPLAR-BAIXADO
                           MOVE 'BAIXADO' TO WRK-TRC-SITUACAO
                           ADD 1 TO WRK-TRC-P-BAIXADOS
                       WHEN EXEMPLAR-VAREJO
                           MOVE 'VAREJO' TO WRK-TRC-SITUACAO
                           ADD 1 TO WRK-TRC-P-ACERVO
                       WHEN EXEMPLAR-EMPRESTADO
                           MOVE 'EMPRESTADO' TO WRK-TRC-SITUACAO
                           ADD 1 TO WRK-TRC-P-ACERVO
                       WHEN OTHER
                           MOVE 'NO ACERVO' TO WRK-TRC-SITUACAO
                           ADD 1 TO WRK-TRC-P-ACERVO
                   END-EVALUATE
           END-READ

           MOVE TRC-CODFILME TO EMP-CODFILME
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CODFILME
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                  OR EMP-CODFILME NOT EQUAL TRC-CODFILME
                   IF EMP-EXEMPLAR EQUAL TRC-EXEMPLAR
                      AND EMP-DATA-RETIRADA NOT LESS THAN TRC-DATA
                      AND EMP-DATA-RETIRADA
                          NOT GREATER THAN WRK-TRC-FIM-MES
                      AND NOT EMPRESTIMO-ESTORNADO
                       ADD 1 TO WRK-TRC-LOC-DISCO
                       ADD EMP-VALOR-COBRADO TO WRK-TRC-REC-DISCO
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF
           ADD WRK-TRC-LOC-DISCO TO WRK-TRC-P-LOCACOES
           ADD WRK-TRC-REC-DISCO TO WRK-TRC-P-RECEITA

           MOVE SPACES TO WRK-LINHA-IMP
           MOVE TRC-NUMERO TO WRK-LINHA-IMP (1:6)
           MOVE TRC-DATA TO WRK-LINHA-IMP (9:8)
           MOVE TRC-CODFILME TO WRK-LINHA-IMP (19:5)
           MOVE TRC-EXEMPLAR TO WRK-LINHA-IMP (26:2)
           MOVE TITULO TO WRK-LINHA-IMP (30:30)
           MOVE TRC-VALOR TO WRK-TRC-VALOR-ED
           MOVE WRK-TRC-VALOR-ED TO WRK-LINHA-IMP (62:10)
           MOVE WRK-TRC-SITUACAO TO WRK-LINHA-IMP (74:10)
           MOVE WRK-TRC-LOC-DISCO TO WRK-TRC-QTD-ED
           MOVE WRK-TRC-QTD-ED TO WRK-LINHA-IMP (87:7)
           MOVE WRK-TRC-REC-DISCO TO WRK-TRC-VALOR-ED
           MOVE WRK-TRC-VALOR-ED TO WRK-LINHA-IMP (96:10)
           WRITE TROCAREL-REG FROM WRK-LINHA-IMP.

      *Procura no estoque de varejo (K) da loja uma copia do filme
      *em EMP-CODFILME-DIG para a venda de balcao; WRK-EX-ACHOU
      *recebe o numero do exemplar (0 = nenhum)
       9688-LOCALIZA-VAREJO  SECTION.
           MOVE ZERO TO WRK-EX-ACHOU
           MOVE EMP-CODFILME-DIG TO EX-CODFILME
           MOVE ZERO TO EX-NUMERO
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                  OR EX-CODFILME NOT EQUAL EMP-CODFILME-DIG
                  OR WRK-EX-ACHOU NOT EQUAL ZERO
                   IF EXEMPLAR-VAREJO
                      AND (EX-LOJA EQUAL WRK-LOJA-ATUAL OR
                           EX-LOJA EQUAL SPACES)
                       MOVE EX-NUMERO TO WRK-EX-ACHOU
                   ELSE
                       READ EXEMPLARES NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF.

      *Cupom da troca de discos, acumulado no mesmo CUPOM.PRN dos
      *carrinhos de checkout e da venda de exemplar (3667)
       9687-CUPOM-TROCA  SECTION.
           OPEN EXTEND CUPOM
           IF CUPOM-STATUS EQUAL 35
               OPEN OUTPUT CUPOM
           END-IF

           MOVE ALL '=' TO WRK-LINHA-CUPOM
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE 'TROCA DE DISCOS' TO WRK-LINHA-CUPOM
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING 'Data: '       DELIMITED BY SIZE
                  WRK-DATA-HOJE  DELIMITED BY SIZE
                  '  Troca: '    DELIMITED BY SIZE
                  WRK-PROX-TROCA DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE SPACES TO WRK-LINHA-CUPOM
           STRING 'Cliente: '     DELIMITED BY SIZE
                  EMP-CLIENTE-DIG DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-TRC-NOME    DELIMITED BY SIZE
                  INTO WRK-LINHA-CUPOM
           END-STRING
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           PERFORM VARYING WRK-TRC-IDX FROM 1 BY 1
               UNTIL WRK-TRC-IDX > WRK-TRC-QTD
               MOVE WRK-TRI-VALOR (WRK-TRC-IDX) TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-CUPOM
               STRING WRK-TRI-TITULO (WRK-TRC-IDX) DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      WRK-TRI-GRAU (WRK-TRC-IDX) DELIMITED BY SIZE
                      '  '          DELIMITED BY SIZE
                      WRK-VALOR-ED  DELIMITED BY SIZE
                      INTO WRK-LINHA-CUPOM
               END-STRING
               WRITE CUPOM-REG FROM WRK-LINHA-CUPOM
           END-PERFORM

           MOVE WRK-TRC-TOTAL TO WRK-TRC-VALOR-ED
           MOVE SPACES TO WRK-LINHA-CUPOM
           IF WRK-TRC-FORMA EQUAL 'V'
               STRING 'Total: '        DELIMITED BY SIZE
                      WRK-TRC-VALOR-ED DELIMITED BY SIZE
                      ' em credito de loja, cartao ' DELIMITED BY SIZE
                      WRK-TRC-CARTAO   DELIMITED BY SIZE
                      INTO WRK-LINHA-CUPOM
               END-STRING
           ELSE
               STRING 'Total: '        DELIMITED BY SIZE
                      WRK-TRC-VALOR-ED DELIMITED BY SIZE
                      ' em dinheiro'   DELIMITED BY SIZE
                      INTO WRK-LINHA-CUPOM
               END-STRING
           END-IF
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           MOVE ALL '=' TO WRK-LINHA-CUPOM
           WRITE CUPOM-REG FROM WRK-LINHA-CUPOM

           CLOSE CUPOM.

      *Cabecalho da tela da troca: cliente, discos aceitos e o
      *total ate aqui
       9686-CABECALHO-TROCA  SECTION.
           DISPLAY TELA
           DISPLAY "Troca de discos - cliente " AT LINE 5 COLUMN 20
           DISPLAY EMP-CLIENTE-DIG AT LINE 5 COLUMN 47
           DISPLAY WRK-TRC-NOME AT LINE 5 COLUMN 54
           MOVE WRK-TRC-QTD TO WRK-TRC-QTD-ED
           MOVE WRK-TRC-TOTAL TO WRK-TRC-VALOR-ED
           DISPLAY "Discos aceitos: " AT LINE 6 COLUMN 20
           DISPLAY WRK-TRC-QTD-ED AT LINE 6 COLUMN 37
           DISPLAY "Total: " AT LINE 6 COLUMN 47
           DISPLAY WRK-TRC-VALOR-ED AT LINE 6 COLUMN 55.

      *Linha de um disco recebido no mes (linha corrente de
      *TROCAS), com a forma de pagamento do cabecalho da troca
       9685-LINHA-DISCO-MES  SECTION.
           MOVE TRC-CODFILME TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE SPACES TO TITULO
           END-READ

           MOVE SPACES TO WRK-LINHA-IMP
           MOVE TRC-NUMERO TO WRK-LINHA-IMP (1:6)
           MOVE TRC-DATA TO WRK-LINHA-IMP (9:8)
           MOVE TRC-CLIENTE TO WRK-LINHA-IMP (19:5)
           MOVE TRC-CODFILME TO WRK-LINHA-IMP (28:5)
           MOVE TRC-EXEMPLAR TO WRK-LINHA-IMP (34:2)
           MOVE TITULO TO WRK-LINHA-IMP (38:30)
           MOVE TRC-GRAU TO WRK-LINHA-IMP (71:1)
           IF TROCA-P-VAREJO
               MOVE 'VAREJO' TO WRK-LINHA-IMP (76:7)
           ELSE
               MOVE 'LOCACAO' TO WRK-LINHA-IMP (76:7)
           END-IF
           MOVE TRC-VALOR TO WRK-TRC-VALOR-ED
           MOVE WRK-TRC-VALOR-ED TO WRK-LINHA-IMP (86:10)
           IF WRK-TRC-FORMA EQUAL 'V'
               MOVE 'VALE' TO WRK-LINHA-IMP (98:8)
           ELSE
               MOVE 'DINHEIRO' TO WRK-LINHA-IMP (98:8)
           END-IF
           WRITE TROCAREL-REG FROM WRK-LINHA-IMP.

      *Oferece a protecao contra dano para o item que acabou de
      *entrar no carrinho (WRK-QTD-ITENS): o preco vem da tabela
      *TABPROT pelo formato da midia (9679) e leva o imposto
      *vigente do local (3181) por cima, como o preco da locacao.
      *Aceita, a taxa e o imposto vao para o item e para os totais
      *do carrinho, fora do rateio do pacote; o teto de cobertura
      *da tabela fica guardado com o item para a gravacao (9683)
       9684-OFERECE-PROTECAO  SECTION.
           MOVE ZERO TO WRK-ITEM-PROT-BRL (WRK-QTD-ITENS)
           MOVE ZERO TO WRK-ITEM-PROT-IMP (WRK-QTD-ITENS)
           MOVE ZERO TO WRK-ITEM-PROT-TETO (WRK-QTD-ITENS)

           MOVE WRK-ITEM-FORMATO (WRK-QTD-ITENS) TO TP-FORMATO
           PERFORM 9679-PRECO-PROTECAO
           IF WRK-PRT-ACHOU EQUAL 'N'
              OR WRK-PRT-VALOR EQUAL ZERO
              OR WRK-PRT-TETO EQUAL ZERO
               GO TO 9684-OFERECE-PROTECAO-FIM
           END-IF

           MOVE WRK-LOCAL-ATUAL TO WRK-ALIQ-LOCAL
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-DATA-HOJE TO WRK-ALIQ-DATA
           PERFORM 3181-ALIQUOTA-VIGENTE
           COMPUTE WRK-PRT-IMPOSTO ROUNDED =
               WRK-PRT-VALOR * WRK-PERCENTUAL-ACHOU / 100
           COMPUTE WRK-PRT-BRL = WRK-PRT-VALOR + WRK-PRT-IMPOSTO

           DISPLAY "Protecao contra dano: " AT LINE 8 COLUMN 55
           ERASE EOL
           DISPLAY WRK-PRT-BRL AT LINE 8 COLUMN 77
           DISPLAY "(S/N): " AT LINE 8 COLUMN 87
           MOVE SPACE TO WRK-PRT-RESPOSTA
           ACCEPT WRK-PRT-RESPOSTA AT LINE 8 COLUMN 94
           DISPLAY " " AT LINE 8 COLUMN 55 ERASE EOL
           IF WRK-PRT-RESPOSTA EQUAL 'S'
              OR WRK-PRT-RESPOSTA EQUAL 's'
               MOVE WRK-PRT-BRL TO WRK-ITEM-PROT-BRL (WRK-QTD-ITENS)
               MOVE WRK-PRT-IMPOSTO TO WRK-ITEM-PROT-IMP (WRK-QTD-ITENS)
               MOVE WRK-PRT-TETO TO WRK-ITEM-PROT-TETO (WRK-QTD-ITENS)
               ADD WRK-PRT-BRL TO WRK-TOTAL-BRL
               ADD WRK-PRT-IMPOSTO TO WRK-TOTAL-IMPOSTO
               DISPLAY "Prot:" AT LINE WRK-CONTADOR-LINHA COLUMN 100
               DISPLAY WRK-PRT-BRL AT LINE WRK-CONTADOR-LINHA COLUMN 106
           END-IF.

       9684-OFERECE-PROTECAO-FIM.
           CONTINUE.

      *Grava a protecao contra dano do item WRK-IDX-ITEM do
      *carrinho, amarrada ao emprestimo recem-gravado (3125)
       9683-GRAVA-PROTECAO  SECTION.
           MOVE NUM-EMPRESTIMO TO PRT-NUM-EMPRESTIMO
           MOVE EMP-CLIENTE TO PRT-CLIENTE
           MOVE EMP-CODFILME TO PRT-CODFILME
           MOVE WRK-ITEM-FORMATO (WRK-IDX-ITEM) TO PRT-FORMATO
           MOVE EMP-DATA-RETIRADA TO PRT-DATA
           MOVE EMP-LOJA TO PRT-LOJA
           MOVE WRK-ITEM-PROT-BRL (WRK-IDX-ITEM) TO PRT-VALOR
           MOVE WRK-ITEM-PROT-IMP (WRK-IDX-ITEM) TO PRT-IMPOSTO
           MOVE WRK-ITEM-PROT-TETO (WRK-IDX-ITEM) TO PRT-TETO
           MOVE ZERO TO PRT-VALOR-COBERTO
           MOVE ZERO TO PRT-DATA-COBERTURA
           MOVE 'A' TO PRT-SITUACAO
           WRITE PROTECAO-REG
               INVALID KEY
                   MOVE 'Erro ao gravar protecao' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE '9683-GRAVA-PROTECAO' TO WRK-ERL-PARAGRAFO
                   MOVE 'PROTECAO' TO WRK-ERL-ARQUIVO
                   MOVE 'WRITE' TO WRK-ERL-OPERACAO
                   MOVE PROTECAO-STATUS TO WRK-ERL-STATUS
                   MOVE PRT-NUM-EMPRESTIMO TO WRK-ERL-CHAVE
                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
           END-WRITE.

      *Cobertura da protecao contra dano no checkin (3215): com
      *protecao Ativa no emprestimo corrente, o dano em
      *WRK-DANO-VALOR e abonado ate o que resta do teto, sem
      *pergunta ao operador; o abono soma no registro da protecao
      *e deixa a linha DANOPROT na trilha de auditoria.
      *WRK-DANO-VALOR volta so com o que passou do teto e
      *WRK-PRT-COBERTO com o valor abonado
       9682-PROTECAO-COBRE-DANO  SECTION.
           MOVE ZERO TO WRK-PRT-COBERTO
           MOVE NUM-EMPRESTIMO TO PRT-NUM-EMPRESTIMO
           READ PROTECAO
               INVALID KEY
                   GO TO 9682-PROTECAO-COBRE-DANO-FIM
           END-READ
           IF PROTECAO-ATIVA
              AND PRT-VALOR-COBERTO LESS THAN PRT-TETO
               COMPUTE WRK-PRT-SALDO = PRT-TETO - PRT-VALOR-COBERTO
               IF WRK-DANO-VALOR > WRK-PRT-SALDO
                   MOVE WRK-PRT-SALDO TO WRK-PRT-COBERTO
               ELSE
                   MOVE WRK-DANO-VALOR TO WRK-PRT-COBERTO
               END-IF
               IF WRK-PRT-COBERTO NOT EQUAL ZERO
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   ADD WRK-PRT-COBERTO TO PRT-VALOR-COBERTO
                   MOVE WRK-DATA-HOJE TO PRT-DATA-COBERTURA
                   REWRITE PROTECAO-REG
                   SUBTRACT WRK-PRT-COBERTO FROM WRK-DANO-VALOR

                   MOVE EMP-CODFILME TO CODFILME
                   MOVE 'DANOPROT' TO WRK-AUD-OPERACAO
                   MOVE SPACES TO WRK-AUD-DETALHE
                   STRING 'COBERTO=' DELIMITED BY SIZE
                          WRK-PRT-COBERTO DELIMITED BY SIZE
                          ' EMP=' DELIMITED BY SIZE
                          NUM-EMPRESTIMO DELIMITED BY SIZE
                          INTO WRK-AUD-DETALHE
                   END-STRING
                   PERFORM 5190-GRAVA-AUDITORIA

                   DISPLAY "Coberto pela protecao: "
                   AT LINE 22 COLUMN 60
                   DISPLAY WRK-PRT-COBERTO AT LINE 22 COLUMN 84
               END-IF
           END-IF.

       9682-PROTECAO-COBRE-DANO-FIM.
           CONTINUE.

      *Manutencao da tabela de precos da protecao contra dano, no
      *padrao de 9691-MANTER-TABTROCA: uma linha por formato da
      *midia, com a taxa por item (sem imposto) e o teto de dano
      *coberto; o formato em branco e a linha geral
       9681-MANTER-TABPROT  SECTION.
           MOVE "Tabela protecao" TO WRK-MODULO.
           MOVE SPACES TO TP-FORMATO

           DISPLAY TELA
           DISPLAY "Formato (branco = todos): " AT LINE 5 COLUMN 20
           ACCEPT TP-FORMATO AT LINE 5 COLUMN 47

           READ TABPROT
               INVALID KEY
                   DISPLAY "Linha nova" AT LINE 7 COLUMN 20
                   MOVE ZERO TO TP-VALOR
                   MOVE ZERO TO TP-TETO
                   DISPLAY "Taxa por item: " AT LINE 8 COLUMN 20
                   ACCEPT TP-VALOR AT LINE 8 COLUMN 40
                   DISPLAY "Teto de cobertura: " AT LINE 9 COLUMN 20
                   ACCEPT TP-TETO AT LINE 9 COLUMN 40
                   DISPLAY "Confirma? (S/N): " AT LINE 11 COLUMN 20
                   ACCEPT WRK-ESCOLHA AT LINE 11 COLUMN 38
                   IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       MOVE WRK-DATA-HOJE TO TP-DATA-ALTERACAO
                       MOVE WRK-OPERADOR TO TP-OPERADOR
                       WRITE TABPROT-REG
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       DISPLAY "Gravado" AT LINE 13 COLUMN 20
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Taxa por item: " AT LINE 7 COLUMN 20
                   DISPLAY TP-VALOR AT LINE 7 COLUMN 40
                   DISPLAY "Teto de cobertura: " AT LINE 8 COLUMN 20
                   DISPLAY TP-TETO AT LINE 8 COLUMN 40
                   DISPLAY "A-lterar ou R-emover? "
                   AT LINE 10 COLUMN 20
                   ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 43
                   EVALUATE WRK-ESCOLHA
                       WHEN 'A'
                       WHEN 'a'
                           DISPLAY "Nova taxa por item: "
                           AT LINE 12 COLUMN 20
                           ACCEPT TP-VALOR AT LINE 12 COLUMN 45
                           DISPLAY "Novo teto de cobertura: "
                           AT LINE 13 COLUMN 20
                           ACCEPT TP-TETO AT LINE 13 COLUMN 45
                           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                           MOVE WRK-DATA-HOJE TO TP-DATA-ALTERACAO
                           MOVE WRK-OPERADOR TO TP-OPERADOR
                           REWRITE TABPROT-REG
                           DISPLAY "Alterado" AT LINE 15 COLUMN 20
                       WHEN 'R'
                       WHEN 'r'
                           DELETE TABPROT RECORD
                           DISPLAY "Removida" AT LINE 15 COLUMN 20
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ

           DISPLAY "Tecle enter para voltar"
           AT LINE 17 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 17 COLUMN 45
           MOVE SPACES TO WRK-ESCOLHA.

      *Relatorio mensal da protecao contra dano em PROTREL.PRN,
      *para acertar o preco da tabela: por formato da midia, as
      *protecoes vendidas no mes (sem as estornadas) e as taxas
      *recebidas, com o imposto e o liquido, contra os danos
      *cobertos no mes (checkins com abono, 9682); o resultado e
      *o liquido menos o coberto, e o percentual e o coberto
      *sobre o liquido
       9680-RELATORIO-PROTECAO  SECTION.
           MOVE "Rel. protecao" TO WRK-MODULO.
           MOVE ZERO TO WRK-PRT-MES

           DISPLAY TELA
           DISPLAY "Mes do relatorio (AAAAMM): " AT LINE 5 COLUMN 20
           ACCEPT WRK-PRT-MES AT LINE 5 COLUMN 48
           COMPUTE WRK-PRT-INICIO = WRK-PRT-MES * 100 + 1
           IF WRK-PRT-INICIO (5:2) < '01' OR WRK-PRT-INICIO (5:2) > '12'
               MOVE 'Mes invalido' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               COMPUTE WRK-PRT-FIM-MES = WRK-PRT-MES * 100 + 31
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

               MOVE 0 TO WRK-PRT-QTD-FMT
               PERFORM VARYING WRK-PRT-IDX FROM 1 BY 1
                   UNTIL WRK-PRT-IDX > 21
                   MOVE SPACES TO WRK-PRF-FORMATO (WRK-PRT-IDX)
                   MOVE 0 TO WRK-PRF-VENDAS (WRK-PRT-IDX)
                   MOVE 0 TO WRK-PRF-TAXAS (WRK-PRT-IDX)
                   MOVE 0 TO WRK-PRF-IMPOSTO (WRK-PRT-IDX)
                   MOVE 0 TO WRK-PRF-SINISTROS (WRK-PRT-IDX)
                   MOVE 0 TO WRK-PRF-COBERTO (WRK-PRT-IDX)
               END-PERFORM
               MOVE 'TOTAL' TO WRK-PRF-FORMATO (21)

               MOVE LOW-VALUES TO PRT-NUM-EMPRESTIMO
               START PROTECAO KEY IS NOT LESS THAN PRT-NUM-EMPRESTIMO
                   INVALID KEY
                       MOVE 10 TO PROTECAO-STATUS
               END-START
               IF PROTECAO-STATUS EQUAL 0
                   READ PROTECAO NEXT RECORD
                   PERFORM UNTIL PROTECAO-STATUS NOT EQUAL 0
                       IF PROTECAO-ATIVA
                          AND PRT-DATA NOT LESS THAN WRK-PRT-INICIO
                          AND PRT-DATA NOT GREATER THAN WRK-PRT-FIM-MES
                           PERFORM 9677-FORMATO-PROTECAO
                           ADD 1 TO WRK-PRF-VENDAS (WRK-PRT-IDX)
                           ADD PRT-VALOR TO WRK-PRF-TAXAS (WRK-PRT-IDX)
                           ADD PRT-IMPOSTO
                               TO WRK-PRF-IMPOSTO (WRK-PRT-IDX)
                           ADD 1 TO WRK-PRF-VENDAS (21)
                           ADD PRT-VALOR TO WRK-PRF-TAXAS (21)
                           ADD PRT-IMPOSTO TO WRK-PRF-IMPOSTO (21)
                       END-IF
                       IF PRT-VALOR-COBERTO > ZERO
                          AND PRT-DATA-COBERTURA NOT LESS THAN
                              WRK-PRT-INICIO
                          AND PRT-DATA-COBERTURA NOT GREATER THAN
                              WRK-PRT-FIM-MES
                           PERFORM 9677-FORMATO-PROTECAO
                           ADD 1 TO WRK-PRF-SINISTROS (WRK-PRT-IDX)
                           ADD PRT-VALOR-COBERTO
                               TO WRK-PRF-COBERTO (WRK-PRT-IDX)
                           ADD 1 TO WRK-PRF-SINISTROS (21)
                           ADD PRT-VALOR-COBERTO TO WRK-PRF-COBERTO (21)
                       END-IF
                       READ PROTECAO NEXT RECORD
                   END-PERFORM
               END-IF

               OPEN OUTPUT PROTREL
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'Protecao contra dano do mes ' DELIMITED BY SIZE
                      WRK-PRT-MES DELIMITED BY SIZE
                      ' - emitido em ' DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE PROTREL-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               WRITE PROTREL-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE 'Formato' TO WRK-LINHA-IMP (1:7)
               MOVE 'Vendidas' TO WRK-LINHA-IMP (13:8)
               MOVE 'Taxas' TO WRK-LINHA-IMP (29:5)
               MOVE 'Imposto' TO WRK-LINHA-IMP (40:7)
               MOVE 'Liquido' TO WRK-LINHA-IMP (52:7)
               MOVE 'Sinistros' TO WRK-LINHA-IMP (61:9)
               MOVE 'Coberto' TO WRK-LINHA-IMP (75:7)
               MOVE 'Resultado' TO WRK-LINHA-IMP (86:9)
               MOVE 'Cob/Liq %' TO WRK-LINHA-IMP (97:9)
               WRITE PROTREL-REG FROM WRK-LINHA-IMP
               PERFORM VARYING WRK-PRT-IDX FROM 1 BY 1
                   UNTIL WRK-PRT-IDX > WRK-PRT-QTD-FMT
                   PERFORM 9676-LINHA-PROTECAO
               END-PERFORM
               MOVE SPACES TO WRK-LINHA-IMP
               WRITE PROTREL-REG FROM WRK-LINHA-IMP
               MOVE 21 TO WRK-PRT-IDX
               PERFORM 9676-LINHA-PROTECAO
               CLOSE PROTREL
               MOVE 'PROTREL' TO WRK-SPL-RELATORIO
               MOVE SPACES TO WRK-SPL-PARAMETROS
               STRING 'MES=' DELIMITED BY SIZE
                      WRK-PRT-MES DELIMITED BY SIZE
                      INTO WRK-SPL-PARAMETROS
               END-STRING
               MOVE WRK-PATH-PROTREL TO WRK-PATH-SPLORIG
               PERFORM 9667-ARQUIVA-RELATORIO

               MOVE WRK-PRF-VENDAS (21) TO WRK-PRT-QTD-ED
               DISPLAY "Protecoes vendidas : " AT LINE 7 COLUMN 20
               DISPLAY WRK-PRT-QTD-ED AT LINE 7 COLUMN 42
               MOVE WRK-PRF-TAXAS (21) TO WRK-PRT-VALOR-ED
               DISPLAY "Taxas recebidas    : " AT LINE 8 COLUMN 20
               DISPLAY WRK-PRT-VALOR-ED AT LINE 8 COLUMN 42
               MOVE WRK-PRF-COBERTO (21) TO WRK-PRT-VALOR-ED
               DISPLAY "Danos cobertos     : " AT LINE 9 COLUMN 20
               DISPLAY WRK-PRT-VALOR-ED AT LINE 9 COLUMN 42
               DISPLAY "Relatorio gravado em PROTREL.PRN"
               AT LINE 11 COLUMN 20
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 52.

      *Preco da protecao contra dano para o formato em TP-FORMATO:
      *sem linha propria do formato vale a linha geral (formato
      *em branco); devolve WRK-PRT-ACHOU, a taxa e o teto
       9679-PRECO-PROTECAO  SECTION.
           MOVE 'S' TO WRK-PRT-ACHOU
           READ TABPROT
               INVALID KEY
                   MOVE SPACES TO TP-FORMATO
                   READ TABPROT
                       INVALID KEY
                           MOVE 'N' TO WRK-PRT-ACHOU
                   END-READ
           END-READ
           IF WRK-PRT-ACHOU EQUAL 'S'
               MOVE TP-VALOR TO WRK-PRT-VALOR
               MOVE TP-TETO TO WRK-PRT-TETO
           ELSE
               MOVE ZERO TO WRK-PRT-VALOR
               MOVE ZERO TO WRK-PRT-TETO
           END-IF.

      *Devolve com o checkout estornado (3457) a protecao contra
      *dano vendida com o emprestimo corrente: a taxa e o imposto
      *entram no recibo de estorno e a protecao fica Estornada,
      *fora do relatorio mensal
       9678-ESTORNA-PROTECAO  SECTION.
           MOVE NUM-EMPRESTIMO TO PRT-NUM-EMPRESTIMO
           READ PROTECAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PROTECAO-ATIVA
                       ADD PRT-VALOR TO WRK-EST-VALOR
                       ADD PRT-IMPOSTO TO WRK-EST-IMPOSTO
                       MOVE 'X' TO PRT-SITUACAO
                       REWRITE PROTECAO-REG
                   END-IF
           END-READ.

      *Linha do formato da protecao corrente (PRT-FORMATO) no
      *resumo do relatorio mensal: devolve o indice em
      *WRK-PRT-IDX, abrindo a linha quando o formato e novo; a
      *partir do vigesimo formato tudo cai na linha OUTROS
       9677-FORMATO-PROTECAO  SECTION.
           MOVE 0 TO WRK-PRT-IDX
           PERFORM VARYING WRK-PRT-IDX FROM 1 BY 1
               UNTIL WRK-PRT-IDX > WRK-PRT-QTD-FMT
               OR WRK-PRF-FORMATO (WRK-PRT-IDX) EQUAL PRT-FORMATO
               CONTINUE
           END-PERFORM
           IF WRK-PRT-IDX > WRK-PRT-QTD-FMT
               IF WRK-PRT-QTD-FMT < 20
                   ADD 1 TO WRK-PRT-QTD-FMT
                   MOVE WRK-PRT-QTD-FMT TO WRK-PRT-IDX
                   MOVE PRT-FORMATO TO WRK-PRF-FORMATO (WRK-PRT-IDX)
                   IF PRT-FORMATO EQUAL SPACES
                       MOVE '(sem)' TO WRK-PRF-FORMATO (WRK-PRT-IDX)
                   END-IF
               ELSE
                   MOVE 20 TO WRK-PRT-IDX
                   MOVE 'OUTROS' TO WRK-PRF-FORMATO (WRK-PRT-IDX)
               END-IF
           END-IF.

      *Grava no PROTREL a linha WRK-PRT-IDX do resumo por formato
       9676-LINHA-PROTECAO  SECTION.
           COMPUTE WRK-PRT-LIQUIDO =
               WRK-PRF-TAXAS (WRK-PRT-IDX)
               - WRK-PRF-IMPOSTO (WRK-PRT-IDX)
           COMPUTE WRK-PRT-RESULTADO =
               WRK-PRT-LIQUIDO - WRK-PRF-COBERTO (WRK-PRT-IDX)
           MOVE 0 TO WRK-PRT-PCT
           IF WRK-PRT-LIQUIDO > ZERO
               COMPUTE WRK-PRT-PCT ROUNDED =
                   WRK-PRF-COBERTO (WRK-PRT-IDX) * 100
                   / WRK-PRT-LIQUIDO
                   ON SIZE ERROR
                       MOVE 9999,9 TO WRK-PRT-PCT
               END-COMPUTE
           END-IF

           MOVE SPACES TO WRK-LINHA-IMP
           MOVE WRK-PRF-FORMATO (WRK-PRT-IDX) TO WRK-LINHA-IMP (1:10)
           MOVE WRK-PRF-VENDAS (WRK-PRT-IDX) TO WRK-PRT-QTD-ED
           MOVE WRK-PRT-QTD-ED TO WRK-LINHA-IMP (16:5)
           MOVE WRK-PRF-TAXAS (WRK-PRT-IDX) TO WRK-PRT-VALOR-ED
           MOVE WRK-PRT-VALOR-ED TO WRK-LINHA-IMP (24:10)
           MOVE WRK-PRF-IMPOSTO (WRK-PRT-IDX) TO WRK-PRT-VALOR-ED
           MOVE WRK-PRT-VALOR-ED TO WRK-LINHA-IMP (37:10)
           MOVE WRK-PRT-LIQUIDO TO WRK-PRT-VALOR-ED
           MOVE WRK-PRT-VALOR-ED TO WRK-LINHA-IMP (49:10)
           MOVE WRK-PRF-SINISTROS (WRK-PRT-IDX) TO WRK-PRT-QTD-ED
           MOVE WRK-PRT-QTD-ED TO WRK-LINHA-IMP (65:5)
           MOVE WRK-PRF-COBERTO (WRK-PRT-IDX) TO WRK-PRT-VALOR-ED
           MOVE WRK-PRT-VALOR-ED TO WRK-LINHA-IMP (72:10)
           MOVE WRK-PRT-RESULTADO TO WRK-PRT-RESULT-ED
           MOVE WRK-PRT-RESULT-ED TO WRK-LINHA-IMP (84:11)
           MOVE WRK-PRT-PCT TO WRK-PRT-PCT-ED
           MOVE WRK-PRT-PCT-ED TO WRK-LINHA-IMP (99:7)
           WRITE PROTREL-REG FROM WRK-LINHA-IMP.

      *Campanhas de anistia de multas por atraso, no mesmo padrao
      *de 9863-MANTER-REPRECO: a campanha nova ou alterada fica
      *Retida; a previa (9673) lista as multas alcancadas e o
      *total a perdoar e a marca como Simulada; so o administrador
      *a aprova (9668), e a execucao (9672) isenta de uma vez as
      *multas da campanha aprovada
       9675-MANTER-ANISTIA  SECTION.
           MOVE "Anistia de multas" TO WRK-MODULO.
           MOVE ZERO TO ANI-NUM-DIG

           DISPLAY TELA
           PERFORM 2010-EXIGE-SUPERVISOR
           IF WRK-ACESSO-OK NOT EQUAL 'S'
               GO TO 9675-MANTER-ANISTIA-FIM
           END-IF

           DISPLAY "Numero da campanha: " AT LINE 5 COLUMN 20
           ACCEPT ANI-NUM-DIG AT LINE 5 COLUMN 41

           IF ANI-NUM-DIG EQUAL ZERO
               MOVE 'Campo vazio' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE ANI-NUM-DIG TO ANI-NUMERO
               READ ANISTIA
                   INVALID KEY
                       DISPLAY "Campanha nova" AT LINE 6 COLUMN 20
                       MOVE ANI-NUM-DIG TO ANI-NUMERO
                       MOVE SPACES TO ANI-DESCRICAO
                       MOVE ZERO TO ANI-IDADE-MIN
                       MOVE ZERO TO ANI-VALOR-MIN
                       MOVE ZERO TO ANI-VALOR-MAX
                       MOVE 'T' TO ANI-SITUACAO-CLI
                       MOVE 'R' TO ANI-STATUS
                       MOVE ZERO TO ANI-DATA-CORTE
                       MOVE ZERO TO ANI-QTD-PREVIA
                       MOVE ZERO TO ANI-TOTAL-PREVIA
                       MOVE SPACES TO ANI-APROVADOR
                       MOVE ZERO TO ANI-DATA-APROVACAO
                       MOVE ZERO TO ANI-DATA-EXECUCAO
                       MOVE ZERO TO ANI-QTD-ISENTADAS
                       MOVE ZERO TO ANI-TOTAL-ISENTADO
                       PERFORM 9674-EDITA-ANISTIA
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           WRITE ANISTIA-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           DISPLAY "Campanha retida - emita a previa"
                           AT LINE 20 COLUMN 20
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Campanha existente: "
                       AT LINE 6 COLUMN 20
                       DISPLAY ANI-DESCRICAO AT LINE 6 COLUMN 41
                       DISPLAY "Situacao: " AT LINE 7 COLUMN 20
                       DISPLAY ANI-STATUS AT LINE 7 COLUMN 31
                       IF ANISTIA-EXECUTADA OR ANISTIA-CANCELADA
                           MOVE 'Campanha ja processada' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       ELSE
                           DISPLAY "A-lterar C-ancelar P-revia "
                           AT LINE 8 COLUMN 20
                           DISPLAY "L-iberar E-xecutar? "
                           AT LINE 8 COLUMN 47
                           ACCEPT WRK-ESCOLHA AT LINE 8 COLUMN 67
                           EVALUATE WRK-ESCOLHA
                               WHEN 'C'
                               WHEN 'c'
                                   MOVE 'C' TO ANI-STATUS
                                   REWRITE ANISTIA-REG
                                   DISPLAY "Campanha cancelada"
                                   AT LINE 20 COLUMN 20
                               WHEN 'A'
                               WHEN 'a'
                                   PERFORM 9674-EDITA-ANISTIA
                                   IF WRK-ESCOLHA = 'S'
                                      OR WRK-ESCOLHA = 's'
      *                                A alteracao vale nova previa
                                       MOVE 'R' TO ANI-STATUS
                                       MOVE SPACES TO ANI-APROVADOR
                                       MOVE ZERO TO ANI-DATA-APROVACAO
                                       REWRITE ANISTIA-REG
                                       DISPLAY
                                       "Campanha alterada - retida"
                                       AT LINE 20 COLUMN 20
                                   END-IF
                               WHEN 'P'
                               WHEN 'p'
                                   PERFORM 9673-PREVIA-ANISTIA
                               WHEN 'L'
                               WHEN 'l'
                                   PERFORM 9668-APROVA-ANISTIA
                               WHEN 'E'
                               WHEN 'e'
                                   PERFORM 9672-EXECUTA-ANISTIA
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 22 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 52.

       9675-MANTER-ANISTIA-FIM.
           MOVE SPACES TO WRK-ESCOLHA.

      *Captura o criterio de uma campanha de anistia e pede a
      *confirmacao da gravacao em WRK-ESCOLHA (S = confirma)
       9674-EDITA-ANISTIA  SECTION.
           DISPLAY "Descricao: " AT LINE 10 COLUMN 20
           ACCEPT ANI-DESCRICAO AT LINE 10 COLUMN 32
           DISPLAY "Idade minima da multa (dias): "
           AT LINE 11 COLUMN 20
           ACCEPT ANI-IDADE-MIN AT LINE 11 COLUMN 51
           DISPLAY "Valor minimo da multa: " AT LINE 12 COLUMN 20
           ACCEPT ANI-VALOR-MIN AT LINE 12 COLUMN 44
           DISPLAY "Valor maximo (0 = sem teto): "
           AT LINE 13 COLUMN 20
           ACCEPT ANI-VALOR-MAX AT LINE 13 COLUMN 50
           IF ANI-VALOR-MAX > ZERO
              AND ANI-VALOR-MAX < ANI-VALOR-MIN
               MOVE 'Maximo menor que o minimo' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               MOVE 'N' TO WRK-ESCOLHA
               GO TO 9674-EDITA-ANISTIA-FIM
           END-IF
           MOVE SPACE TO ANI-SITUACAO-CLI
           PERFORM UNTIL ANISTIA-CLI-ATIVOS
                      OR ANISTIA-CLI-INATIVOS
                      OR ANISTIA-CLI-TODOS
               DISPLAY "Clientes (A-tivos I-nativos T-odos): "
               AT LINE 14 COLUMN 20
               ACCEPT ANI-SITUACAO-CLI AT LINE 14 COLUMN 58
               IF ANI-SITUACAO-CLI EQUAL 'a'
                   MOVE 'A' TO ANI-SITUACAO-CLI
               END-IF
               IF ANI-SITUACAO-CLI EQUAL 'i'
                   MOVE 'I' TO ANI-SITUACAO-CLI
               END-IF
               IF ANI-SITUACAO-CLI EQUAL 't'
                   MOVE 'T' TO ANI-SITUACAO-CLI
               END-IF
           END-PERFORM

           DISPLAY "Confirma a gravacao? (S/N): "
           AT LINE 18 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 18 COLUMN 49.

       9674-EDITA-ANISTIA-FIM.
           CONTINUE.

      *Previa da campanha de anistia corrente (ANISTIA-REG): fixa a
      *data de corte (hoje menos a idade minima), lista em
      *ANIREL.PRN cada multa alcancada e o total que seria
      *perdoado, com o campo de aprovacao do administrador.
      *Nenhuma multa e alterada; a campanha Retida passa a
      *Simulada e pode ser aprovada (9668)
       9673-PREVIA-ANISTIA  SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           PERFORM ANI-IDADE-MIN TIMES
               PERFORM 3151-RECUA-UM-DIA
           END-PERFORM
           MOVE WRK-DATA-CALC TO ANI-DATA-CORTE

           OPEN OUTPUT ANIREL
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'PREVIA DA CAMPANHA DE ANISTIA ' DELIMITED BY SIZE
                  ANI-NUMERO DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  ANI-DESCRICAO DELIMITED BY SIZE
                  '   EMITIDA EM ' DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE ANIREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'Multas lancadas ate ' DELIMITED BY SIZE
                  ANI-DATA-CORTE DELIMITED BY SIZE
                  '   Valor de ' DELIMITED BY SIZE
                  ANI-VALOR-MIN DELIMITED BY SIZE
                  ' a ' DELIMITED BY SIZE
                  ANI-VALOR-MAX DELIMITED BY SIZE
                  '   Clientes: ' DELIMITED BY SIZE
                  ANI-SITUACAO-CLI DELIMITED BY SIZE
                  '   (fora os enviados para cobranca)'
                      DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE ANIREL-REG FROM WRK-LINHA-IMP
           MOVE 'Previa - nenhuma multa foi alterada'
               TO WRK-LINHA-IMP
           WRITE ANIREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           WRITE ANIREL-REG FROM WRK-LINHA-IMP
           MOVE 'Cliente' TO WRK-LINHA-IMP (1:7)
           MOVE 'Nome' TO WRK-LINHA-IMP (9:4)
           MOVE 'Emprest.' TO WRK-LINHA-IMP (40:8)
           MOVE 'Titulo' TO WRK-LINHA-IMP (49:6)
           MOVE 'Multa em' TO WRK-LINHA-IMP (80:8)
           MOVE 'Valor' TO WRK-LINHA-IMP (96:5)
           WRITE ANIREL-REG FROM WRK-LINHA-IMP

           MOVE 'P' TO WRK-ANI-MODO
           PERFORM 9671-VARRE-ANISTIA

           MOVE SPACES TO WRK-LINHA-IMP
           WRITE ANIREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE WRK-ANI-QTD TO WRK-ANI-QTD-ED
           MOVE WRK-ANI-TOTAL TO WRK-ANI-VALOR-ED
           STRING 'Multas: ' DELIMITED BY SIZE
                  WRK-ANI-QTD-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           MOVE WRK-ANI-QTD-CLI TO WRK-ANI-QTD-ED
           MOVE 'Clientes: ' TO WRK-LINHA-IMP (20:10)
           MOVE WRK-ANI-QTD-ED TO WRK-LINHA-IMP (30:5)
           MOVE 'Total a perdoar: ' TO WRK-LINHA-IMP (77:17)
           MOVE WRK-ANI-VALOR-ED TO WRK-LINHA-IMP (91:10)
           WRITE ANIREL-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           WRITE ANIREL-REG FROM WRK-LINHA-IMP
           WRITE ANIREL-REG FROM WRK-LINHA-IMP
           MOVE 'Aprovacao do administrador: __________________'
               TO WRK-LINHA-IMP
           MOVE 'Data: ____/____/________' TO WRK-LINHA-IMP (55:24)
           WRITE ANIREL-REG FROM WRK-LINHA-IMP
           CLOSE ANIREL
           MOVE 'ANIREL' TO WRK-SPL-RELATORIO
           MOVE SPACES TO WRK-SPL-PARAMETROS
           STRING 'CAMP=' DELIMITED BY SIZE
                  ANI-NUMERO DELIMITED BY SIZE
                  INTO WRK-SPL-PARAMETROS
           END-STRING
           MOVE WRK-PATH-ANIREL TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO

           MOVE WRK-ANI-QTD TO ANI-QTD-PREVIA
           MOVE WRK-ANI-TOTAL TO ANI-TOTAL-PREVIA
           IF ANISTIA-RETIDA
               MOVE 'S' TO ANI-STATUS
           END-IF
           REWRITE ANISTIA-REG
           MOVE ZERO TO CODFILME
           MOVE 'PREVANIS' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'CAMP=' DELIMITED BY SIZE
                  ANI-NUMERO DELIMITED BY SIZE
                  ' TOTAL=' DELIMITED BY SIZE
                  WRK-ANI-TOTAL DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA

           MOVE WRK-ANI-QTD TO WRK-ANI-QTD-ED
           DISPLAY "Multas alcancadas : " AT LINE 14 COLUMN 20
           DISPLAY WRK-ANI-QTD-ED AT LINE 14 COLUMN 45
           DISPLAY "Total a perdoar   : " AT LINE 15 COLUMN 20
           DISPLAY WRK-ANI-VALOR-ED AT LINE 15 COLUMN 45
           DISPLAY "Previa gravada em ANIREL.PRN"
           AT LINE 18 COLUMN 20.

      *Execucao da campanha aprovada: com a mesma data de corte
      *da previa, cada multa ainda Pendente no criterio fica
      *Isentada, com o emprestimo no jornal, a multa em ANIMULTA
      *com o numero da campanha (aviso ao cliente pelo NOTIFICA e
      *evento ANISTIA no diario contabil) e a linha ANISTIA na
      *trilha de auditoria; a campanha fica Executada
       9672-EXECUTA-ANISTIA  SECTION.
           IF NOT ANISTIA-APROVADA
               MOVE 'Campanha sem aprovacao' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 9672-EXECUTA-ANISTIA-FIM
           END-IF

           MOVE ANI-QTD-PREVIA TO WRK-ANI-QTD-ED
           MOVE ANI-TOTAL-PREVIA TO WRK-ANI-VALOR-ED
           DISPLAY "Multas na previa  : " AT LINE 10 COLUMN 20
           DISPLAY WRK-ANI-QTD-ED AT LINE 10 COLUMN 45
           DISPLAY "Total da previa   : " AT LINE 11 COLUMN 20
           DISPLAY WRK-ANI-VALOR-ED AT LINE 11 COLUMN 45
           DISPLAY "Confirma a execucao? (S/N): "
           AT LINE 12 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 49
           IF WRK-ESCOLHA EQUAL 'S' OR WRK-ESCOLHA EQUAL 's'
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE 'E' TO WRK-ANI-MODO
               PERFORM 9671-VARRE-ANISTIA

               MOVE 'E' TO ANI-STATUS
               MOVE WRK-DATA-HOJE TO ANI-DATA-EXECUCAO
               MOVE WRK-ANI-QTD TO ANI-QTD-ISENTADAS
               MOVE WRK-ANI-TOTAL TO ANI-TOTAL-ISENTADO
               REWRITE ANISTIA-REG
               MOVE ZERO TO CODFILME
               MOVE 'EXECANIS' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'CAMP=' DELIMITED BY SIZE
                      ANI-NUMERO DELIMITED BY SIZE
                      ' TOTAL=' DELIMITED BY SIZE
                      WRK-ANI-TOTAL DELIMITED BY SIZE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA

               MOVE WRK-ANI-QTD TO WRK-ANI-QTD-ED
               MOVE WRK-ANI-TOTAL TO WRK-ANI-VALOR-ED
               DISPLAY "Multas isentadas  : " AT LINE 14 COLUMN 20
               DISPLAY WRK-ANI-QTD-ED AT LINE 14 COLUMN 45
               DISPLAY "Total perdoado    : " AT LINE 15 COLUMN 20
               DISPLAY WRK-ANI-VALOR-ED AT LINE 15 COLUMN 45
               MOVE WRK-ANI-QTD-CLI TO WRK-ANI-QTD-ED
               DISPLAY "Clientes alcancados: " AT LINE 16 COLUMN 20
               DISPLAY WRK-ANI-QTD-ED AT LINE 16 COLUMN 45
               DISPLAY "Campanha executada" AT LINE 18 COLUMN 20
           END-IF.

       9672-EXECUTA-ANISTIA-FIM.
           CONTINUE.

      *Varre os clientes para a campanha corrente, na previa ou
      *na execucao (WRK-ANI-MODO), somando multas, clientes e
      *valor alcancados
       9671-VARRE-ANISTIA  SECTION.
           MOVE 0 TO WRK-ANI-QTD
           MOVE 0 TO WRK-ANI-QTD-CLI
           MOVE 0 TO WRK-ANI-TOTAL

           MOVE LOW-VALUES TO COD-CLIENTE
           START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
               INVALID KEY
                   MOVE 10 TO CLIENTES-STATUS
           END-START
           IF CLIENTES-STATUS EQUAL 0
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                   IF ANISTIA-CLI-TODOS
                      OR (ANISTIA-CLI-ATIVOS AND CLIENTE-ATIVO)
                      OR (ANISTIA-CLI-INATIVOS AND CLIENTE-INATIVO)
                       PERFORM 9670-ANISTIA-CLIENTE
                   END-IF
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-IF.

      *Multas do cliente corrente de CLIENTES-REG na campanha: o
      *cliente ja enviado para a agencia de cobranca (multa
      *baixada como perda, que vai na remessa 9837, ou emprestimo
      *no ultimo nivel da escalada 9919) fica de fora inteiro;
      *dos demais entram as multas Pendentes lancadas ate a data
      *de corte com valor na faixa da campanha
       9670-ANISTIA-CLIENTE  SECTION.
           MOVE COD-CLIENTE TO WRK-EXT-CLIENTE
           MOVE 'N' TO WRK-ANI-AGENCIA
           PERFORM 3486-REINICIA-CLIENTE
           PERFORM 3485-LER-PROX-DO-CLIENTE
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               IF MULTA-PERDA
                  OR EMP-NIVEL-COBRANCA NOT LESS THAN 3
                   MOVE 'S' TO WRK-ANI-AGENCIA
               END-IF
               PERFORM 3485-LER-PROX-DO-CLIENTE
           END-PERFORM
           IF WRK-ANI-AGENCIA EQUAL 'S'
               GO TO 9670-ANISTIA-CLIENTE-FIM
           END-IF

           MOVE 0 TO WRK-ANI-QTD-DO-CLI
           PERFORM 3486-REINICIA-CLIENTE
           PERFORM 3485-LER-PROX-DO-CLIENTE
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               IF MULTA-PENDENTE
                  AND EMP-VALOR-MULTA > ZERO
                  AND EMP-DATA-DEVOLUCAO > ZERO
                  AND EMP-DATA-DEVOLUCAO NOT GREATER THAN
                      ANI-DATA-CORTE
                  AND EMP-VALOR-MULTA NOT LESS THAN ANI-VALOR-MIN
                  AND (ANI-VALOR-MAX EQUAL ZERO
                       OR EMP-VALOR-MULTA NOT GREATER THAN
                          ANI-VALOR-MAX)
                   PERFORM 9669-ANISTIA-MULTA
               END-IF
               PERFORM 3485-LER-PROX-DO-CLIENTE
           END-PERFORM
           IF WRK-ANI-QTD-DO-CLI > 0
               ADD 1 TO WRK-ANI-QTD-CLI
           END-IF.

       9670-ANISTIA-CLIENTE-FIM.
           CONTINUE.

      *Uma multa alcancada pela campanha: na previa vira uma linha
      *do ANIREL; na execucao fica Isentada, com o numero da
      *campanha em ANIMULTA
       9669-ANISTIA-MULTA  SECTION.
           ADD 1 TO WRK-ANI-QTD
           ADD 1 TO WRK-ANI-QTD-DO-CLI
           ADD EMP-VALOR-MULTA TO WRK-ANI-TOTAL

           IF WRK-ANI-MODO EQUAL 'P'
               MOVE EMP-CODFILME TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE SPACES TO TITULO
               END-READ
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE EMP-CLIENTE TO WRK-LINHA-IMP (1:5)
               MOVE NOME-CLIENTE TO WRK-LINHA-IMP (9:30)
               MOVE NUM-EMPRESTIMO TO WRK-LINHA-IMP (40:6)
               MOVE TITULO (1:30) TO WRK-LINHA-IMP (49:30)
               MOVE EMP-DATA-DEVOLUCAO TO WRK-LINHA-IMP (80:8)
               MOVE EMP-VALOR-MULTA TO WRK-ANI-VALOR-ED
               MOVE WRK-ANI-VALOR-ED TO WRK-LINHA-IMP (91:10)
               WRITE ANIREL-REG FROM WRK-LINHA-IMP
           ELSE
               MOVE 'I' TO EMP-MULTA-SITUACAO
               REWRITE EMPRESTIMOS-REG
               MOVE 'A' TO WRK-JRN-OPER
               PERFORM 5202-JORNAL-EMPRESTIMOS

               MOVE ANI-NUMERO TO ANM-CAMPANHA
               MOVE EMP-CLIENTE TO ANM-CLIENTE
               MOVE NUM-EMPRESTIMO TO ANM-NUM-EMPRESTIMO
               MOVE EMP-VALOR-MULTA TO ANM-VALOR
               MOVE WRK-DATA-HOJE TO ANM-DATA
               MOVE WRK-OPERADOR TO ANM-OPERADOR
               MOVE 'P' TO ANM-AVISO
               MOVE ZERO TO ANM-DATA-AVISO
               WRITE ANIMULTA-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE

               MOVE EMP-CODFILME TO CODFILME
               MOVE 'ANISTIA' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'CAMP=' DELIMITED BY SIZE
                      ANI-NUMERO DELIMITED BY SIZE
                      ' EMP=' DELIMITED BY SIZE
                      NUM-EMPRESTIMO DELIMITED BY SIZE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA
           END-IF.

      *Aprovacao da campanha pelo administrador, depois da previa
       9668-APROVA-ANISTIA  SECTION.
           IF NOT ANISTIA-SIMULADA
               MOVE 'Falta a previa da campanha' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               PERFORM 2020-EXIGE-ADMIN
               IF WRK-ACESSO-OK EQUAL 'S'
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE 'A' TO ANI-STATUS
                   MOVE WRK-OPERADOR TO ANI-APROVADOR
                   MOVE WRK-DATA-HOJE TO ANI-DATA-APROVACAO
                   REWRITE ANISTIA-REG
                   MOVE ZERO TO CODFILME
                   MOVE 'APROVANI' TO WRK-AUD-OPERACAO
                   MOVE SPACES TO WRK-AUD-DETALHE
                   STRING 'CAMP=' DELIMITED BY SIZE
                          ANI-NUMERO DELIMITED BY SIZE
                          ' TOTAL=' DELIMITED BY SIZE
                          ANI-TOTAL-PREVIA DELIMITED BY SIZE
                          INTO WRK-AUD-DETALHE
                   END-STRING
                   PERFORM 5190-GRAVA-AUDITORIA
                   DISPLAY "Campanha aprovada" AT LINE 20 COLUMN 20
               END-IF
           END-IF.

      *Guarda no spool o relatorio recem-emitido: o chamador fecha
      *o arquivo do relatorio e informa o caminho em
      *WRK-PATH-SPLORIG, o nome em WRK-SPL-RELATORIO e os
      *parametros da emissao em WRK-SPL-PARAMETROS; cada linha do
      *arquivo vira uma linha do spool. Relatorio acumulado no
      *mesmo arquivo (aberto por extensao) informa em
      *WRK-SPL-INICIO a linha onde comeca a emissao atual
       9667-ARQUIVA-RELATORIO  SECTION.
           OPEN INPUT SPLORIG
           IF SPLORIG-STATUS NOT EQUAL 0
               MOVE SPACES TO WRK-SPL-INICIO
               GO TO 9667-ARQUIVA-RELATORIO-FIM
           END-IF

           PERFORM 9666-ABRE-SPOOL

           READ SPLORIG
           IF WRK-SPL-INICIO NOT EQUAL SPACES
               PERFORM UNTIL SPLORIG-STATUS NOT EQUAL 0
                   OR SPLORIG-REG EQUAL WRK-SPL-INICIO
                   READ SPLORIG
               END-PERFORM
               MOVE SPACES TO WRK-SPL-INICIO
           END-IF
           PERFORM UNTIL SPLORIG-STATUS NOT EQUAL 0
               MOVE SPLORIG-REG TO WRK-SPL-LINHA
               PERFORM 9665-LINHA-SPOOL
               READ SPLORIG
           END-PERFORM
           CLOSE SPLORIG

           PERFORM 9664-FECHA-SPOOL.

       9667-ARQUIVA-RELATORIO-FIM.
           CONTINUE.

      *Abre uma emissao nova no spool: reserva o numero e marca a
      *data e a hora da emissao
       9666-ABRE-SPOOL  SECTION.
           PERFORM 2057-RESERVA-NUM-SPOOL
           MOVE ZERO TO WRK-SPL-QTD-LINHAS
           ACCEPT WRK-SPL-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-SPL-HORA FROM TIME.

      *Grava WRK-SPL-LINHA como a proxima linha da emissao aberta
       9665-LINHA-SPOOL  SECTION.
           ADD 1 TO WRK-SPL-QTD-LINHAS
           MOVE WRK-PROX-SPOOL TO SPL-NUMERO
           MOVE WRK-SPL-QTD-LINHAS TO SPL-LINHA
           MOVE WRK-SPL-LINHA TO SPL-TEXTO
           WRITE SPOOL-REG
               INVALID KEY
                   SUBTRACT 1 FROM WRK-SPL-QTD-LINHAS
           END-WRITE.

      *Fecha a emissao aberta gravando a entrada do indice, com
      *as paginas contadas a 60 linhas por pagina
       9664-FECHA-SPOOL  SECTION.
           MOVE WRK-PROX-SPOOL TO SPI-NUMERO
           MOVE WRK-SPL-RELATORIO TO SPI-RELATORIO
           MOVE WRK-SPL-DATA TO SPI-DATA
           MOVE WRK-SPL-HORA (1:6) TO SPI-HORA
           MOVE WRK-OPERADOR TO SPI-OPERADOR
           MOVE WRK-LOJA-ATUAL TO SPI-LOJA
           MOVE WRK-SPL-PARAMETROS TO SPI-PARAMETROS
           MOVE WRK-SPL-QTD-LINHAS TO SPI-LINHAS
           COMPUTE SPI-PAGINAS = (WRK-SPL-QTD-LINHAS + 59) / 60
           WRITE SPOOLIDX-REG
               INVALID KEY
                   MOVE 'Erro ao gravar o spool' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE '9664-FECHA-SPOOL' TO WRK-ERL-PARAGRAFO
                   MOVE 'SPOOLIDX' TO WRK-ERL-ARQUIVO
                   MOVE 'WRITE' TO WRK-ERL-OPERACAO
                   MOVE SPOOLIDX-STATUS TO WRK-ERL-STATUS
                   MOVE SPI-NUMERO TO WRK-ERL-CHAVE
                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
           END-WRITE
           MOVE SPACES TO WRK-SPL-PARAMETROS.

      *Lista as emissoes do spool pela chave alternativa
      *(relatorio, data e hora) a partir do relatorio e da data
      *pedidos; com o relatorio em branco lista todos, so filtrando
      *a data
       9663-LISTA-SPOOL  SECTION.
           MOVE SPACES TO WRK-SPL-FILTRO
           MOVE ZERO TO WRK-SPL-DATA-DE
           MOVE 10 TO WRK-TAM-PAGINA

           DISPLAY TELA
           DISPLAY "Relatorio (branco = todos): " AT LINE 5 COLUMN 20
           ACCEPT WRK-SPL-FILTRO AT LINE 5 COLUMN 49
           INSPECT WRK-SPL-FILTRO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY "Emitidos desde (AAAAMMDD, 0 = todos): "
           AT LINE 6 COLUMN 20
           ACCEPT WRK-SPL-DATA-DE AT LINE 6 COLUMN 59

           IF WRK-SPL-FILTRO EQUAL SPACES
               MOVE LOW-VALUES TO SPI-ORDEM
           ELSE
               MOVE WRK-SPL-FILTRO TO SPI-RELATORIO
               MOVE WRK-SPL-DATA-DE TO SPI-DATA
               MOVE ZERO TO SPI-HORA
           END-IF
           START SPOOLIDX KEY IS NOT LESS THAN SPI-ORDEM
               INVALID KEY
                   MOVE 10 TO SPOOLIDX-STATUS
           END-START
           IF SPOOLIDX-STATUS EQUAL 0
               PERFORM 9662-PROX-SPOOL
           END-IF

           DISPLAY "Numero" AT LINE 8 COLUMN 5
           DISPLAY "Relat." AT LINE 8 COLUMN 13
           DISPLAY "Data" AT LINE 8 COLUMN 23
           DISPLAY "Hora" AT LINE 8 COLUMN 33
           DISPLAY "Operador" AT LINE 8 COLUMN 41
           DISPLAY "Loja" AT LINE 8 COLUMN 62
           DISPLAY "Pags" AT LINE 8 COLUMN 72

           MOVE 'S' TO WRK-ESCOLHA
           PERFORM UNTIL SPOOLIDX-STATUS NOT EQUAL 0
               OR (WRK-ESCOLHA NOT EQUAL 'S' AND
                   WRK-ESCOLHA NOT EQUAL 's')
               MOVE 9 TO WRK-CONTADOR-LINHA
               PERFORM WRK-TAM-PAGINA TIMES
                   IF SPOOLIDX-STATUS EQUAL 0
                       MOVE SPI-PAGINAS TO WRK-SPL-PAGINAS-ED
                       DISPLAY SPI-NUMERO
                       AT LINE WRK-CONTADOR-LINHA COLUMN 5 ERASE EOL
                       DISPLAY SPI-RELATORIO
                       AT LINE WRK-CONTADOR-LINHA COLUMN 13
                       DISPLAY SPI-DATA
                       AT LINE WRK-CONTADOR-LINHA COLUMN 23
                       DISPLAY SPI-HORA
                       AT LINE WRK-CONTADOR-LINHA COLUMN 33
                       DISPLAY SPI-OPERADOR
                       AT LINE WRK-CONTADOR-LINHA COLUMN 41
                       DISPLAY SPI-LOJA
                       AT LINE WRK-CONTADOR-LINHA COLUMN 62
                       DISPLAY WRK-SPL-PAGINAS-ED
                       AT LINE WRK-CONTADOR-LINHA COLUMN 72
                       ADD 1 TO WRK-CONTADOR-LINHA
                       PERFORM 9662-PROX-SPOOL
                   END-IF
               END-PERFORM
               DISPLAY "S-Proxima pagina, outra tecla sai: "
               AT LINE 20 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 56
           END-PERFORM

           MOVE SPACES TO WRK-ESCOLHA.

      *Le a proxima entrada do indice na ordem de relatorio e data
      *que passa no filtro da 9663; ao sair do relatorio pedido
      *encerra a leitura com status 10
       9662-PROX-SPOOL  SECTION.
           READ SPOOLIDX NEXT RECORD
           PERFORM UNTIL SPOOLIDX-STATUS NOT EQUAL 0
               OR SPI-DATA NOT LESS THAN WRK-SPL-DATA-DE
               OR (WRK-SPL-FILTRO NOT EQUAL SPACES AND
                   SPI-RELATORIO NOT EQUAL WRK-SPL-FILTRO)
               READ SPOOLIDX NEXT RECORD
           END-PERFORM
           IF SPOOLIDX-STATUS EQUAL 0
              AND WRK-SPL-FILTRO NOT EQUAL SPACES
              AND SPI-RELATORIO NOT EQUAL WRK-SPL-FILTRO
               MOVE 10 TO SPOOLIDX-STATUS
           END-IF.

      *Mostra na tela uma emissao do spool: o cabecalho do indice
      *e as linhas, paginadas; a tela leva as 75 primeiras
      *colunas, a reimpressao (9660) leva a linha inteira
       9661-VER-SPOOL  SECTION.
           MOVE ZERO TO WRK-SPL-NUM-DIG
           MOVE 12 TO WRK-TAM-PAGINA

           DISPLAY TELA
           DISPLAY "Numero da emissao: " AT LINE 5 COLUMN 20
           ACCEPT WRK-SPL-NUM-DIG AT LINE 5 COLUMN 40

           MOVE WRK-SPL-NUM-DIG TO SPI-NUMERO
           READ SPOOLIDX KEY IS SPI-NUMERO
               INVALID KEY
                   MOVE 'Emissao nao encontrada' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   GO TO 9661-VER-SPOOL-FIM
           END-READ

           MOVE SPI-PAGINAS TO WRK-SPL-PAGINAS-ED
           DISPLAY SPI-RELATORIO AT LINE 5 COLUMN 50
           DISPLAY SPI-DATA AT LINE 5 COLUMN 60
           DISPLAY SPI-HORA AT LINE 5 COLUMN 70
           DISPLAY "Operador: " AT LINE 6 COLUMN 5
           DISPLAY SPI-OPERADOR AT LINE 6 COLUMN 15
           DISPLAY "Loja: " AT LINE 6 COLUMN 40
           DISPLAY SPI-LOJA AT LINE 6 COLUMN 46
           DISPLAY "Paginas: " AT LINE 6 COLUMN 60
           DISPLAY WRK-SPL-PAGINAS-ED AT LINE 6 COLUMN 69
           DISPLAY "Parametros: " AT LINE 7 COLUMN 5
           DISPLAY SPI-PARAMETROS AT LINE 7 COLUMN 17

           MOVE SPI-NUMERO TO SPL-NUMERO
           MOVE ZERO TO SPL-LINHA
           START SPOOL KEY IS NOT LESS THAN SPL-CHAVE
               INVALID KEY
                   MOVE 10 TO SPOOL-STATUS
           END-START
           IF SPOOL-STATUS EQUAL 0
               READ SPOOL NEXT RECORD
           END-IF

           MOVE 'S' TO WRK-ESCOLHA
           PERFORM UNTIL SPOOL-STATUS NOT EQUAL 0
               OR SPL-NUMERO NOT EQUAL SPI-NUMERO
               OR (WRK-ESCOLHA NOT EQUAL 'S' AND
                   WRK-ESCOLHA NOT EQUAL 's')
               MOVE 8 TO WRK-CONTADOR-LINHA
               PERFORM WRK-TAM-PAGINA TIMES
                   IF SPOOL-STATUS EQUAL 0
                      AND SPL-NUMERO EQUAL SPI-NUMERO
                       DISPLAY SPL-TEXTO (1:75)
                       AT LINE WRK-CONTADOR-LINHA COLUMN 3 ERASE EOL
                       ADD 1 TO WRK-CONTADOR-LINHA
                       READ SPOOL NEXT RECORD
                   ELSE
                       DISPLAY " "
                       AT LINE WRK-CONTADOR-LINHA COLUMN 3 ERASE EOL
                       ADD 1 TO WRK-CONTADOR-LINHA
                   END-IF
               END-PERFORM
               DISPLAY "S-Proxima pagina, outra tecla sai: "
               AT LINE 21 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 21 COLUMN 56
           END-PERFORM

           MOVE SPACES TO WRK-ESCOLHA.

       9661-VER-SPOOL-FIM.
           CONTINUE.

      *Reimprime uma emissao do spool em SPLnnnnnn.PRN, com a
      *linha inteira, e registra a reimpressao na auditoria
       9660-REIMPRIME-SPOOL  SECTION.
           MOVE ZERO TO WRK-SPL-NUM-DIG

           DISPLAY TELA
           DISPLAY "Numero da emissao: " AT LINE 5 COLUMN 20
           ACCEPT WRK-SPL-NUM-DIG AT LINE 5 COLUMN 40

           MOVE WRK-SPL-NUM-DIG TO SPI-NUMERO
           READ SPOOLIDX KEY IS SPI-NUMERO
               INVALID KEY
                   MOVE 'Emissao nao encontrada' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   GO TO 9660-REIMPRIME-SPOOL-FIM
           END-READ

           MOVE SPACES TO WRK-PATH-SPLREIMP
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'SPL'        DELIMITED BY SIZE
                  SPI-NUMERO   DELIMITED BY SIZE
                  '.PRN'       DELIMITED BY SIZE
                  INTO WRK-PATH-SPLREIMP
           END-STRING
           OPEN OUTPUT SPLREIMP

           MOVE SPI-NUMERO TO SPL-NUMERO
           MOVE ZERO TO SPL-LINHA
           START SPOOL KEY IS NOT LESS THAN SPL-CHAVE
               INVALID KEY
                   MOVE 10 TO SPOOL-STATUS
           END-START
           IF SPOOL-STATUS EQUAL 0
               READ SPOOL NEXT RECORD
           END-IF
           PERFORM UNTIL SPOOL-STATUS NOT EQUAL 0
               OR SPL-NUMERO NOT EQUAL SPI-NUMERO
               WRITE SPLREIMP-REG FROM SPL-TEXTO
               READ SPOOL NEXT RECORD
           END-PERFORM
           CLOSE SPLREIMP

           MOVE ZERO TO CODFILME
           MOVE 'REIMPREL' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'SPOOL=' DELIMITED BY SIZE
                  SPI-NUMERO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SPI-RELATORIO DELIMITED BY SPACE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA

           DISPLAY "Reimpresso em SPL" AT LINE 7 COLUMN 20
           DISPLAY SPI-NUMERO AT LINE 7 COLUMN 37
           DISPLAY ".PRN" AT LINE 7 COLUMN 43
           DISPLAY "Tecle enter para voltar" AT LINE 9 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 9 COLUMN 45
           MOVE SPACES TO WRK-ESCOLHA.

       9660-REIMPRIME-SPOOL-FIM.
           CONTINUE.

      *Tabela de retencao do spool: meses que cada relatorio fica
      *guardado; o relatorio em branco e o padrao dos demais e
      *zero meses apaga a linha (o relatorio volta ao padrao)
       9659-MANTER-SPLRET  SECTION.
           MOVE SPACES TO WRK-SPL-FILTRO
           MOVE ZERO TO WRK-SPL-MESES

           DISPLAY TELA
           DISPLAY "Relatorio (branco = padrao): " AT LINE 5 COLUMN 20
           ACCEPT WRK-SPL-FILTRO AT LINE 5 COLUMN 50
           INSPECT WRK-SPL-FILTRO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           PERFORM 9658-MESES-SPOOL
           DISPLAY "Retencao atual (meses): " AT LINE 6 COLUMN 20
           DISPLAY WRK-SPL-MESES AT LINE 6 COLUMN 45

           MOVE ZERO TO WRK-SPL-MESES
           DISPLAY "Nova retencao (0 = padrao): " AT LINE 7 COLUMN 20
           ACCEPT WRK-SPL-MESES AT LINE 7 COLUMN 49

           MOVE WRK-SPL-FILTRO TO SRT-RELATORIO
           READ SPLRET KEY IS SRT-RELATORIO
               INVALID KEY
                   IF WRK-SPL-MESES > 0
                       MOVE WRK-SPL-MESES TO SRT-MESES
                       WRITE SPLRET-REG
                   END-IF
               NOT INVALID KEY
                   IF WRK-SPL-MESES > 0
                       MOVE WRK-SPL-MESES TO SRT-MESES
                       REWRITE SPLRET-REG
                   ELSE
                       DELETE SPLRET RECORD
                   END-IF
           END-READ

           MOVE ZERO TO CODFILME
           MOVE 'RETSPOOL' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'REL=' DELIMITED BY SIZE
                  WRK-SPL-FILTRO DELIMITED BY SIZE
                  ' MESES=' DELIMITED BY SIZE
                  WRK-SPL-MESES DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA
           DISPLAY "Retencao gravada" AT LINE 9 COLUMN 20.

      *Retencao em meses do relatorio WRK-SPL-FILTRO: a linha do
      *proprio relatorio, senao a linha padrao, senao 12 meses
       9658-MESES-SPOOL  SECTION.
           MOVE 12 TO WRK-SPL-MESES
           MOVE WRK-SPL-FILTRO TO SRT-RELATORIO
           READ SPLRET KEY IS SRT-RELATORIO
               INVALID KEY
                   MOVE SPACES TO SRT-RELATORIO
                   READ SPLRET KEY IS SRT-RELATORIO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SRT-MESES TO WRK-SPL-MESES
                   END-READ
               NOT INVALID KEY
                   MOVE SRT-MESES TO WRK-SPL-MESES
           END-READ.

      *Poda do spool na retencao dos logs: a emissao com o mes
      *anterior ao corte da retencao do seu relatorio sai do
      *indice e tem as linhas apagadas; o total vai para a linha
      *SPOOL do RETENCAO.CSV
       9657-PURGA-SPOOL  SECTION.
           MOVE 0 TO WRK-SPL-QTD-EXP
           MOVE 0 TO WRK-SPL-QTD-MANT

           MOVE LOW-VALUES TO SPI-NUMERO
           START SPOOLIDX KEY IS NOT LESS THAN SPI-NUMERO
               INVALID KEY
                   MOVE 10 TO SPOOLIDX-STATUS
           END-START
           IF SPOOLIDX-STATUS EQUAL 0
               READ SPOOLIDX NEXT RECORD
           END-IF

           PERFORM UNTIL SPOOLIDX-STATUS NOT EQUAL 0
               MOVE SPI-RELATORIO TO WRK-SPL-FILTRO
               PERFORM 9658-MESES-SPOOL
               MOVE WRK-DATA-HOJE TO WRK-CORTE-CALC
               PERFORM WRK-SPL-MESES TIMES
                   IF WRK-CORTE-MES EQUAL 1
                       MOVE 12 TO WRK-CORTE-MES
                       SUBTRACT 1 FROM WRK-CORTE-ANO
                   ELSE
                       SUBTRACT 1 FROM WRK-CORTE-MES
                   END-IF
               END-PERFORM
               MOVE WRK-CORTE-CALC (1:6) TO WRK-SPL-CORTE

               IF SPI-DATA (1:6) < WRK-SPL-CORTE
                   MOVE SPI-NUMERO TO SPL-NUMERO
                   MOVE ZERO TO SPL-LINHA
                   START SPOOL KEY IS NOT LESS THAN SPL-CHAVE
                       INVALID KEY
                           MOVE 10 TO SPOOL-STATUS
                   END-START
                   IF SPOOL-STATUS EQUAL 0
                       READ SPOOL NEXT RECORD
                   END-IF
                   PERFORM UNTIL SPOOL-STATUS NOT EQUAL 0
                       OR SPL-NUMERO NOT EQUAL SPI-NUMERO
                       DELETE SPOOL RECORD
                       READ SPOOL NEXT RECORD
                   END-PERFORM
                   DELETE SPOOLIDX RECORD
                   ADD 1 TO WRK-SPL-QTD-EXP
               ELSE
                   ADD 1 TO WRK-SPL-QTD-MANT
               END-IF
               READ SPOOLIDX NEXT RECORD
           END-PERFORM

           MOVE SPACES TO WRK-LINHA-CSV
           STRING 'SPOOL'          DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WRK-SPL-QTD-EXP  DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WRK-SPL-QTD-MANT DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE RETREP-REG FROM WRK-LINHA-CSV.

      *Manutencao da tabela de precos por loja, no padrao dos
      *componentes de imposto (9840): a linha nova entra em vigor
      *na data efetiva sem mexer nas anteriores, com preco proprio
      *ou percentual sobre o preco do catalogo para o titulo, a
      *categoria de lancamento, o genero ou o formato; cada
      *gravacao ou remocao vai para a auditoria
       9656-MANTER-PRECOLOJA  SECTION.
           MOVE "Precos por loja" TO WRK-MODULO.
           MOVE SPACES TO WRK-PLJ-LOJA
           MOVE SPACE TO WRK-PLJ-ESCOPO
           MOVE SPACES TO WRK-PLJ-VALOR-ESCOPO
           MOVE ZERO TO WRK-PLJ-CODFILME
           MOVE ZERO TO WRK-PLJ-DATA
           MOVE 'S' TO WRK-PLJ-OK

           DISPLAY TELA
           DISPLAY "Loja: " AT LINE 5 COLUMN 20
           ACCEPT WRK-PLJ-LOJA AT LINE 5 COLUMN 27
           MOVE WRK-PLJ-LOJA TO LOJA-CODIGO
           READ LOJAS
               INVALID KEY
                   MOVE 'Loja nao cadastrada' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-PLJ-OK
               NOT INVALID KEY
                   DISPLAY LOJA-NOME AT LINE 5 COLUMN 40
           END-READ

           IF WRK-PLJ-OK EQUAL 'S'
               DISPLAY "Escopo (T-itulo C-ategoria G-enero F-ormato): "
               AT LINE 6 COLUMN 20
               ACCEPT WRK-PLJ-ESCOPO AT LINE 6 COLUMN 67
               INSPECT WRK-PLJ-ESCOPO CONVERTING 'tcgf' TO 'TCGF'
               MOVE WRK-PLJ-ESCOPO TO PL-ESCOPO
               IF NOT PRECOLOJA-ESCOPO-VALIDO
                   MOVE 'Escopo invalido' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-PLJ-OK
               END-IF
           END-IF

      *    No escopo de titulo o valor e o codigo do filme, com
      *    zeros a esquerda, nas 5 primeiras posicoes
           IF WRK-PLJ-OK EQUAL 'S'
               IF PRECOLOJA-TITULO
                   DISPLAY "Codigo do filme: " AT LINE 7 COLUMN 20
                   ACCEPT WRK-PLJ-CODFILME AT LINE 7 COLUMN 38
                   MOVE WRK-PLJ-CODFILME TO CODFILME
                   READ FILMES
                       INVALID KEY
                           MOVE 'Filme nao cadastrado' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE 'N' TO WRK-PLJ-OK
                       NOT INVALID KEY
                           DISPLAY TITULO AT LINE 7 COLUMN 45
                           MOVE WRK-PLJ-CODFILME
                               TO WRK-PLJ-VALOR-ESCOPO (1:5)
                   END-READ
               ELSE
                   DISPLAY "Valor do escopo: " AT LINE 7 COLUMN 20
                   ACCEPT WRK-PLJ-VALOR-ESCOPO AT LINE 7 COLUMN 38
                   IF WRK-PLJ-VALOR-ESCOPO EQUAL SPACES
                       MOVE 'Campo vazio' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-PLJ-OK
                   END-IF
               END-IF
           END-IF

           IF WRK-PLJ-OK EQUAL 'S'
               DISPLAY "Data efetiva (AAAAMMDD): " AT LINE 8 COLUMN 20
               ACCEPT WRK-PLJ-DATA AT LINE 8 COLUMN 46
               MOVE WRK-PLJ-DATA TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-PLJ-OK
               END-IF
           END-IF

           IF WRK-PLJ-OK EQUAL 'S'
               MOVE WRK-PLJ-LOJA TO PL-LOJA
               MOVE WRK-PLJ-ESCOPO TO PL-ESCOPO
               MOVE WRK-PLJ-VALOR-ESCOPO TO PL-VALOR-ESCOPO
               MOVE WRK-PLJ-DATA TO PL-DATA-EFETIVA
               READ PRECOLOJA
                   INVALID KEY
                       DISPLAY "Linha nova" AT LINE 9 COLUMN 20
                       MOVE WRK-PLJ-LOJA TO PL-LOJA
                       MOVE WRK-PLJ-ESCOPO TO PL-ESCOPO
                       MOVE WRK-PLJ-VALOR-ESCOPO TO PL-VALOR-ESCOPO
                       MOVE WRK-PLJ-DATA TO PL-DATA-EFETIVA
                       MOVE ZERO TO PL-LOTE
                       PERFORM 9655-EDITA-PRECOLOJA
                       IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                           MOVE WRK-OPERADOR TO PL-OPERADOR
                           ACCEPT PL-DATA-ALTERACAO FROM DATE YYYYMMDD
                           WRITE PRECOLOJA-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           MOVE 'I' TO WRK-PLJ-ORIGEM
                           PERFORM 9653-AUDITA-PRECOLOJA
                           DISPLAY "Gravado" AT LINE 17 COLUMN 20
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Ajuste atual: " AT LINE 9 COLUMN 20
                       DISPLAY PL-TIPO AT LINE 9 COLUMN 35
                       IF PRECOLOJA-VALOR
                           MOVE PL-VALOR TO WRK-PLJ-PRECO-ED
                           DISPLAY WRK-PLJ-PRECO-ED AT LINE 9 COLUMN 37
                       ELSE
                           DISPLAY PL-SINAL AT LINE 9 COLUMN 37
                           DISPLAY PL-PERCENTUAL AT LINE 9 COLUMN 38
                           DISPLAY "%" AT LINE 9 COLUMN 44
                       END-IF
                       IF PL-LOTE > ZERO
                           DISPLAY "gravado pelo lote" AT LINE 9
                           COLUMN 47
                           DISPLAY PL-LOTE AT LINE 9 COLUMN 65
                       END-IF
                       DISPLAY "A-lterar ou R-emover? "
                       AT LINE 10 COLUMN 20
                       ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 43
                       EVALUATE WRK-ESCOLHA
                           WHEN 'A'
                           WHEN 'a'
                               PERFORM 9655-EDITA-PRECOLOJA
                               IF WRK-ESCOLHA = 'S'
                                  OR WRK-ESCOLHA = 's'
                                   MOVE ZERO TO PL-LOTE
                                   MOVE WRK-OPERADOR TO PL-OPERADOR
                                   ACCEPT PL-DATA-ALTERACAO
                                       FROM DATE YYYYMMDD
                                   REWRITE PRECOLOJA-REG
                                   MOVE 'A' TO WRK-PLJ-ORIGEM
                                   PERFORM 9653-AUDITA-PRECOLOJA
                                   DISPLAY "Alterado"
                                   AT LINE 17 COLUMN 20
                               END-IF
                           WHEN 'R'
                           WHEN 'r'
                               DELETE PRECOLOJA RECORD
                               MOVE 'R' TO WRK-PLJ-ORIGEM
                               PERFORM 9653-AUDITA-PRECOLOJA
                               DISPLAY "Removido" AT LINE 17 COLUMN 20
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF

           DISPLAY "Tecle enter para voltar"
           AT LINE 19 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 19 COLUMN 45
           MOVE SPACES TO WRK-ESCOLHA.

      *Captura o ajuste de uma linha da tabela de precos (preco
      *proprio ou percentual com sinal) e pede a confirmacao da
      *gravacao em WRK-ESCOLHA (S = confirma)
       9655-EDITA-PRECOLOJA  SECTION.
           MOVE 'N' TO WRK-PLJ-OK
           PERFORM UNTIL WRK-PLJ-OK EQUAL 'S'
               DISPLAY "Tipo (V-alor proprio P-ercentual): "
               AT LINE 11 COLUMN 20
               ACCEPT PL-TIPO AT LINE 11 COLUMN 56
               INSPECT PL-TIPO CONVERTING 'vp' TO 'VP'
               IF PRECOLOJA-VALOR OR PRECOLOJA-PERCENTUAL
                   MOVE 'S' TO WRK-PLJ-OK
               ELSE
                   MOVE 'Tipo invalido' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM

           IF PRECOLOJA-VALOR
               MOVE SPACE TO PL-SINAL
               MOVE ZERO TO PL-PERCENTUAL
               DISPLAY "Preco da locacao na loja: "
               AT LINE 12 COLUMN 20
               ACCEPT PL-VALOR AT LINE 12 COLUMN 47
           ELSE
               MOVE ZERO TO PL-VALOR
               MOVE 'N' TO WRK-PLJ-OK
               PERFORM UNTIL WRK-PLJ-OK EQUAL 'S'
                   DISPLAY "Acrescimo ou desconto (+/-): "
                   AT LINE 12 COLUMN 20
                   ACCEPT PL-SINAL AT LINE 12 COLUMN 50
                   DISPLAY "Percentual: " AT LINE 13 COLUMN 20
                   ACCEPT PL-PERCENTUAL AT LINE 13 COLUMN 33
                   IF PL-SINAL NOT EQUAL '-'
                       MOVE '+' TO PL-SINAL
                   END-IF
                   IF PL-SINAL EQUAL '-' AND PL-PERCENTUAL > 100
                       MOVE 'Desconto acima de 100%' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                   ELSE
                       MOVE 'S' TO WRK-PLJ-OK
                   END-IF
               END-PERFORM
           END-IF

           DISPLAY "Confirma a gravacao? (S/N): "
           AT LINE 15 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 15 COLUMN 49.

      *Precos de locacao de cada loja para o site (SITEPRECO.CSV),
      *gerado junto com o feed do catalogo (9700): uma linha por
      *titulo ativo e loja cadastrada, com o preco da tabela da
      *loja vigente hoje (o do catalogo quando a loja nao tem)
       9654-PRECOS-SITE  SECTION.
           MOVE 0 TO WRK-PLJ-QTD
           ACCEPT WRK-PLJ-DATA FROM DATE YYYYMMDD

           OPEN OUTPUT SITEPRECO
           MOVE "Codigo;Loja;Preco" TO SITEPRECO-REG
           WRITE SITEPRECO-REG

           OPEN INPUT FILMESSEQ
           READ FILMESSEQ
           PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
               MOVE CODFILMESQ TO WRK-JAN-CODFILME
               PERFORM 9614-SITUACAO-JANELA
               IF FILME-ATIVOSQ
                  AND NOT WRK-JAN-EXPIRADO
                   MOVE CODFILMESQ TO WRK-PLJ-CODFILME
                   MOVE GENEROSQ TO WRK-PLJ-GENERO
                   MOVE CATEGORIA-LANCAMENTOSQ TO WRK-PLJ-CATEGORIA
                   MOVE FORMATO-MIDIASQ TO WRK-PLJ-FORMATO
                   MOVE PRECO-ALUGUELSQ TO WRK-PLJ-BASE

                   MOVE LOW-VALUES TO LOJA-CODIGO
                   START LOJAS KEY IS NOT LESS THAN LOJA-CODIGO
                       INVALID KEY
                           MOVE 10 TO LOJAS-STATUS
                   END-START
                   IF LOJAS-STATUS EQUAL 0
                       READ LOJAS NEXT RECORD
                       PERFORM UNTIL LOJAS-STATUS NOT EQUAL 0
                           MOVE LOJA-CODIGO TO WRK-PLJ-LOJA
                           PERFORM 3178-PRECO-DA-LOJA
                           MOVE WRK-PLJ-PRECO TO WRK-PLJ-PRECO-ED
                           MOVE SPACES TO WRK-LINHA-CSV
                           STRING CODFILMESQ      DELIMITED BY SIZE
                                  ";"             DELIMITED BY SIZE
                                  LOJA-CODIGO     DELIMITED BY SPACE
                                  ";"             DELIMITED BY SIZE
                                  WRK-PLJ-PRECO-ED DELIMITED BY SIZE
                                  INTO WRK-LINHA-CSV
                           END-STRING
                           WRITE SITEPRECO-REG FROM WRK-LINHA-CSV
                           ADD 1 TO WRK-PLJ-QTD
                           READ LOJAS NEXT RECORD
                       END-PERFORM
                   END-IF
               END-IF
               READ FILMESSEQ
           END-PERFORM

           CLOSE FILMESSEQ
           CLOSE SITEPRECO.

      *Linha de auditoria da manutencao da tabela de precos, com
      *a acao em WRK-PLJ-ORIGEM (I-nclusao A-lteracao R-emocao) e
      *o filme quando o escopo e de titulo
       9653-AUDITA-PRECOLOJA  SECTION.
           MOVE ZERO TO CODFILME
           IF WRK-PLJ-ESCOPO EQUAL 'T'
               MOVE WRK-PLJ-CODFILME TO CODFILME
           END-IF
           MOVE 'PRECOLOJ' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING WRK-PLJ-ORIGEM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-PLJ-LOJA DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WRK-PLJ-ESCOPO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-PLJ-VALOR-ESCOPO DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WRK-PLJ-DATA DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA.

      *Grava a loja alvo do lote de reprecificacao corrente: lote
      *para a rede toda nao tem linha em REPLOJA
       9652-GRAVA-REPLOJA  SECTION.
           MOVE RPC-NUMERO TO RPL-NUMERO
           READ REPLOJA
               INVALID KEY
                   IF WRK-RPC-LOJA NOT EQUAL SPACES
                       MOVE RPC-NUMERO TO RPL-NUMERO
                       MOVE WRK-RPC-LOJA TO RPL-LOJA
                       WRITE REPLOJA-REG
                   END-IF
               NOT INVALID KEY
                   IF WRK-RPC-LOJA EQUAL SPACES
                       DELETE REPLOJA RECORD
                   ELSE
                       MOVE WRK-RPC-LOJA TO RPL-LOJA
                       REWRITE REPLOJA-REG
                   END-IF
           END-READ.

      *Loja alvo do lote de reprecificacao corrente em
      *WRK-RPC-LOJA (branco = rede toda)
       9651-LE-REPLOJA  SECTION.
           MOVE SPACES TO WRK-RPC-LOJA
           MOVE RPC-NUMERO TO RPL-NUMERO
           READ REPLOJA
               NOT INVALID KEY
                   MOVE RPL-LOJA TO WRK-RPC-LOJA
           END-READ.

      *Submete o pedido WRK-PROX-PEDIDO a alcada de quem o criou
      *ou corrigiu: o total em BRL dentro do limite do perfil da
      *sessao libera o pedido (Aberto); acima dele o pedido fica
      *Aguardando a aprovacao de um supervisor (9646)
       9649-SUBMETE-PEDIDO  SECTION.
           PERFORM 9648-TOTALIZA-PEDIDO
           MOVE WRK-PERFIL TO WRK-APV-PERFIL
           PERFORM 9647-LIMITE-PERFIL
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-BALCAO FROM TIME

           MOVE WRK-PROX-PEDIDO TO PA-NUMERO
           READ PEDAPROV
               INVALID KEY
                   MOVE 'N' TO WRK-APV-TEM-REG
                   MOVE WRK-PROX-PEDIDO TO PA-NUMERO
                   MOVE WRK-LOGIN-COD TO PA-CRIADOR
                   MOVE WRK-OPERADOR TO PA-CRIADOR-NOME
                   MOVE WRK-PERFIL TO PA-PERFIL
                   MOVE WRK-DATA-HOJE TO PA-DATA-CRIACAO
                   MOVE ZERO TO PA-QTD-DEVOL
                   MOVE ZERO TO PA-DATA-RECEB
               NOT INVALID KEY
                   MOVE 'S' TO WRK-APV-TEM-REG
           END-READ
           MOVE WRK-APV-TOTAL TO PA-TOTAL
           MOVE WRK-APV-LIMITE TO PA-LIMITE

           MOVE WRK-PROX-PEDIDO TO PC-NUMERO
           MOVE ZERO TO PC-LINHA
           READ PEDCOMPRA
               INVALID KEY
                   MOVE 'Pedido nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   GO TO 9649-SUBMETE-PEDIDO-FIM
           END-READ

           IF WRK-APV-SEM-TETO EQUAL 'S'
              OR WRK-APV-TOTAL NOT GREATER THAN WRK-APV-LIMITE
               MOVE 'A' TO PC-STATUS
               MOVE 'L' TO PA-DECISAO
               MOVE WRK-OPERADOR TO PA-APROVADOR
               MOVE WRK-DATA-HOJE TO PA-DATA-DECISAO
               MOVE WRK-HORA-BALCAO (1:4) TO PA-HORA-DECISAO
               MOVE ZERO TO PA-DATA-ENVIO
               MOVE 'PEDLIBER' TO WRK-AUD-OPERACAO
               DISPLAY "Pedido liberado na sua alcada"
               AT LINE 17 COLUMN 20 ERASE EOL
           ELSE
               MOVE 'P' TO PC-STATUS
               MOVE SPACE TO PA-DECISAO
               MOVE SPACES TO PA-APROVADOR
               MOVE ZERO TO PA-DATA-DECISAO
               MOVE ZERO TO PA-HORA-DECISAO
               MOVE WRK-DATA-HOJE TO PA-DATA-ENVIO
               MOVE 'PEDESPER' TO WRK-AUD-OPERACAO
               DISPLAY "Pedido aguardando aprovacao"
               AT LINE 17 COLUMN 20 ERASE EOL
               MOVE WRK-APV-LIMITE TO WRK-APV-VALOR-ED
               DISPLAY "Sua alcada (BRL): " AT LINE 18 COLUMN 20
               DISPLAY WRK-APV-VALOR-ED AT LINE 18 COLUMN 39
           END-IF
           REWRITE PEDCOMPRA-REG

           IF WRK-APV-TEM-REG EQUAL 'S'
               REWRITE PEDAPROV-REG
           ELSE
               WRITE PEDAPROV-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           MOVE WRK-APV-TOTAL TO WRK-APV-VALOR-ED
           MOVE ZERO TO CODFILME
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'PEDIDO=' DELIMITED BY SIZE
                  WRK-PROX-PEDIDO DELIMITED BY SIZE
                  ' TOTAL=' DELIMITED BY SIZE
                  WRK-APV-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA.

       9649-SUBMETE-PEDIDO-FIM.
           CONTINUE.

      *Soma em WRK-APV-TOTAL o valor em BRL dos itens do pedido
      *WRK-PROX-PEDIDO (quantidade x custo x taxa da moeda) e
      *devolve quantos itens ele tem e o numero da ultima linha
       9648-TOTALIZA-PEDIDO  SECTION.
           MOVE ZERO TO WRK-APV-TOTAL
           MOVE ZERO TO WRK-APV-QTD-ITENS
           MOVE ZERO TO WRK-APV-ULT-LINHA

           MOVE WRK-PROX-PEDIDO TO PC-NUMERO
           MOVE 1 TO PC-LINHA
           START PEDCOMPRA KEY IS NOT LESS THAN PC-CHAVE
               INVALID KEY
                   MOVE 10 TO PEDCOMPRA-STATUS
           END-START
           IF PEDCOMPRA-STATUS EQUAL 0
               READ PEDCOMPRA NEXT RECORD
               PERFORM UNTIL PEDCOMPRA-STATUS NOT EQUAL 0
                  OR PC-NUMERO NOT EQUAL WRK-PROX-PEDIDO
                   ADD 1 TO WRK-APV-QTD-ITENS
                   MOVE PC-LINHA TO WRK-APV-ULT-LINHA
                   PERFORM 9633-TAXA-ITEM-PEDIDO
                   COMPUTE WRK-APV-VALOR-LINHA ROUNDED =
                       PC-QTD-PEDIDA * PC-CUSTO * WRK-TAXA-ACHOU
                   ADD WRK-APV-VALOR-LINHA TO WRK-APV-TOTAL
                   READ PEDCOMPRA NEXT RECORD
               END-PERFORM
           END-IF.

      *Alcada de compra do perfil WRK-APV-PERFIL: perfil sem
      *linha em LIMAPROV nao libera nada sozinho (limite zero),
      *salvo o administrador, que sem linha fica sem teto
       9647-LIMITE-PERFIL  SECTION.
           MOVE ZERO TO WRK-APV-LIMITE
           MOVE 'N' TO WRK-APV-SEM-TETO
           MOVE WRK-APV-PERFIL TO LA-PERFIL
           READ LIMAPROV
               INVALID KEY
                   IF WRK-APV-PERFIL EQUAL 'A'
                       MOVE 'S' TO WRK-APV-SEM-TETO
                   END-IF
               NOT INVALID KEY
                   MOVE LA-LIMITE TO WRK-APV-LIMITE
           END-READ.

      *Fila de aprovacao dos pedidos de compra: mostra cada pedido
      *Aguardando, com os itens e o total, e o supervisor aprova,
      *rejeita com motivo ou devolve ao criador para correcao;
      *ninguem aprova o proprio pedido e o supervisor so aprova
      *ate a alcada do seu perfil (o administrador nao tem teto)
       9646-APROVA-PEDIDOS  SECTION.
           MOVE "Aprovar pedidos" TO WRK-MODULO.
           MOVE ZERO TO WRK-APV-QTD-FILA
           MOVE ZERO TO WRK-APV-NUMERO
           MOVE 'N' TO WRK-APV-FIM

           PERFORM 9639-PROXIMO-AGUARDANDO
           PERFORM UNTIL WRK-APV-ACHOU EQUAL 'N'
              OR WRK-APV-FIM EQUAL 'S'
               ADD 1 TO WRK-APV-QTD-FILA
               PERFORM 9645-DECIDE-PEDIDO
               IF WRK-APV-FIM EQUAL 'N'
                   PERFORM 9639-PROXIMO-AGUARDANDO
               END-IF
           END-PERFORM

           PERFORM 9640-PEDIDOS-PARADOS
           DISPLAY TELA
           IF WRK-APV-QTD-FILA EQUAL ZERO
               DISPLAY "Nenhum pedido aguardando aprovacao"
               AT LINE 8 COLUMN 20
           ELSE
               DISPLAY "Pedidos vistos na fila: " AT LINE 8 COLUMN 20
               DISPLAY WRK-APV-QTD-FILA AT LINE 8 COLUMN 45
           END-IF
           DISPLAY "Parados ha mais de      dias: " AT LINE 10 COLUMN 20
           DISPLAY WRK-DIAS-APROV-PED AT LINE 10 COLUMN 39
           DISPLAY WRK-APV-QTD-PARADOS AT LINE 10 COLUMN 51

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 22 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 52.

      *Mostra o pedido WRK-APV-NUMERO (cabecalho, quem criou,
      *total e itens) e colhe a decisao do aprovador; P-ular deixa
      *o pedido na fila e S-air encerra a fila
       9645-DECIDE-PEDIDO  SECTION.
           MOVE WRK-APV-NUMERO TO WRK-PROX-PEDIDO
           PERFORM 9648-TOTALIZA-PEDIDO

           MOVE WRK-APV-NUMERO TO PA-NUMERO
           READ PEDAPROV
               INVALID KEY
                   MOVE 'N' TO WRK-APV-TEM-REG
                   MOVE WRK-APV-NUMERO TO PA-NUMERO
                   MOVE SPACES TO PA-CRIADOR
                   MOVE SPACES TO PA-CRIADOR-NOME
                   MOVE SPACE TO PA-PERFIL
                   MOVE ZERO TO PA-DATA-CRIACAO
                   MOVE ZERO TO PA-DATA-ENVIO
                   MOVE ZERO TO PA-LIMITE
                   MOVE ZERO TO PA-QTD-DEVOL
                   MOVE ZERO TO PA-DATA-RECEB
               NOT INVALID KEY
                   MOVE 'S' TO WRK-APV-TEM-REG
           END-READ

           MOVE WRK-APV-NUMERO TO PC-NUMERO
           MOVE ZERO TO PC-LINHA
           READ PEDCOMPRA
               INVALID KEY
                   CONTINUE
           END-READ

           DISPLAY TELA
           DISPLAY "Pedido: " AT LINE 4 COLUMN 5
           DISPLAY WRK-APV-NUMERO AT LINE 4 COLUMN 13
           DISPLAY "Distribuidor: " AT LINE 4 COLUMN 22
           DISPLAY PC-DISTRIBUIDORA AT LINE 4 COLUMN 36
           DISPLAY "Emissao: " AT LINE 4 COLUMN 53
           DISPLAY PC-DATA AT LINE 4 COLUMN 62
           DISPLAY "Criado por: " AT LINE 5 COLUMN 5
           DISPLAY PA-CRIADOR-NOME AT LINE 5 COLUMN 17
           DISPLAY "Na fila desde: " AT LINE 5 COLUMN 40
           DISPLAY PA-DATA-ENVIO AT LINE 5 COLUMN 55
           MOVE WRK-APV-TOTAL TO WRK-APV-VALOR-ED
           DISPLAY "Total (BRL): " AT LINE 6 COLUMN 5
           DISPLAY WRK-APV-VALOR-ED AT LINE 6 COLUMN 18
           MOVE PA-LIMITE TO WRK-APV-VALOR-ED
           DISPLAY "Alcada do criador: " AT LINE 6 COLUMN 32
           DISPLAY WRK-APV-VALOR-ED AT LINE 6 COLUMN 51
           IF PA-QTD-DEVOL > ZERO
               DISPLAY "Ja devolvido: " AT LINE 5 COLUMN 65
               DISPLAY PA-QTD-DEVOL AT LINE 5 COLUMN 79
           END-IF
           PERFORM 9638-LISTA-ITENS-PEDIDO

           MOVE 'N' TO WRK-APV-DECIDIU
           PERFORM UNTIL WRK-APV-DECIDIU EQUAL 'S'
               MOVE SPACE TO WRK-APV-DECISAO
               DISPLAY "A-provar R-ejeitar D-evolver P-ular S-air: "
               AT LINE 18 COLUMN 5 ERASE EOL
               ACCEPT WRK-APV-DECISAO AT LINE 18 COLUMN 49
               INSPECT WRK-APV-DECISAO CONVERTING 'ardps' TO 'ARDPS'
               EVALUATE WRK-APV-DECISAO
                   WHEN 'A'
                       PERFORM 9644-APROVA-UM-PEDIDO
                   WHEN 'R'
                   WHEN 'D'
                       PERFORM 9637-RECUSA-UM-PEDIDO
                   WHEN 'P'
                       MOVE 'S' TO WRK-APV-DECIDIU
                   WHEN 'S'
                       MOVE 'S' TO WRK-APV-DECIDIU
                       MOVE 'S' TO WRK-APV-FIM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *Aprovacao do pedido em tela: o criador nao aprova o proprio
      *pedido e o supervisor so aprova dentro da alcada do perfil
       9644-APROVA-UM-PEDIDO  SECTION.
           IF PA-CRIADOR EQUAL WRK-LOGIN-COD
               MOVE 'Pedido criado por voce' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE WRK-PERFIL TO WRK-APV-PERFIL
               PERFORM 9647-LIMITE-PERFIL
               IF WRK-PERFIL-ADMIN
                  OR WRK-APV-SEM-TETO EQUAL 'S'
                  OR WRK-APV-TOTAL NOT GREATER THAN WRK-APV-LIMITE
                   MOVE SPACES TO WRK-APV-MOTIVO
                   PERFORM 9636-GRAVA-DECISAO
               ELSE
                   MOVE 'Total acima da sua alcada' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-IF.

      *Correcao do pedido devolvido pelo aprovador: mostra o
      *motivo e os itens, deixa alterar a quantidade de um item
      *(zero exclui) e incluir itens novos, conferindo o orcamento
      *como na criacao, e submete o pedido de novo a alcada (9649)
       9643-CORRIGE-PEDIDO  SECTION.
           MOVE PC-NUM-DIG TO WRK-PROX-PEDIDO
           MOVE PC-DISTRIBUIDORA TO WRK-APV-DIST

      *    Orcamento do mes da emissao; os itens atuais ja estao no
      *    comprometido (9982), entao so o acrescimo e conferido
           MOVE 'N' TO WRK-ORC-APROVADO
           MOVE ZERO TO WRK-ORC-PEDIDO
           COMPUTE WRK-ORC-MES = PC-DATA / 100
           PERFORM 9982-APURA-ORCAMENTO
           MOVE WRK-APV-DIST TO WRK-ORC-DIST

           DISPLAY TELA
           MOVE WRK-PROX-PEDIDO TO PA-NUMERO
           READ PEDAPROV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Devolvido: " AT LINE 4 COLUMN 5
                   DISPLAY PA-MOTIVO AT LINE 4 COLUMN 16
           END-READ
           PERFORM 9638-LISTA-ITENS-PEDIDO

           MOVE 99 TO WRK-APV-LINHA-DIG
           PERFORM UNTIL WRK-APV-LINHA-DIG EQUAL ZERO
               MOVE ZERO TO WRK-APV-LINHA-DIG
               DISPLAY "Linha a alterar (0 encerra): "
               AT LINE 17 COLUMN 5 ERASE EOL
               ACCEPT WRK-APV-LINHA-DIG AT LINE 17 COLUMN 35
               IF WRK-APV-LINHA-DIG NOT EQUAL ZERO
                   PERFORM 9635-ALTERA-ITEM-PEDIDO
               END-IF
           END-PERFORM

           MOVE SPACE TO WRK-ESCOLHA
           DISPLAY "Incluir itens novos (S/N)? "
           AT LINE 18 COLUMN 5 ERASE EOL
           ACCEPT WRK-ESCOLHA AT LINE 18 COLUMN 33
           IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
               PERFORM 9648-TOTALIZA-PEDIDO
               MOVE WRK-APV-ULT-LINHA TO WRK-PED-LINHA
               DISPLAY TELA
               MOVE 'N' TO WRK-PED-FIM
               PERFORM 9951-LE-ITEM-PEDIDO
                   UNTIL WRK-PED-FIM EQUAL 'S'
                   OR WRK-PED-LINHA NOT LESS THAN 99
           END-IF

           DISPLAY TELA
           DISPLAY "Pedido: " AT LINE 5 COLUMN 20
           DISPLAY WRK-PROX-PEDIDO AT LINE 5 COLUMN 28
           PERFORM 9649-SUBMETE-PEDIDO.

      *Imprime em PEDIDO.PRN o pedido de compra para mandar ao
      *distribuidor, com o total em BRL; so sai impresso o pedido
      *liberado ou aprovado (Aberto) ou ja Enviado
       9642-IMPRIME-PEDIDO  SECTION.
           MOVE "Imprimir pedido" TO WRK-MODULO.
           MOVE ZERO TO PC-NUM-DIG

           DISPLAY TELA
           DISPLAY "Numero do pedido: " AT LINE 5 COLUMN 20
           ACCEPT PC-NUM-DIG AT LINE 5 COLUMN 39

           MOVE PC-NUM-DIG TO PC-NUMERO
           MOVE ZERO TO PC-LINHA
           READ PEDCOMPRA
               INVALID KEY
                   MOVE 'Pedido nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   GO TO 9642-IMPRIME-PEDIDO-FIM
           END-READ
           IF NOT PEDIDO-ABERTO AND NOT PEDIDO-ENVIADO
               IF PEDIDO-AGUARDANDO OR PEDIDO-DEVOLVIDO
                  OR PEDIDO-REJEITADO
                   MOVE 'Pedido sem aprovacao' TO WRK-ERRO
               ELSE
                   MOVE 'Pedido ja encerrado' TO WRK-ERRO
               END-IF
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               MOVE PC-DISTRIBUIDORA TO WRK-APV-DIST
               MOVE PC-DISTRIBUIDORA TO COD-DISTRIBUIDORA
               READ DISTRIB
                   INVALID KEY
                       MOVE SPACES TO NOME-DISTRIBUIDORA
               END-READ
               MOVE PC-NUM-DIG TO PA-NUMERO
               READ PEDAPROV
                   INVALID KEY
                       MOVE SPACES TO PA-APROVADOR
                       MOVE ZERO TO PA-DATA-DECISAO
               END-READ

               OPEN OUTPUT PEDIMP
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'PEDIDO DE COMPRA No ' DELIMITED BY SIZE
                      PC-NUM-DIG DELIMITED BY SIZE
                      '   EMISSAO: ' DELIMITED BY SIZE
                      PC-DATA DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE PEDIMP-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'DISTRIBUIDOR: ' DELIMITED BY SIZE
                      WRK-APV-DIST DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      NOME-DISTRIBUIDORA DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE PEDIMP-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               STRING 'APROVADO POR: ' DELIMITED BY SIZE
                      PA-APROVADOR DELIMITED BY SIZE
                      ' EM ' DELIMITED BY SIZE
                      PA-DATA-DECISAO DELIMITED BY SIZE
                      INTO WRK-LINHA-IMP
               END-STRING
               WRITE PEDIMP-REG FROM WRK-LINHA-IMP
               MOVE ALL '-' TO WRK-LINHA-IMP
               WRITE PEDIMP-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE 'LN FILME TITULO' TO WRK-LINHA-IMP (1:15)
               MOVE 'QTD' TO WRK-LINHA-IMP (41:3)
               MOVE 'CUSTO' TO WRK-LINHA-IMP (48:5)
               MOVE 'MOEDA' TO WRK-LINHA-IMP (54:5)
               MOVE 'TOTAL BRL' TO WRK-LINHA-IMP (62:9)
               WRITE PEDIMP-REG FROM WRK-LINHA-IMP

               MOVE PC-NUM-DIG TO WRK-PROX-PEDIDO
               PERFORM 9634-LINHAS-PEDIMP

               MOVE ALL '-' TO WRK-LINHA-IMP
               WRITE PEDIMP-REG FROM WRK-LINHA-IMP
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE WRK-APV-TOTAL TO WRK-APV-VALOR-ED
               MOVE 'TOTAL DO PEDIDO (BRL)' TO WRK-LINHA-IMP (1:21)
               MOVE WRK-APV-VALOR-ED TO WRK-LINHA-IMP (61:10)
               WRITE PEDIMP-REG FROM WRK-LINHA-IMP
               CLOSE PEDIMP

               MOVE 'PEDIDO' TO WRK-SPL-RELATORIO
               MOVE SPACES TO WRK-SPL-PARAMETROS
               STRING 'PEDIDO=' DELIMITED BY SIZE
                      PC-NUM-DIG DELIMITED BY SIZE
                      INTO WRK-SPL-PARAMETROS
               END-STRING
               MOVE WRK-PATH-PEDIMP TO WRK-PATH-SPLORIG
               PERFORM 9667-ARQUIVA-RELATORIO

               DISPLAY "Pedido impresso em PEDIDO.PRN"
               AT LINE 8 COLUMN 20
           END-IF.

       9642-IMPRIME-PEDIDO-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 22 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 52.

      *Manutencao da alcada de compra por perfil de acesso (C, S
      *ou A): valor total em BRL que o perfil libera sozinho ao
      *criar um pedido e, para o supervisor, o teto que ele aprova
       9641-MANTER-LIMAPROV  SECTION.
           MOVE "Alcadas" TO WRK-MODULO.
           MOVE SPACE TO WRK-APV-PERFIL

           DISPLAY TELA
           DISPLAY "C-balcao S-upervisor A-dministrador"
           AT LINE 5 COLUMN 20
           DISPLAY "Perfil: " AT LINE 7 COLUMN 20
           ACCEPT WRK-APV-PERFIL AT LINE 7 COLUMN 29
           INSPECT WRK-APV-PERFIL CONVERTING 'csa' TO 'CSA'

           IF WRK-APV-PERFIL NOT EQUAL 'C'
              AND WRK-APV-PERFIL NOT EQUAL 'S'
              AND WRK-APV-PERFIL NOT EQUAL 'A'
               MOVE 'Perfil invalido' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 9641-MANTER-LIMAPROV-FIM
           END-IF

           MOVE WRK-APV-PERFIL TO LA-PERFIL
           READ LIMAPROV
               INVALID KEY
                   MOVE 'N' TO WRK-APV-TEM-REG
                   IF WRK-APV-PERFIL EQUAL 'A'
                       DISPLAY "Perfil sem alcada: sem teto"
                       AT LINE 9 COLUMN 20
                   ELSE
                       DISPLAY "Perfil sem alcada: tudo aguarda"
                       AT LINE 9 COLUMN 20
                   END-IF
               NOT INVALID KEY
                   MOVE 'S' TO WRK-APV-TEM-REG
                   MOVE LA-LIMITE TO WRK-APV-VALOR-ED
                   DISPLAY "Alcada atual (BRL): " AT LINE 9 COLUMN 20
                   DISPLAY WRK-APV-VALOR-ED AT LINE 9 COLUMN 41
                   DISPLAY "Alterada por: " AT LINE 10 COLUMN 20
                   DISPLAY LA-OPERADOR AT LINE 10 COLUMN 35
                   DISPLAY LA-DATA-ALTERACAO AT LINE 10 COLUMN 57
           END-READ

           MOVE ZERO TO WRK-APV-LIMITE
           DISPLAY "Nova alcada (BRL): " AT LINE 12 COLUMN 20
           ACCEPT WRK-APV-LIMITE AT LINE 12 COLUMN 40
           MOVE SPACE TO WRK-ESCOLHA
           DISPLAY "Confirma (S/N)? " AT LINE 14 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 14 COLUMN 37

           IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-APV-PERFIL TO LA-PERFIL
               MOVE WRK-APV-LIMITE TO LA-LIMITE
               MOVE WRK-OPERADOR TO LA-OPERADOR
               MOVE WRK-DATA-HOJE TO LA-DATA-ALTERACAO
               IF WRK-APV-TEM-REG EQUAL 'S'
                   REWRITE LIMAPROV-REG
               ELSE
                   WRITE LIMAPROV-REG
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF

               MOVE WRK-APV-LIMITE TO WRK-APV-VALOR-ED
               MOVE ZERO TO CODFILME
               MOVE 'LIMAPROV' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'PERFIL=' DELIMITED BY SIZE
                      WRK-APV-PERFIL DELIMITED BY SIZE
                      ' LIMITE=' DELIMITED BY SIZE
                      WRK-APV-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA
               DISPLAY "Alcada gravada" AT LINE 20 COLUMN 20
           END-IF.

       9641-MANTER-LIMAPROV-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 22 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 52.

      *Conta os pedidos parados na fila de aprovacao ha mais de
      *WRK-DIAS-APROV-PED dias (PA-DATA-ENVIO anterior ao corte),
      *para o relatorio da manha e para a tela de aprovacao
       9640-PEDIDOS-PARADOS  SECTION.
           MOVE ZERO TO WRK-APV-QTD-PARADOS
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           MOVE ZERO TO WRK-APV-DIAS
           PERFORM UNTIL WRK-APV-DIAS NOT LESS THAN WRK-DIAS-APROV-PED
               PERFORM 3151-RECUA-UM-DIA
               ADD 1 TO WRK-APV-DIAS
           END-PERFORM
           MOVE WRK-DATA-CALC TO WRK-APV-CORTE

           MOVE ZERO TO PA-NUMERO
           START PEDAPROV KEY IS NOT LESS THAN PA-NUMERO
               INVALID KEY
                   MOVE 10 TO PEDAPROV-STATUS
           END-START
           IF PEDAPROV-STATUS EQUAL 0
               READ PEDAPROV NEXT RECORD
               PERFORM UNTIL PEDAPROV-STATUS NOT EQUAL 0
                   IF PA-DECISAO EQUAL SPACE
                      AND PA-DATA-ENVIO > ZERO
                      AND PA-DATA-ENVIO < WRK-APV-CORTE
                       MOVE PA-NUMERO TO PC-NUMERO
                       MOVE ZERO TO PC-LINHA
                       READ PEDCOMPRA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PEDIDO-AGUARDANDO
                                   ADD 1 TO WRK-APV-QTD-PARADOS
                               END-IF
                       END-READ
                   END-IF
                   READ PEDAPROV NEXT RECORD
               END-PERFORM
           END-IF.

      *Acha o proximo cabecalho de pedido Aguardando depois do
      *pedido WRK-APV-NUMERO; devolve o numero nele e
      *WRK-APV-ACHOU = 'S', ou 'N' no fim do arquivo
       9639-PROXIMO-AGUARDANDO  SECTION.
           MOVE 'N' TO WRK-APV-ACHOU
           MOVE WRK-APV-NUMERO TO PC-NUMERO
           MOVE 99 TO PC-LINHA
           START PEDCOMPRA KEY IS GREATER THAN PC-CHAVE
               INVALID KEY
                   MOVE 10 TO PEDCOMPRA-STATUS
           END-START
           IF PEDCOMPRA-STATUS EQUAL 0
               READ PEDCOMPRA NEXT RECORD
               PERFORM UNTIL PEDCOMPRA-STATUS NOT EQUAL 0
                  OR WRK-APV-ACHOU EQUAL 'S'
                   IF PC-LINHA EQUAL ZERO AND PEDIDO-AGUARDANDO
                       MOVE 'S' TO WRK-APV-ACHOU
                       MOVE PC-NUMERO TO WRK-APV-NUMERO
                   ELSE
                       READ PEDCOMPRA NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF.

      *Lista na tela (linhas 8 a 15) os itens do pedido
      *WRK-PROX-PEDIDO, com titulo, quantidade, custo e moeda
       9638-LISTA-ITENS-PEDIDO  SECTION.
           DISPLAY "Ln Filme Titulo" AT LINE 8 COLUMN 5
           DISPLAY "Qtd     Custo Moeda" AT LINE 8 COLUMN 50
           MOVE 9 TO WRK-APV-LIN-TELA

           MOVE WRK-PROX-PEDIDO TO PC-NUMERO
           MOVE 1 TO PC-LINHA
           START PEDCOMPRA KEY IS NOT LESS THAN PC-CHAVE
               INVALID KEY
                   MOVE 10 TO PEDCOMPRA-STATUS
           END-START
           IF PEDCOMPRA-STATUS EQUAL 0
               READ PEDCOMPRA NEXT RECORD
               PERFORM UNTIL PEDCOMPRA-STATUS NOT EQUAL 0
                  OR PC-NUMERO NOT EQUAL WRK-PROX-PEDIDO
                  OR WRK-APV-LIN-TELA > 15
                   MOVE PC-CODFILME TO CODFILME
                   READ FILMES
                       INVALID KEY
                           MOVE SPACES TO TITULO
                   END-READ
                   MOVE PC-CUSTO TO WRK-APV-CUSTO-ED
                   DISPLAY PC-LINHA AT LINE WRK-APV-LIN-TELA COLUMN 5
                   DISPLAY PC-CODFILME
                   AT LINE WRK-APV-LIN-TELA COLUMN 8
                   DISPLAY TITULO AT LINE WRK-APV-LIN-TELA COLUMN 14
                   DISPLAY PC-QTD-PEDIDA
                   AT LINE WRK-APV-LIN-TELA COLUMN 50
                   DISPLAY WRK-APV-CUSTO-ED
                   AT LINE WRK-APV-LIN-TELA COLUMN 54
                   DISPLAY PC-MOEDA AT LINE WRK-APV-LIN-TELA COLUMN 64
                   ADD 1 TO WRK-APV-LIN-TELA
                   READ PEDCOMPRA NEXT RECORD
               END-PERFORM
               IF PEDCOMPRA-STATUS EQUAL 0
                  AND PC-NUMERO EQUAL WRK-PROX-PEDIDO
                   DISPLAY "(mais itens no pedido impresso)"
                   AT LINE 16 COLUMN 5
               END-IF
           END-IF.

      *Rejeicao (R) ou devolucao ao criador (D) do pedido em tela,
      *sempre com o motivo, que fica no pedido e na auditoria
       9637-RECUSA-UM-PEDIDO  SECTION.
           MOVE SPACES TO WRK-APV-MOTIVO
           DISPLAY "Motivo: " AT LINE 19 COLUMN 5 ERASE EOL
           ACCEPT WRK-APV-MOTIVO AT LINE 19 COLUMN 13
           IF WRK-APV-MOTIVO EQUAL SPACES
               MOVE 'Informe o motivo' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
           ELSE
               IF WRK-APV-DECISAO EQUAL 'R'
                   MOVE 'J' TO WRK-APV-DECISAO
               END-IF
               PERFORM 9636-GRAVA-DECISAO
           END-IF.

      *Grava a decisao WRK-APV-DECISAO (A-provado, reJeitado ou
      *Devolvido) no cabecalho do pedido WRK-APV-NUMERO e em
      *PEDAPROV, com quem decidiu, quando e o motivo
       9636-GRAVA-DECISAO  SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-BALCAO FROM TIME
           MOVE WRK-APV-NUMERO TO PC-NUMERO
           MOVE ZERO TO PC-LINHA
           READ PEDCOMPRA
               INVALID KEY
                   MOVE 'Pedido nao encontrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   GO TO 9636-GRAVA-DECISAO-FIM
           END-READ

           EVALUATE WRK-APV-DECISAO
               WHEN 'A'
                   MOVE 'A' TO PC-STATUS
                   MOVE 'PEDAPROV' TO WRK-AUD-OPERACAO
               WHEN 'J'
                   MOVE 'J' TO PC-STATUS
                   MOVE 'PEDREJEI' TO WRK-AUD-OPERACAO
               WHEN OTHER
                   MOVE 'D' TO PC-STATUS
                   ADD 1 TO PA-QTD-DEVOL
                   MOVE 'PEDDEVOL' TO WRK-AUD-OPERACAO
           END-EVALUATE
           REWRITE PEDCOMPRA-REG

           MOVE WRK-APV-DECISAO TO PA-DECISAO
           MOVE WRK-OPERADOR TO PA-APROVADOR
           MOVE WRK-DATA-HOJE TO PA-DATA-DECISAO
           MOVE WRK-HORA-BALCAO (1:4) TO PA-HORA-DECISAO
           MOVE WRK-APV-MOTIVO TO PA-MOTIVO
           MOVE WRK-APV-TOTAL TO PA-TOTAL
           IF WRK-APV-TEM-REG EQUAL 'S'
               REWRITE PEDAPROV-REG
           ELSE
               WRITE PEDAPROV-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 'S' TO WRK-APV-TEM-REG
           END-IF

           MOVE ZERO TO CODFILME
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'PEDIDO=' DELIMITED BY SIZE
                  WRK-APV-NUMERO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-APV-MOTIVO DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA
           MOVE 'S' TO WRK-APV-DECIDIU
           DISPLAY "Decisao gravada" AT LINE 20 COLUMN 5 ERASE EOL.

       9636-GRAVA-DECISAO-FIM.
           CONTINUE.

      *Altera a quantidade da linha WRK-APV-LINHA-DIG do pedido em
      *correcao (zero exclui a linha); o acrescimo de quantidade
      *passa pela conferencia do orcamento como um item novo
       9635-ALTERA-ITEM-PEDIDO  SECTION.
           MOVE WRK-PROX-PEDIDO TO PC-NUMERO
           MOVE WRK-APV-LINHA-DIG TO PC-LINHA
           READ PEDCOMPRA
               INVALID KEY
                   MOVE 'Linha nao encontrada' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   GO TO 9635-ALTERA-ITEM-PEDIDO-FIM
           END-READ

           MOVE PC-QTD-PEDIDA TO WRK-APV-QTD-ANT
           MOVE ZERO TO WRK-APV-QTD-DIG
           DISPLAY "Nova quantidade (0 exclui): "
           AT LINE 18 COLUMN 5 ERASE EOL
           ACCEPT WRK-APV-QTD-DIG AT LINE 18 COLUMN 34

           IF WRK-APV-QTD-DIG EQUAL ZERO
               DELETE PEDCOMPRA RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               DISPLAY "Item excluido" AT LINE 19 COLUMN 5 ERASE EOL
           ELSE
               MOVE 'S' TO WRK-ORC-LIBERADO
               MOVE ZERO TO WRK-ORC-VALOR-LINHA
               IF WRK-APV-QTD-DIG > WRK-APV-QTD-ANT
                   PERFORM 9633-TAXA-ITEM-PEDIDO
                   COMPUTE WRK-ORC-VALOR-LINHA ROUNDED =
                       (WRK-APV-QTD-DIG - WRK-APV-QTD-ANT)
                       * PC-CUSTO * WRK-TAXA-ACHOU
                   PERFORM 9983-CONFERE-ORCAMENTO
               END-IF
               IF WRK-ORC-LIBERADO EQUAL 'S'
                   MOVE WRK-APV-QTD-DIG TO PC-QTD-PEDIDA
                   REWRITE PEDCOMPRA-REG
                   ADD WRK-ORC-VALOR-LINHA TO WRK-ORC-PEDIDO
                   DISPLAY "Item alterado" AT LINE 19 COLUMN 5 ERASE EOL
               ELSE
                   MOVE 'Item nao alterado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-IF.

       9635-ALTERA-ITEM-PEDIDO-FIM.
           CONTINUE.

      *Grava em PEDIDO.PRN os itens do pedido WRK-PROX-PEDIDO com o
      *valor em BRL de cada linha, acumulando o total do pedido
       9634-LINHAS-PEDIMP  SECTION.
           MOVE ZERO TO WRK-APV-TOTAL
           MOVE WRK-PROX-PEDIDO TO PC-NUMERO
           MOVE 1 TO PC-LINHA
           START PEDCOMPRA KEY IS NOT LESS THAN PC-CHAVE
               INVALID KEY
                   MOVE 10 TO PEDCOMPRA-STATUS
           END-START
           IF PEDCOMPRA-STATUS EQUAL 0
               READ PEDCOMPRA NEXT RECORD
               PERFORM UNTIL PEDCOMPRA-STATUS NOT EQUAL 0
                  OR PC-NUMERO NOT EQUAL WRK-PROX-PEDIDO
                   MOVE PC-CODFILME TO CODFILME
                   READ FILMES
                       INVALID KEY
                           MOVE SPACES TO TITULO
                   END-READ
                   PERFORM 9633-TAXA-ITEM-PEDIDO
                   COMPUTE WRK-APV-VALOR-LINHA ROUNDED =
                       PC-QTD-PEDIDA * PC-CUSTO * WRK-TAXA-ACHOU
                   ADD WRK-APV-VALOR-LINHA TO WRK-APV-TOTAL

                   MOVE SPACES TO WRK-LINHA-IMP
                   MOVE PC-LINHA TO WRK-LINHA-IMP (1:2)
                   MOVE PC-CODFILME TO WRK-LINHA-IMP (4:5)
                   MOVE TITULO TO WRK-LINHA-IMP (10:30)
                   MOVE PC-QTD-PEDIDA TO WRK-LINHA-IMP (41:3)
                   MOVE PC-CUSTO TO WRK-APV-CUSTO-ED
                   MOVE WRK-APV-CUSTO-ED TO WRK-LINHA-IMP (45:8)
                   MOVE PC-MOEDA TO WRK-LINHA-IMP (55:3)
                   MOVE WRK-APV-VALOR-LINHA TO WRK-APV-VALOR-ED
                   MOVE WRK-APV-VALOR-ED TO WRK-LINHA-IMP (61:10)
                   WRITE PEDIMP-REG FROM WRK-LINHA-IMP
                   READ PEDCOMPRA NEXT RECORD
               END-PERFORM
           END-IF.

      *Taxa de conversao para BRL da moeda do item de pedido
      *corrente (moeda fora da tabela conta como BRL)
       9633-TAXA-ITEM-PEDIDO  SECTION.
           MOVE PC-MOEDA TO COD-MOEDA
           READ TAXACAMBIO
               INVALID KEY
                   MOVE 1 TO WRK-TAXA-ACHOU
               NOT INVALID KEY
                   MOVE TAXA-CONVERSAO TO WRK-TAXA-ACHOU
           END-READ.

      *Boletim trimestral dos distribuidores, para a renegociacao:
      *por distribuidora, o prazo de entrega (PC-DATA ate o
      *recebimento em 9952), o atendimento (recebido x pedido), as
      *divergencias nota x pedido (mesmos criterios de 9870), o
      *defeito pelas copias devolvidas em RMA, os dias ate o
      *credito do RMA e a receita de locacao dos seus titulos; uma
      *pagina por distribuidora em BOLETIM.PRN e, no final, a
      *classificacao pela pontuacao (so quem teve pedido emitido
      *no trimestre entra na classificacao)
       9632-BOLETIM-DISTRIB  SECTION.
           MOVE "Boletim distrib" TO WRK-MODULO.
           MOVE ZERO TO WRK-BOL-TRIM

           DISPLAY TELA
           DISPLAY "Trimestre (AAAAT, ex. 20263): " AT LINE 5 COLUMN 20
           ACCEPT WRK-BOL-TRIM AT LINE 5 COLUMN 51

           DIVIDE WRK-BOL-TRIM BY 10 GIVING WRK-BOL-ANO
               REMAINDER WRK-BOL-TRI
           IF WRK-BOL-ANO < 1900
              OR WRK-BOL-TRI < 1
              OR WRK-BOL-TRI > 4
               MOVE 'Trimestre invalido' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 9632-BOLETIM-DISTRIB-FIM
           END-IF
           COMPUTE WRK-BOL-INICIO = WRK-BOL-ANO * 10000
               + ((WRK-BOL-TRI - 1) * 3 + 1) * 100 + 1
           COMPUTE WRK-BOL-FIM = WRK-BOL-ANO * 10000
               + WRK-BOL-TRI * 300 + 31

           DISPLAY "Apurando o trimestre..." AT LINE 7 COLUMN 20
           PERFORM 9630-BOL-CARREGA-DISTRIB
           PERFORM 9628-BOL-PEDIDOS
           PERFORM 9626-BOL-NOTAS
           PERFORM 9624-BOL-RMAS
           PERFORM 9623-BOL-RECEITA

           MOVE ZERO TO WRK-BOL-PAGINAS
           OPEN OUTPUT BOLETIM
           OPEN OUTPUT BOLTOT
           PERFORM VARYING WRK-BOL-IDX FROM 1 BY 1
               UNTIL WRK-BOL-IDX > WRK-BOL-QTD
               IF WRK-BOL-PEDIDOS (WRK-BOL-IDX) > 0
                  OR WRK-BOL-NOTAS (WRK-BOL-IDX) > 0
                  OR WRK-BOL-RMAS (WRK-BOL-IDX) > 0
                  OR WRK-BOL-LOCACOES (WRK-BOL-IDX) > 0
                   PERFORM 9622-BOL-INDICADORES
                   PERFORM 9621-BOL-PAGINA
               END-IF
           END-PERFORM
           CLOSE BOLTOT

           SORT BOLETIMORD
               ON DESCENDING KEY BT-PONTOS-ORD
               USING BOLTOT
               GIVING BOLTOP
           PERFORM 9619-BOL-CLASSIFICACAO
           CLOSE BOLETIM

           MOVE 'BOLETIM' TO WRK-SPL-RELATORIO
           MOVE SPACES TO WRK-SPL-PARAMETROS
           STRING 'TRIMESTRE=' DELIMITED BY SIZE
                  WRK-BOL-TRIM DELIMITED BY SIZE
                  INTO WRK-SPL-PARAMETROS
           END-STRING
           MOVE WRK-PATH-BOLETIM TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO

           DISPLAY "Boletim gerado em BOLETIM.PRN" AT LINE 9 COLUMN 20
           DISPLAY "Distribuidoras no boletim: " AT LINE 10 COLUMN 20
           DISPLAY WRK-BOL-PAGINAS AT LINE 10 COLUMN 47
           DISPLAY "Na classificacao: " AT LINE 11 COLUMN 20
           DISPLAY WRK-BOL-RANK AT LINE 11 COLUMN 47.

       9632-BOLETIM-DISTRIB-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 22 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 22 COLUMN 52.

      *Marca em PEDAPROV a data de recebimento do pedido
      *PC-NUM-DIG; pedido anterior a alcada de compra ganha aqui o
      *seu registro, como liberado
       9631-DATA-RECEBIMENTO  SECTION.
           MOVE PC-NUM-DIG TO PA-NUMERO
           READ PEDAPROV
               INVALID KEY
                   MOVE PC-NUM-DIG TO PA-NUMERO
                   MOVE SPACES TO PA-CRIADOR
                   MOVE SPACES TO PA-CRIADOR-NOME
                   MOVE SPACE TO PA-PERFIL
                   MOVE ZERO TO PA-DATA-CRIACAO
                   MOVE ZERO TO PA-DATA-ENVIO
                   MOVE ZERO TO PA-TOTAL
                   MOVE ZERO TO PA-LIMITE
                   MOVE 'L' TO PA-DECISAO
                   MOVE SPACES TO PA-APROVADOR
                   MOVE ZERO TO PA-DATA-DECISAO
                   MOVE ZERO TO PA-HORA-DECISAO
                   MOVE SPACES TO PA-MOTIVO
                   MOVE ZERO TO PA-QTD-DEVOL
                   MOVE WRK-DATA-HOJE TO PA-DATA-RECEB
                   WRITE PEDAPROV-REG
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WRK-DATA-HOJE TO PA-DATA-RECEB
                   REWRITE PEDAPROV-REG
           END-READ.

      *Carrega a tabela do boletim com as distribuidoras do
      *cadastro, na ordem do codigo (ate 50)
       9630-BOL-CARREGA-DISTRIB  SECTION.
           MOVE ZERO TO WRK-BOL-QTD
           MOVE LOW-VALUES TO COD-DISTRIBUIDORA
           START DISTRIB KEY IS NOT LESS THAN COD-DISTRIBUIDORA
               INVALID KEY
                   MOVE 10 TO DISTRIB-STATUS
           END-START
           IF DISTRIB-STATUS EQUAL 0
               READ DISTRIB NEXT RECORD
               PERFORM UNTIL DISTRIB-STATUS NOT EQUAL 0
                  OR WRK-BOL-QTD NOT LESS THAN 50
                   ADD 1 TO WRK-BOL-QTD
                   MOVE COD-DISTRIBUIDORA TO WRK-BOL-DIST (WRK-BOL-QTD)
                   MOVE NOME-DISTRIBUIDORA
                       TO WRK-BOL-NOME (WRK-BOL-QTD)
                   PERFORM 9617-BOL-ZERA-ITEM
                   READ DISTRIB NEXT RECORD
               END-PERFORM
           END-IF.

      *Posicao de WRK-BOL-BUSCA na tabela do boletim; codigo que
      *nao esta mais no cadastro entra no fim da tabela (zero se a
      *tabela estiver cheia ou o codigo em branco)
       9629-BOL-LOCALIZA  SECTION.
           MOVE ZERO TO WRK-BOL-POS
           IF WRK-BOL-BUSCA NOT EQUAL SPACES
               PERFORM VARYING WRK-BOL-IDX FROM 1 BY 1
                   UNTIL WRK-BOL-IDX > WRK-BOL-QTD
                   IF WRK-BOL-DIST (WRK-BOL-IDX) EQUAL WRK-BOL-BUSCA
                       MOVE WRK-BOL-IDX TO WRK-BOL-POS
                   END-IF
               END-PERFORM
               IF WRK-BOL-POS EQUAL ZERO
                  AND WRK-BOL-QTD < 50
                   ADD 1 TO WRK-BOL-QTD
                   MOVE WRK-BOL-BUSCA TO WRK-BOL-DIST (WRK-BOL-QTD)
                   MOVE 'FORA DO CADASTRO'
                       TO WRK-BOL-NOME (WRK-BOL-QTD)
                   PERFORM 9617-BOL-ZERA-ITEM
                   MOVE WRK-BOL-QTD TO WRK-BOL-POS
               END-IF
           END-IF.

      *Pedidos emitidos no trimestre (menos os cancelados e os
      *rejeitados): conta por distribuidora e, nos recebidos, soma
      *o prazo de entrega e as quantidades pedida e recebida
       9628-BOL-PEDIDOS  SECTION.
           MOVE ZERO TO WRK-BOL-POS
           MOVE LOW-VALUES TO PC-CHAVE
           START PEDCOMPRA KEY IS NOT LESS THAN PC-CHAVE
               INVALID KEY
                   MOVE 10 TO PEDCOMPRA-STATUS
           END-START
           IF PEDCOMPRA-STATUS EQUAL 0
               READ PEDCOMPRA NEXT RECORD
               PERFORM UNTIL PEDCOMPRA-STATUS NOT EQUAL 0
                   IF PC-LINHA EQUAL ZERO
                       MOVE ZERO TO WRK-BOL-POS
                       MOVE 'N' TO WRK-BOL-PED-RECEB
                       IF PC-DATA NOT LESS THAN WRK-BOL-INICIO
                          AND PC-DATA NOT GREATER THAN WRK-BOL-FIM
                          AND NOT PEDIDO-CANCELADO
                          AND NOT PEDIDO-REJEITADO
                           MOVE PC-DISTRIBUIDORA TO WRK-BOL-BUSCA
                           PERFORM 9629-BOL-LOCALIZA
                       END-IF
                       IF WRK-BOL-POS > ZERO
                           ADD 1 TO WRK-BOL-PEDIDOS (WRK-BOL-POS)
                           IF PEDIDO-RECEBIDO
                               MOVE 'S' TO WRK-BOL-PED-RECEB
                               PERFORM 9627-BOL-PRAZO-ENTREGA
                           END-IF
                       END-IF
                   ELSE
                       IF WRK-BOL-POS > ZERO
                          AND WRK-BOL-PED-RECEB EQUAL 'S'
                           ADD PC-QTD-PEDIDA
                               TO WRK-BOL-QTD-PEDIDA (WRK-BOL-POS)
                           ADD PC-QTD-RECEBIDA
                               TO WRK-BOL-QTD-RECEB (WRK-BOL-POS)
                       END-IF
                   END-IF
                   READ PEDCOMPRA NEXT RECORD
               END-PERFORM
           END-IF.

      *Prazo de entrega do pedido recebido corrente, pela data de
      *recebimento gravada em PEDAPROV (pedido recebido antes dessa
      *data ser guardada fica fora da media do prazo)
       9627-BOL-PRAZO-ENTREGA  SECTION.
           MOVE PC-NUMERO TO PA-NUMERO
           READ PEDAPROV
               INVALID KEY
                   MOVE ZERO TO PA-DATA-RECEB
           END-READ
           IF PA-DATA-RECEB > ZERO
              AND PA-DATA-RECEB NOT LESS THAN PC-DATA
               MOVE PC-DATA TO WRK-BOL-DATA-DE
               MOVE PA-DATA-RECEB TO WRK-BOL-DATA-ATE
               PERFORM 9618-BOL-DIAS-ENTRE
               ADD 1 TO WRK-BOL-COM-PRAZO (WRK-BOL-POS)
               ADD WRK-BOL-DIAS TO WRK-BOL-DIAS-ENTR (WRK-BOL-POS)
           END-IF.

      *Notas fiscais emitidas no trimestre: conta as notas e os
      *itens faturados por distribuidora e confere cada item com o
      *pedido da nota (9625)
       9626-BOL-NOTAS  SECTION.
           MOVE ZERO TO WRK-BOL-POS
           MOVE LOW-VALUES TO NF-CHAVE
           START NOTAFISC KEY IS NOT LESS THAN NF-CHAVE
               INVALID KEY
                   MOVE 10 TO NOTAFISC-STATUS
           END-START
           IF NOTAFISC-STATUS EQUAL 0
               READ NOTAFISC NEXT RECORD
               PERFORM UNTIL NOTAFISC-STATUS NOT EQUAL 0
                   IF NF-LINHA EQUAL ZERO
                       MOVE ZERO TO WRK-BOL-POS
                       IF NF-DATA NOT LESS THAN WRK-BOL-INICIO
                          AND NF-DATA NOT GREATER THAN WRK-BOL-FIM
                           MOVE NF-DISTRIBUIDORA TO WRK-BOL-BUSCA
                           PERFORM 9629-BOL-LOCALIZA
                       END-IF
                       IF WRK-BOL-POS > ZERO
                           ADD 1 TO WRK-BOL-NOTAS (WRK-BOL-POS)
                           MOVE NF-PEDIDO TO WRK-BOL-NF-PEDIDO
                       END-IF
                   ELSE
                       IF WRK-BOL-POS > ZERO
                           ADD 1 TO WRK-BOL-ITENS-NOTA (WRK-BOL-POS)
                           PERFORM 9625-BOL-CONFERE-ITEM-NOTA
                       END-IF
                   END-IF
                   READ NOTAFISC NEXT RECORD
               END-PERFORM
           END-IF.

      *Confere o item de nota corrente com a linha do mesmo filme
      *no pedido da nota, pelos criterios de 9870: item sem
      *pedido, faturado alem do recebido e custo acima do pedido
      *contam cada um como uma divergencia
       9625-BOL-CONFERE-ITEM-NOTA  SECTION.
           MOVE 'N' TO WRK-BOL-PC-ACHOU
           MOVE WRK-BOL-NF-PEDIDO TO PC-NUMERO
           MOVE 1 TO PC-LINHA
           START PEDCOMPRA KEY IS NOT LESS THAN PC-CHAVE
               INVALID KEY
                   MOVE 10 TO PEDCOMPRA-STATUS
           END-START
           IF PEDCOMPRA-STATUS EQUAL 0
               READ PEDCOMPRA NEXT RECORD
               PERFORM UNTIL PEDCOMPRA-STATUS NOT EQUAL 0
                  OR PC-NUMERO NOT EQUAL WRK-BOL-NF-PEDIDO
                  OR WRK-BOL-PC-ACHOU EQUAL 'S'
                   IF PC-CODFILME EQUAL NF-CODFILME
                       MOVE 'S' TO WRK-BOL-PC-ACHOU
                   ELSE
                       READ PEDCOMPRA NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF

           IF WRK-BOL-PC-ACHOU EQUAL 'N'
               ADD 1 TO WRK-BOL-DIVERG (WRK-BOL-POS)
           ELSE
               IF NF-QTD > PC-QTD-RECEBIDA
                   ADD 1 TO WRK-BOL-DIVERG (WRK-BOL-POS)
               END-IF
               IF NF-CUSTO > PC-CUSTO
                   ADD 1 TO WRK-BOL-DIVERG (WRK-BOL-POS)
               END-IF
           END-IF.

      *RMAs abertos no trimestre: conta os documentos e as copias
      *devolvidas por distribuidora e, nos ja creditados, soma os
      *dias de RMA-DATA ate RMA-DATA-CRED
       9624-BOL-RMAS  SECTION.
           MOVE ZERO TO WRK-BOL-POS
           MOVE LOW-VALUES TO RMA-CHAVE
           START RMA KEY IS NOT LESS THAN RMA-CHAVE
               INVALID KEY
                   MOVE 10 TO RMA-ARQ-STATUS
           END-START
           IF RMA-ARQ-STATUS EQUAL 0
               READ RMA NEXT RECORD
               PERFORM UNTIL RMA-ARQ-STATUS NOT EQUAL 0
                   IF RMA-LINHA EQUAL ZERO
                       MOVE ZERO TO WRK-BOL-POS
                       IF RMA-DATA NOT LESS THAN WRK-BOL-INICIO
                          AND RMA-DATA NOT GREATER THAN WRK-BOL-FIM
                           MOVE RMA-DISTRIBUIDORA TO WRK-BOL-BUSCA
                           PERFORM 9629-BOL-LOCALIZA
                       END-IF
                       IF WRK-BOL-POS > ZERO
                           ADD 1 TO WRK-BOL-RMAS (WRK-BOL-POS)
                           IF RMA-CREDITADA
                              AND RMA-DATA-CRED NOT LESS THAN RMA-DATA
                               MOVE RMA-DATA TO WRK-BOL-DATA-DE
                               MOVE RMA-DATA-CRED TO WRK-BOL-DATA-ATE
                               PERFORM 9618-BOL-DIAS-ENTRE
                               ADD 1 TO WRK-BOL-RMA-CRED (WRK-BOL-POS)
                               ADD WRK-BOL-DIAS
                                   TO WRK-BOL-DIAS-CRED (WRK-BOL-POS)
                           END-IF
                       END-IF
                   ELSE
                       IF WRK-BOL-POS > ZERO
                           ADD 1 TO WRK-BOL-RMA-ITENS (WRK-BOL-POS)
                       END-IF
                   END-IF
                   READ RMA NEXT RECORD
               END-PERFORM
           END-IF.

      *Receita de locacao do trimestre nos titulos de cada
      *distribuidora (EMP-VALOR-COBRADO, ja em BRL, pela
      *DISTRIBUIDORA do titulo, como o repasse de 9879)
       9623-BOL-RECEITA  SECTION.
           MOVE LOW-VALUES TO NUM-EMPRESTIMO
           START EMPRESTIMOS KEY IS NOT LESS THAN NUM-EMPRESTIMO
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   IF NOT EMPRESTIMO-ESTORNADO
                      AND EMP-DATA-RETIRADA NOT LESS THAN WRK-BOL-INICIO
                      AND EMP-DATA-RETIRADA NOT GREATER THAN WRK-BOL-FIM
                       MOVE EMP-CODFILME TO CODFILME
                       READ FILMES
                           INVALID KEY
                               MOVE SPACES TO DISTRIBUIDORA
                       END-READ
                       MOVE DISTRIBUIDORA TO WRK-BOL-BUSCA
                       PERFORM 9629-BOL-LOCALIZA
                       IF WRK-BOL-POS > ZERO
                           ADD 1 TO WRK-BOL-LOCACOES (WRK-BOL-POS)
                           ADD EMP-VALOR-COBRADO
                               TO WRK-BOL-RECEITA (WRK-BOL-POS)
                       END-IF
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF.

      *Indicadores da distribuidora WRK-BOL-IDX e a pontuacao de 0
      *a 100: atendimento vale 30, qualidade (sem defeito) 25,
      *faturamento sem divergencia 20, prazo de entrega 15 (perde
      *3 pontos percentuais por dia) e prazo do credito do RMA 10
      *(perde 2 por dia); sem pedido recebido no trimestre, o
      *atendimento e o prazo de entrega nao pontuam
       9622-BOL-INDICADORES  SECTION.
           MOVE ZERO TO WRK-BOL-PRAZO
           MOVE ZERO TO WRK-BOL-ATEND
           MOVE ZERO TO WRK-BOL-DIVERG-PCT
           MOVE ZERO TO WRK-BOL-DEFEITO
           MOVE ZERO TO WRK-BOL-CREDITO
           MOVE ZERO TO WRK-BOL-PONTOS

           IF WRK-BOL-COM-PRAZO (WRK-BOL-IDX) > 0
               COMPUTE WRK-BOL-PRAZO ROUNDED =
                   WRK-BOL-DIAS-ENTR (WRK-BOL-IDX)
                   / WRK-BOL-COM-PRAZO (WRK-BOL-IDX)
           END-IF
           IF WRK-BOL-QTD-PEDIDA (WRK-BOL-IDX) > 0
               COMPUTE WRK-BOL-ATEND ROUNDED =
                   WRK-BOL-QTD-RECEB (WRK-BOL-IDX) * 100
                   / WRK-BOL-QTD-PEDIDA (WRK-BOL-IDX)
                   ON SIZE ERROR
                       MOVE 999,9 TO WRK-BOL-ATEND
               END-COMPUTE
           END-IF
           IF WRK-BOL-ITENS-NOTA (WRK-BOL-IDX) > 0
               COMPUTE WRK-BOL-DIVERG-PCT ROUNDED =
                   WRK-BOL-DIVERG (WRK-BOL-IDX) * 100
                   / WRK-BOL-ITENS-NOTA (WRK-BOL-IDX)
           END-IF
           IF WRK-BOL-RMA-ITENS (WRK-BOL-IDX)
              NOT LESS THAN WRK-BOL-QTD-RECEB (WRK-BOL-IDX)
               IF WRK-BOL-RMA-ITENS (WRK-BOL-IDX) > 0
                   MOVE 100 TO WRK-BOL-DEFEITO
               END-IF
           ELSE
               COMPUTE WRK-BOL-DEFEITO ROUNDED =
                   WRK-BOL-RMA-ITENS (WRK-BOL-IDX) * 100
                   / WRK-BOL-QTD-RECEB (WRK-BOL-IDX)
           END-IF
           IF WRK-BOL-RMA-CRED (WRK-BOL-IDX) > 0
               COMPUTE WRK-BOL-CREDITO ROUNDED =
                   WRK-BOL-DIAS-CRED (WRK-BOL-IDX)
                   / WRK-BOL-RMA-CRED (WRK-BOL-IDX)
           END-IF

           IF WRK-BOL-QTD-PEDIDA (WRK-BOL-IDX) > 0
               IF WRK-BOL-ATEND > 100
                   MOVE 30 TO WRK-BOL-PONTOS
               ELSE
                   COMPUTE WRK-BOL-PONTOS ROUNDED = WRK-BOL-ATEND * 0,30
               END-IF
           END-IF
           COMPUTE WRK-BOL-AUX = 100 - WRK-BOL-DEFEITO
           IF WRK-BOL-AUX > 0
               COMPUTE WRK-BOL-PONTOS ROUNDED =
                   WRK-BOL-PONTOS + WRK-BOL-AUX * 0,25
           END-IF
           COMPUTE WRK-BOL-AUX = 100 - WRK-BOL-DIVERG-PCT
           IF WRK-BOL-AUX > 0
               COMPUTE WRK-BOL-PONTOS ROUNDED =
                   WRK-BOL-PONTOS + WRK-BOL-AUX * 0,20
           END-IF
           IF WRK-BOL-COM-PRAZO (WRK-BOL-IDX) > 0
               COMPUTE WRK-BOL-AUX = 100 - WRK-BOL-PRAZO * 3
               IF WRK-BOL-AUX > 0
                   COMPUTE WRK-BOL-PONTOS ROUNDED =
                       WRK-BOL-PONTOS + WRK-BOL-AUX * 0,15
               END-IF
           END-IF
           COMPUTE WRK-BOL-AUX = 100 - WRK-BOL-CREDITO * 2
           IF WRK-BOL-AUX > 0
               COMPUTE WRK-BOL-PONTOS ROUNDED =
                   WRK-BOL-PONTOS + WRK-BOL-AUX * 0,10
           END-IF.

      *Pagina da distribuidora WRK-BOL-IDX no boletim, completada
      *ate 60 linhas (o tamanho de pagina do spool); quem teve
      *pedido no trimestre vai tambem para a classificacao
       9621-BOL-PAGINA  SECTION.
           ADD 1 TO WRK-BOL-PAGINAS
           MOVE ZERO TO WRK-BOL-LINHAS

           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'BOLETIM DO DISTRIBUIDOR - TRIMESTRE '
                  DELIMITED BY SIZE
                  WRK-BOL-ANO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-BOL-TRI DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           PERFORM 9616-BOL-GRAVA-LINHA
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'DISTRIBUIDORA: ' DELIMITED BY SIZE
                  WRK-BOL-DIST (WRK-BOL-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-BOL-NOME (WRK-BOL-IDX) DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           PERFORM 9616-BOL-GRAVA-LINHA
           MOVE ALL '-' TO WRK-LINHA-IMP
           PERFORM 9616-BOL-GRAVA-LINHA

           MOVE 'PEDIDOS EMITIDOS NO TRIMESTRE' TO WRK-BOL-ROTULO
           MOVE WRK-BOL-PEDIDOS (WRK-BOL-IDX) TO WRK-BOL-QTD-ED
           MOVE WRK-BOL-QTD-ED TO WRK-BOL-VALOR-TXT
           PERFORM 9620-BOL-LINHA
           MOVE 'PEDIDOS RECEBIDOS COM DATA' TO WRK-BOL-ROTULO
           MOVE WRK-BOL-COM-PRAZO (WRK-BOL-IDX) TO WRK-BOL-QTD-ED
           MOVE WRK-BOL-QTD-ED TO WRK-BOL-VALOR-TXT
           PERFORM 9620-BOL-LINHA
           MOVE 'PRAZO MEDIO DE ENTREGA (DIAS)' TO WRK-BOL-ROTULO
           IF WRK-BOL-COM-PRAZO (WRK-BOL-IDX) > 0
               MOVE WRK-BOL-PRAZO TO WRK-BOL-PCT-ED
               MOVE WRK-BOL-PCT-ED TO WRK-BOL-VALOR-TXT
           ELSE
               MOVE 'SEM DADOS' TO WRK-BOL-VALOR-TXT
           END-IF
           PERFORM 9620-BOL-LINHA
           MOVE 'QUANTIDADE PEDIDA (RECEBIDOS)' TO WRK-BOL-ROTULO
           MOVE WRK-BOL-QTD-PEDIDA (WRK-BOL-IDX) TO WRK-BOL-QTD-ED
           MOVE WRK-BOL-QTD-ED TO WRK-BOL-VALOR-TXT
           PERFORM 9620-BOL-LINHA
           MOVE 'QUANTIDADE RECEBIDA' TO WRK-BOL-ROTULO
           MOVE WRK-BOL-QTD-RECEB (WRK-BOL-IDX) TO WRK-BOL-QTD-ED
           MOVE WRK-BOL-QTD-ED TO WRK-BOL-VALOR-TXT
           PERFORM 9620-BOL-LINHA
           MOVE 'TAXA DE ATENDIMENTO (%)' TO WRK-BOL-ROTULO
           IF WRK-BOL-QTD-PEDIDA (WRK-BOL-IDX) > 0
               MOVE WRK-BOL-ATEND TO WRK-BOL-PCT-ED
               MOVE WRK-BOL-PCT-ED TO WRK-BOL-VALOR-TXT
           ELSE
               MOVE 'SEM DADOS' TO WRK-BOL-VALOR-TXT
           END-IF
           PERFORM 9620-BOL-LINHA

           MOVE SPACES TO WRK-LINHA-IMP
           PERFORM 9616-BOL-GRAVA-LINHA
           MOVE 'NOTAS FISCAIS NO TRIMESTRE' TO WRK-BOL-ROTULO
           MOVE WRK-BOL-NOTAS (WRK-BOL-IDX) TO WRK-BOL-QTD-ED
           MOVE WRK-BOL-QTD-ED TO WRK-BOL-VALOR-TXT
           PERFORM 9620-BOL-LINHA
           MOVE 'ITENS FATURADOS' TO WRK-BOL-ROTULO
           MOVE WRK-BOL-ITENS-NOTA (WRK-BOL-IDX) TO WRK-BOL-QTD-ED
           MOVE WRK-BOL-QTD-ED TO WRK-BOL-VALOR-TXT
           PERFORM 9620-BOL-LINHA
           MOVE 'DIVERGENCIAS NOTA X PEDIDO' TO WRK-BOL-ROTULO
           MOVE WRK-BOL-DIVERG (WRK-BOL-IDX) TO WRK-BOL-QTD-ED
           MOVE WRK-BOL-QTD-ED TO WRK-BOL-VALOR-TXT
           PERFORM 9620-BOL-LINHA
           MOVE 'TAXA DE DIVERGENCIA (%)' TO WRK-BOL-ROTULO
           MOVE WRK-BOL-DIVERG-PCT TO WRK-BOL-PCT-ED
           MOVE WRK-BOL-PCT-ED TO WRK-BOL-VALOR-TXT
           PERFORM 9620-BOL-LINHA

           MOVE SPACES TO WRK-LINHA-IMP
           PERFORM 9616-BOL-GRAVA-LINHA
           MOVE 'RMAS ABERTOS NO TRIMESTRE' TO WRK-BOL-ROTULO
           MOVE WRK-BOL-RMAS (WRK-BOL-IDX) TO WRK-BOL-QTD-ED
           MOVE WRK-BOL-QTD-ED TO WRK-BOL-VALOR-TXT
           PERFORM 9620-BOL-LINHA
           MOVE 'COPIAS DEVOLVIDAS COM DEFEITO' TO WRK-BOL-ROTULO
           MOVE WRK-BOL-RMA-ITENS (WRK-BOL-IDX) TO WRK-BOL-QTD-ED
           MOVE WRK-BOL-QTD-ED TO WRK-BOL-VALOR-TXT
           PERFORM 9620-BOL-LINHA
           MOVE 'TAXA DE DEFEITO (%)' TO WRK-BOL-ROTULO
           MOVE WRK-BOL-DEFEITO TO WRK-BOL-PCT-ED
           MOVE WRK-BOL-PCT-ED TO WRK-BOL-VALOR-TXT
           PERFORM 9620-BOL-LINHA
           MOVE 'RMAS CREDITADOS' TO WRK-BOL-ROTULO
           MOVE WRK-BOL-RMA-CRED (WRK-BOL-IDX) TO WRK-BOL-QTD-ED
           MOVE WRK-BOL-QTD-ED TO WRK-BOL-VALOR-TXT
           PERFORM 9620-BOL-LINHA
           MOVE 'PRAZO MEDIO DO CREDITO (DIAS)' TO WRK-BOL-ROTULO
           IF WRK-BOL-RMA-CRED (WRK-BOL-IDX) > 0
               MOVE WRK-BOL-CREDITO TO WRK-BOL-PCT-ED
               MOVE WRK-BOL-PCT-ED TO WRK-BOL-VALOR-TXT
           ELSE
               MOVE 'SEM DADOS' TO WRK-BOL-VALOR-TXT
           END-IF
           PERFORM 9620-BOL-LINHA

           MOVE SPACES TO WRK-LINHA-IMP
           PERFORM 9616-BOL-GRAVA-LINHA
           MOVE 'LOCACOES DOS TITULOS' TO WRK-BOL-ROTULO
           MOVE WRK-BOL-LOCACOES (WRK-BOL-IDX) TO WRK-BOL-QTD-ED
           MOVE WRK-BOL-QTD-ED TO WRK-BOL-VALOR-TXT
           PERFORM 9620-BOL-LINHA
           MOVE 'RECEITA DE LOCACAO (BRL)' TO WRK-BOL-ROTULO
           MOVE WRK-BOL-RECEITA (WRK-BOL-IDX) TO WRK-BOL-VALOR-ED
           MOVE WRK-BOL-VALOR-ED TO WRK-BOL-VALOR-TXT
           PERFORM 9620-BOL-LINHA

           MOVE ALL '-' TO WRK-LINHA-IMP
           PERFORM 9616-BOL-GRAVA-LINHA
           IF WRK-BOL-PEDIDOS (WRK-BOL-IDX) > 0
               MOVE 'PONTUACAO (0 A 100)' TO WRK-BOL-ROTULO
               MOVE WRK-BOL-PONTOS TO WRK-BOL-PCT-ED
               MOVE WRK-BOL-PCT-ED TO WRK-BOL-VALOR-TXT
               PERFORM 9620-BOL-LINHA

               MOVE WRK-BOL-DIST (WRK-BOL-IDX) TO BT-DIST
               MOVE WRK-BOL-NOME (WRK-BOL-IDX) TO BT-NOME
               MOVE WRK-BOL-PONTOS TO BT-PONTOS
               MOVE WRK-BOL-ATEND TO BT-ATEND
               MOVE WRK-BOL-PRAZO TO BT-PRAZO
               MOVE WRK-BOL-DIVERG-PCT TO BT-DIVERG
               MOVE WRK-BOL-DEFEITO TO BT-DEFEITO
               MOVE WRK-BOL-RECEITA (WRK-BOL-IDX) TO BT-RECEITA
               WRITE BOLTOT-REG
           ELSE
               MOVE 'SEM PEDIDO NO TRIMESTRE: FORA DA CLASSIFICACAO'
                   TO WRK-LINHA-IMP
               PERFORM 9616-BOL-GRAVA-LINHA
           END-IF

           MOVE SPACES TO WRK-LINHA-IMP
           PERFORM UNTIL WRK-BOL-LINHAS NOT LESS THAN 60
               PERFORM 9616-BOL-GRAVA-LINHA
           END-PERFORM.

      *Linha rotulo/valor da pagina do boletim, com o rotulo
      *puxado por pontos ate a coluna do valor
       9620-BOL-LINHA  SECTION.
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE ALL '.' TO WRK-LINHA-IMP (1:38)
           STRING WRK-BOL-ROTULO DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           MOVE WRK-BOL-VALOR-TXT TO WRK-LINHA-IMP (40:15)
           PERFORM 9616-BOL-GRAVA-LINHA.

      *Tabela de classificacao no fim do boletim, pela pontuacao
      *decrescente (BOLTOP, saida do SORT)
       9619-BOL-CLASSIFICACAO  SECTION.
           MOVE ZERO TO WRK-BOL-RANK
           MOVE SPACES TO WRK-LINHA-IMP
           STRING 'CLASSIFICACAO DOS DISTRIBUIDORES - TRIMESTRE '
                  DELIMITED BY SIZE
                  WRK-BOL-ANO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-BOL-TRI DELIMITED BY SIZE
                  INTO WRK-LINHA-IMP
           END-STRING
           WRITE BOLETIM-REG FROM WRK-LINHA-IMP
           MOVE ALL '-' TO WRK-LINHA-IMP
           WRITE BOLETIM-REG FROM WRK-LINHA-IMP
           MOVE SPACES TO WRK-LINHA-IMP
           MOVE 'POS' TO WRK-LINHA-IMP (1:3)
           MOVE 'DISTRIBUIDORA' TO WRK-LINHA-IMP (5:13)
           MOVE 'NOME' TO WRK-LINHA-IMP (21:4)
           MOVE 'PONTOS' TO WRK-LINHA-IMP (52:6)
           MOVE 'ATEND%' TO WRK-LINHA-IMP (59:6)
           MOVE 'PRAZO' TO WRK-LINHA-IMP (66:5)
           MOVE 'DIVG%' TO WRK-LINHA-IMP (72:5)
           MOVE 'DEFEI%' TO WRK-LINHA-IMP (78:6)
           MOVE 'RECEITA BRL' TO WRK-LINHA-IMP (86:11)
           WRITE BOLETIM-REG FROM WRK-LINHA-IMP

           OPEN INPUT BOLTOP
           READ BOLTOP
           PERFORM UNTIL BOLTOP-STATUS NOT EQUAL 0
               ADD 1 TO WRK-BOL-RANK
               MOVE SPACES TO WRK-LINHA-IMP
               MOVE WRK-BOL-RANK TO WRK-LINHA-IMP (2:2)
               MOVE BT-DIST-TOP TO WRK-LINHA-IMP (5:15)
               MOVE BT-NOME-TOP TO WRK-LINHA-IMP (21:30)
               MOVE BT-PONTOS-TOP TO WRK-BOL-PCT-ED
               MOVE WRK-BOL-PCT-ED TO WRK-LINHA-IMP (53:5)
               MOVE BT-ATEND-TOP TO WRK-BOL-PCT-ED
               MOVE WRK-BOL-PCT-ED TO WRK-LINHA-IMP (60:5)
               MOVE BT-PRAZO-TOP TO WRK-BOL-PCT-ED
               MOVE WRK-BOL-PCT-ED TO WRK-LINHA-IMP (66:5)
               MOVE BT-DIVERG-TOP TO WRK-BOL-PCT-ED
               MOVE WRK-BOL-PCT-ED TO WRK-LINHA-IMP (72:5)
               MOVE BT-DEFEITO-TOP TO WRK-BOL-PCT-ED
               MOVE WRK-BOL-PCT-ED TO WRK-LINHA-IMP (79:5)
               MOVE BT-RECEITA-TOP TO WRK-BOL-VALOR-ED
               MOVE WRK-BOL-VALOR-ED TO WRK-LINHA-IMP (85:12)
               WRITE BOLETIM-REG FROM WRK-LINHA-IMP
               READ BOLTOP
           END-PERFORM
           CLOSE BOLTOP

           IF WRK-BOL-RANK EQUAL ZERO
               MOVE 'NENHUMA DISTRIBUIDORA COM PEDIDO NO TRIMESTRE'
                   TO WRK-LINHA-IMP
               WRITE BOLETIM-REG FROM WRK-LINHA-IMP
           END-IF.

      *Dias corridos de WRK-BOL-DATA-DE ate WRK-BOL-DATA-ATE, pelo
      *3150-AVANCA-UM-DIA (limitado a 999 dias, como 4946)
       9618-BOL-DIAS-ENTRE  SECTION.
           MOVE ZERO TO WRK-BOL-DIAS
           MOVE WRK-BOL-DATA-DE TO WRK-DATA-CALC
           PERFORM UNTIL WRK-DATA-CALC NOT LESS WRK-BOL-DATA-ATE
               OR WRK-BOL-DIAS NOT LESS 999
               PERFORM 3150-AVANCA-UM-DIA
               ADD 1 TO WRK-BOL-DIAS
           END-PERFORM.

      *Zera os acumulados da distribuidora WRK-BOL-QTD da tabela
      *do boletim (codigo e nome ja colocados pelo chamador)
       9617-BOL-ZERA-ITEM  SECTION.
           MOVE ZERO TO WRK-BOL-PEDIDOS (WRK-BOL-QTD)
           MOVE ZERO TO WRK-BOL-COM-PRAZO (WRK-BOL-QTD)
           MOVE ZERO TO WRK-BOL-DIAS-ENTR (WRK-BOL-QTD)
           MOVE ZERO TO WRK-BOL-QTD-PEDIDA (WRK-BOL-QTD)
           MOVE ZERO TO WRK-BOL-QTD-RECEB (WRK-BOL-QTD)
           MOVE ZERO TO WRK-BOL-NOTAS (WRK-BOL-QTD)
           MOVE ZERO TO WRK-BOL-ITENS-NOTA (WRK-BOL-QTD)
           MOVE ZERO TO WRK-BOL-DIVERG (WRK-BOL-QTD)
           MOVE ZERO TO WRK-BOL-RMAS (WRK-BOL-QTD)
           MOVE ZERO TO WRK-BOL-RMA-ITENS (WRK-BOL-QTD)
           MOVE ZERO TO WRK-BOL-RMA-CRED (WRK-BOL-QTD)
           MOVE ZERO TO WRK-BOL-DIAS-CRED (WRK-BOL-QTD)
           MOVE ZERO TO WRK-BOL-LOCACOES (WRK-BOL-QTD)
           MOVE ZERO TO WRK-BOL-RECEITA (WRK-BOL-QTD).

      *Grava a linha corrente do boletim e conta as linhas da
      *pagina
       9616-BOL-GRAVA-LINHA  SECTION.
           WRITE BOLETIM-REG FROM WRK-LINHA-IMP
           ADD 1 TO WRK-BOL-LINHAS.

      *Manutencao da janela de direitos de um titulo, no padrao da
      *tabela de precos por loja (9656): data de estreia e fim da
      *licenca, zero para sem limite daquele lado; as duas datas
      *zeradas removem a linha (titulo sempre liberado); cada
      *gravacao ou remocao vai para a auditoria
       9615-MANTER-JANELA  SECTION.
           MOVE "Janela de direitos" TO WRK-MODULO.
           MOVE ZERO TO WRK-JAN-CODFILME
           MOVE ZERO TO WRK-JAN-ESTREIA
           MOVE ZERO TO WRK-JAN-FIM
           MOVE 'S' TO WRK-JAN-OK

           DISPLAY TELA
           DISPLAY "Codigo do filme: " AT LINE 5 COLUMN 20
           ACCEPT WRK-JAN-CODFILME AT LINE 5 COLUMN 38
           MOVE WRK-JAN-CODFILME TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE 'Filme nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-JAN-OK
               NOT INVALID KEY
                   DISPLAY TITULO AT LINE 5 COLUMN 45
           END-READ

           IF WRK-JAN-OK EQUAL 'S'
               MOVE WRK-JAN-CODFILME TO JN-CODFILME
               READ JANELA
                   INVALID KEY
                       MOVE 'N' TO WRK-JAN-EXISTE
                       DISPLAY "Titulo sem janela (sempre liberado)"
                       AT LINE 7 COLUMN 20
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-JAN-EXISTE
                       DISPLAY "Estreia atual: " AT LINE 7 COLUMN 20
                       DISPLAY JN-DATA-ESTREIA AT LINE 7 COLUMN 36
                       DISPLAY "Fim da licenca: " AT LINE 7 COLUMN 47
                       DISPLAY JN-DATA-FIM AT LINE 7 COLUMN 64
                       MOVE JN-DATA-ESTREIA TO WRK-JAN-ESTREIA
                       MOVE JN-DATA-FIM TO WRK-JAN-FIM
               END-READ

               DISPLAY "Data de estreia (AAAAMMDD, 0 = sem): "
               AT LINE 9 COLUMN 20
               ACCEPT WRK-JAN-ESTREIA AT LINE 9 COLUMN 58
               DISPLAY "Fim da licenca (AAAAMMDD, 0 = sem): "
               AT LINE 10 COLUMN 20
               ACCEPT WRK-JAN-FIM AT LINE 10 COLUMN 58

               IF WRK-JAN-ESTREIA > ZERO
                   MOVE WRK-JAN-ESTREIA TO WRK-DATA-VALIDAR
                   PERFORM 3155-VALIDA-DATA
                   IF WRK-DATA-OK EQUAL 'N'
                       MOVE 'Data de estreia invalida' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-JAN-OK
                   END-IF
               END-IF
           END-IF

           IF WRK-JAN-OK EQUAL 'S'
              AND WRK-JAN-FIM > ZERO
               MOVE WRK-JAN-FIM TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Fim da licenca invalido' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-JAN-OK
               ELSE
                   IF WRK-JAN-FIM < WRK-JAN-ESTREIA
                       MOVE 'Fim antes da data de estreia'
                           TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE 'N' TO WRK-JAN-OK
                   END-IF
               END-IF
           END-IF

           IF WRK-JAN-OK EQUAL 'S'
               DISPLAY "Confirma a gravacao? (S/N): "
               AT LINE 12 COLUMN 20
               ACCEPT WRK-ESCOLHA AT LINE 12 COLUMN 49
               IF WRK-ESCOLHA = 'S' OR WRK-ESCOLHA = 's'
                   MOVE WRK-JAN-CODFILME TO JN-CODFILME
                   MOVE WRK-JAN-ESTREIA TO JN-DATA-ESTREIA
                   MOVE WRK-JAN-FIM TO JN-DATA-FIM
                   MOVE WRK-OPERADOR TO JN-OPERADOR
                   ACCEPT JN-DATA-ALTERACAO FROM DATE YYYYMMDD
                   EVALUATE TRUE
                       WHEN WRK-JAN-ESTREIA EQUAL ZERO
                        AND WRK-JAN-FIM EQUAL ZERO
                           IF WRK-JAN-EXISTE EQUAL 'S'
                               DELETE JANELA RECORD
                               MOVE 'R' TO WRK-JAN-ORIGEM
                               PERFORM 9613-AUDITA-JANELA
                           END-IF
                           DISPLAY "Titulo sem janela"
                           AT LINE 17 COLUMN 20
                       WHEN WRK-JAN-EXISTE EQUAL 'S'
                           REWRITE JANELA-REG
                           MOVE 'A' TO WRK-JAN-ORIGEM
                           PERFORM 9613-AUDITA-JANELA
                           DISPLAY "Alterado" AT LINE 17 COLUMN 20
                       WHEN OTHER
                           WRITE JANELA-REG
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           MOVE 'I' TO WRK-JAN-ORIGEM
                           PERFORM 9613-AUDITA-JANELA
                           DISPLAY "Gravado" AT LINE 17 COLUMN 20
                   END-EVALUATE
               END-IF
           END-IF

           DISPLAY "Tecle enter para voltar"
           AT LINE 19 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 19 COLUMN 45
           MOVE SPACES TO WRK-ESCOLHA.

      *Situacao hoje do titulo WRK-JAN-CODFILME na janela de
      *direitos, em WRK-JAN-SITUACAO: sem linha em JANELA o titulo
      *esta liberado; antes da data de estreia so aceita reserva e
      *depois do fim da licenca nao sai mais nem e reservado.
      *WRK-JAN-MENSAGEM traz o motivo para a tela do balcao
       9614-SITUACAO-JANELA  SECTION.
           ACCEPT WRK-JAN-HOJE FROM DATE YYYYMMDD
           MOVE 'L' TO WRK-JAN-SITUACAO
           MOVE SPACES TO WRK-JAN-MENSAGEM
           MOVE WRK-JAN-CODFILME TO JN-CODFILME
           READ JANELA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF JN-DATA-FIM > ZERO
                      AND JN-DATA-FIM < WRK-JAN-HOJE
                       MOVE 'E' TO WRK-JAN-SITUACAO
                       MOVE 'Licenca do filme encerrada'
                           TO WRK-JAN-MENSAGEM
                   ELSE
                       IF JN-DATA-ESTREIA > WRK-JAN-HOJE
                           MOVE 'A' TO WRK-JAN-SITUACAO
                           MOVE 'Filme antes da data de estreia'
                               TO WRK-JAN-MENSAGEM
                       END-IF
                   END-IF
           END-READ.

      *Trilha de auditoria da janela de direitos: origem (I, A ou
      *R), estreia e fim da licenca
       9613-AUDITA-JANELA  SECTION.
           MOVE WRK-JAN-CODFILME TO CODFILME
           MOVE 'JANELA' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING WRK-JAN-ORIGEM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-JAN-ESTREIA DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-JAN-FIM DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 5190-GRAVA-AUDITORIA.

      *Carga da tabela de CEP a partir do arquivo dos Correios
      *(CEPLOTE.CSV, CEP;LOGRADOURO;BAIRRO;CIDADE;UF): CEP novo
      *entra, CEP ja carregado e atualizado; linha sem CEP valido,
      *logradouro, cidade ou UF e rejeitada e contada
       9609-CARGA-CEP  SECTION.
           MOVE "Tabela de CEP" TO WRK-MODULO.
           MOVE 0 TO WRK-QTD-CEP-OK
           MOVE 0 TO WRK-QTD-CEP-REJ

           OPEN INPUT CEPLOTE
           IF CEPLOTE-STATUS NOT EQUAL 0
               DISPLAY TELA
               DISPLAY "Arquivo CEPLOTE.CSV nao encontrado"
               AT LINE 5 COLUMN 20
           ELSE
               READ CEPLOTE
               PERFORM UNTIL CEPLOTE-STATUS NOT EQUAL 0
                   PERFORM 9608-CARGA-UM-CEP
                   READ CEPLOTE
               END-PERFORM
               CLOSE CEPLOTE

               MOVE ZERO TO CODFILME
               MOVE 'CARGACEP' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING WRK-QTD-CEP-OK DELIMITED BY SIZE
                      ' ok ' DELIMITED BY SIZE
                      WRK-QTD-CEP-REJ DELIMITED BY SIZE
                      ' rej' DELIMITED BY SIZE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA

               DISPLAY TELA
               DISPLAY "Carga da tabela de CEP concluida"
               AT LINE 5 COLUMN 20
               DISPLAY "CEPs carregados  : " AT LINE 7 COLUMN 20
               DISPLAY WRK-QTD-CEP-OK AT LINE 7 COLUMN 40
               DISPLAY "Linhas rejeitadas: " AT LINE 8 COLUMN 20
               DISPLAY WRK-QTD-CEP-REJ AT LINE 8 COLUMN 40
           END-IF

           DISPLAY "Pressione ENTER para continuar"
           AT LINE 10 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 10 COLUMN 52.

      *Aplica uma linha do arquivo de CEPs; a linha de cabecalho
      *do arquivo (CEP;...) e ignorada
       9608-CARGA-UM-CEP  SECTION.
           MOVE SPACES TO WRK-CEP-CAMPOS
           UNSTRING CEPLOTE-REG DELIMITED BY ';'
               INTO WRK-CEP-F-CODIGO WRK-CEP-F-LOGRADOURO
                    WRK-CEP-F-BAIRRO WRK-CEP-F-CIDADE WRK-CEP-F-UF
           END-UNSTRING

           IF WRK-CEP-F-CODIGO EQUAL 'CEP'
               CONTINUE
           ELSE
               MOVE WRK-CEP-F-CODIGO TO WRK-CEP-DIGITADO
               PERFORM 9603-CONFERE-CEP
               IF WRK-CEP-FORMATO-OK EQUAL 'N'
                  OR WRK-CEP-CODIGO EQUAL ZERO
                  OR WRK-CEP-F-LOGRADOURO EQUAL SPACES
                  OR WRK-CEP-F-CIDADE EQUAL SPACES
                  OR WRK-CEP-F-UF EQUAL SPACES
                   ADD 1 TO WRK-QTD-CEP-REJ
               ELSE
                   MOVE WRK-CEP-CODIGO TO CEP-CODIGO
                   MOVE WRK-CEP-F-LOGRADOURO TO CEP-LOGRADOURO
                   MOVE WRK-CEP-F-BAIRRO TO CEP-BAIRRO
                   MOVE WRK-CEP-F-CIDADE TO CEP-CIDADE
                   MOVE WRK-CEP-F-UF TO CEP-UF
                   IF WRK-CEP-OK EQUAL 'S'
                       REWRITE CEPTAB-REG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   ELSE
                       WRITE CEPTAB-REG
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
                   IF CEPTAB-STATUS EQUAL 0
                       ADD 1 TO WRK-QTD-CEP-OK
                   ELSE
                       ADD 1 TO WRK-QTD-CEP-REJ
                       MOVE 'Erro ao gravar CEP' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE '9608-CARGA-UM-CEP' TO WRK-ERL-PARAGRAFO
                       MOVE 'CEPTAB' TO WRK-ERL-ARQUIVO
                       MOVE 'WRITE' TO WRK-ERL-OPERACAO
                       MOVE CEPTAB-STATUS TO WRK-ERL-STATUS
                       MOVE CEP-CODIGO TO WRK-ERL-CHAVE
                       PERFORM 5196-GRAVA-ERRO-ARQUIVO
                   END-IF
               END-IF
           END-IF.

      *Captura do CEP e do numero na inclusao e na alteracao do
      *cliente (WRK-CEP-* ja trazem o endereco atual, por 9604):
      *CEP da tabela monta o ENDERECO-CLIENTE com o logradouro e o
      *numero; CEP zero deixa o endereco livre como foi digitado
       9607-CAPTURA-CEP  SECTION.
           MOVE SPACES TO WRK-CEP-DIGITADO
           IF WRK-CEP-CODIGO NOT EQUAL ZERO
               MOVE WRK-CEP-CODIGO TO WRK-CEP-DIGITADO
           END-IF

           MOVE 'N' TO WRK-CEP-OK
           PERFORM UNTIL WRK-CEP-OK EQUAL 'S'
               DISPLAY "CEP (0 = sem): " AT LINE 22 COLUMN 35
               ACCEPT WRK-CEP-DIGITADO AT LINE 22 COLUMN 51
               PERFORM 9603-CONFERE-CEP
               IF WRK-CEP-FORMATO-OK EQUAL 'N'
                   MOVE 'CEP invalido' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               ELSE
                   IF WRK-CEP-CODIGO EQUAL ZERO
                       MOVE 'S' TO WRK-CEP-OK
                   ELSE
                       IF WRK-CEP-OK EQUAL 'N'
                           MOVE 'CEP fora da tabela' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WRK-CEP-CODIGO NOT EQUAL ZERO
               DISPLAY "Numero: " AT LINE 22 COLUMN 61
               ACCEPT WRK-CEP-NUMERO AT LINE 22 COLUMN 69
               DISPLAY "Complemento: " AT LINE 23 COLUMN 35
               ACCEPT WRK-CEP-COMPLEMENTO AT LINE 23 COLUMN 48
               PERFORM 9606-MONTA-ENDERECO
               DISPLAY TELA-CLIENTE
           END-IF.

      *Endereco da ficha a partir da tabela: logradouro, virgula e
      *o numero da casa (sem numero, S/N)
       9606-MONTA-ENDERECO  SECTION.
           IF WRK-CEP-NUMERO EQUAL SPACES
               MOVE 'S/N' TO WRK-CEP-NUMERO
           END-IF
           MOVE SPACES TO ENDERECO-CLIENTE
           STRING WRK-CEP-LOGRADOURO DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  WRK-CEP-NUMERO DELIMITED BY '  '
                  INTO ENDERECO-CLIENTE
           END-STRING.

      *Grava o endereco estruturado do cliente corrente (COD-
      *CLIENTE) com o CEP, numero e complemento de WRK-CEP-*; CEP
      *zero apaga a linha que houver
       9605-GRAVA-CLIEND  SECTION.
           MOVE COD-CLIENTE TO CE-CLIENTE
           READ CLIEND
               INVALID KEY
                   MOVE 'N' TO WRK-CEP-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CEP-EXISTE
           END-READ

           IF WRK-CEP-CODIGO EQUAL ZERO
               IF WRK-CEP-EXISTE EQUAL 'S'
                   DELETE CLIEND RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           ELSE
               MOVE COD-CLIENTE TO CE-CLIENTE
               MOVE WRK-CEP-CODIGO TO CE-CEP
               MOVE WRK-CEP-NUMERO TO CE-NUMERO
               MOVE WRK-CEP-COMPLEMENTO TO CE-COMPLEMENTO
               MOVE WRK-CEP-BAIRRO TO CE-BAIRRO
               MOVE WRK-CEP-CIDADE TO CE-CIDADE
               MOVE WRK-CEP-UF TO CE-UF
               ACCEPT CE-DATA-ALTERACAO FROM DATE YYYYMMDD
               IF WRK-CEP-EXISTE EQUAL 'S'
                   REWRITE CLIEND-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE CLIEND-REG
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               IF CLIEND-STATUS NOT EQUAL 0
                   MOVE 'Erro ao gravar endereco' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE '9605-GRAVA-CLIEND' TO WRK-ERL-PARAGRAFO
                   MOVE 'CLIEND' TO WRK-ERL-ARQUIVO
                   MOVE 'WRITE' TO WRK-ERL-OPERACAO
                   MOVE CLIEND-STATUS TO WRK-ERL-STATUS
                   MOVE COD-CLIENTE TO WRK-ERL-CHAVE
                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
               END-IF
           END-IF.

      *Traz para WRK-CEP-* o endereco estruturado do cliente
      *corrente (COD-CLIENTE); sem linha em CLIEND, CEP zero
       9604-LE-CLIEND  SECTION.
           MOVE ZERO TO WRK-CEP-CODIGO
           MOVE SPACES TO WRK-CEP-NUMERO
           MOVE SPACES TO WRK-CEP-COMPLEMENTO
           MOVE SPACES TO WRK-CEP-LOGRADOURO
           MOVE SPACES TO WRK-CEP-BAIRRO
           MOVE SPACES TO WRK-CEP-CIDADE
           MOVE SPACES TO WRK-CEP-UF
           MOVE COD-CLIENTE TO CE-CLIENTE
           READ CLIEND
               INVALID KEY
                   MOVE 'N' TO WRK-CEP-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CEP-EXISTE
                   MOVE CE-CEP TO WRK-CEP-CODIGO
                   MOVE CE-NUMERO TO WRK-CEP-NUMERO
                   MOVE CE-COMPLEMENTO TO WRK-CEP-COMPLEMENTO
                   MOVE CE-BAIRRO TO WRK-CEP-BAIRRO
                   MOVE CE-CIDADE TO WRK-CEP-CIDADE
                   MOVE CE-UF TO WRK-CEP-UF
           END-READ.

      *Confere o CEP digitado em WRK-CEP-DIGITADO ("01310-100" ou
      *"01310100"): WRK-CEP-FORMATO-OK diz se tem 8 digitos (ou
      *nenhum, CEP zero), WRK-CEP-CODIGO traz o CEP numerico e
      *WRK-CEP-OK diz se ele esta na tabela, ja com o logradouro,
      *bairro, cidade e UF em WRK-CEP-*
       9603-CONFERE-CEP  SECTION.
           MOVE 'S' TO WRK-CEP-FORMATO-OK
           MOVE 'N' TO WRK-CEP-OK
           MOVE ZERO TO WRK-CEP-CODIGO
           MOVE ZERO TO WRK-CEP-DIGITOS-N
           MOVE 0 TO WRK-CEP-QTD-DIG
           PERFORM VARYING WRK-CEP-POS FROM 1 BY 1
               UNTIL WRK-CEP-POS > 9
               IF WRK-CEP-DIGITADO (WRK-CEP-POS:1) IS NUMERIC
                   ADD 1 TO WRK-CEP-QTD-DIG
                   IF WRK-CEP-QTD-DIG NOT GREATER THAN 8
                       MOVE WRK-CEP-DIGITADO (WRK-CEP-POS:1)
                           TO WRK-CEP-DIGITOS (WRK-CEP-QTD-DIG:1)
                   END-IF
               ELSE
                   IF WRK-CEP-DIGITADO (WRK-CEP-POS:1)
                      NOT EQUAL '-' AND NOT EQUAL SPACE
                       MOVE 'N' TO WRK-CEP-FORMATO-OK
                   END-IF
               END-IF
           END-PERFORM

      *    So o 0 sozinho vale como "sem CEP"
           IF WRK-CEP-QTD-DIG NOT EQUAL 8
               IF WRK-CEP-QTD-DIG EQUAL 1
                  AND WRK-CEP-DIGITOS (1:1) EQUAL '0'
                   MOVE ZERO TO WRK-CEP-DIGITOS-N
               ELSE
                   IF WRK-CEP-QTD-DIG NOT EQUAL 0
                       MOVE 'N' TO WRK-CEP-FORMATO-OK
                   END-IF
               END-IF
           END-IF

           IF WRK-CEP-FORMATO-OK EQUAL 'S'
              AND WRK-CEP-QTD-DIG EQUAL 8
               MOVE WRK-CEP-DIGITOS-N TO WRK-CEP-CODIGO
           END-IF

           IF WRK-CEP-CODIGO NOT EQUAL ZERO
               MOVE WRK-CEP-CODIGO TO CEP-CODIGO
               READ CEPTAB
                   INVALID KEY
                       MOVE SPACES TO WRK-CEP-LOGRADOURO
                       MOVE SPACES TO WRK-CEP-BAIRRO
                       MOVE SPACES TO WRK-CEP-CIDADE
                       MOVE SPACES TO WRK-CEP-UF
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CEP-OK
                       MOVE CEP-LOGRADOURO TO WRK-CEP-LOGRADOURO
                       MOVE CEP-BAIRRO TO WRK-CEP-BAIRRO
                       MOVE CEP-CIDADE TO WRK-CEP-CIDADE
                       MOVE CEP-UF TO WRK-CEP-UF
               END-READ
           END-IF.

      *Clientes por bairro: para cada loja de origem, os clientes
      *ativos, a receita e as locacoes do periodo (com a taxa de
      *atraso) agrupados por bairro e cidade do endereco
      *estruturado; cliente sem CEP cai no grupo SEM CEP. Sai em
      *BAIRROS.CSV com subtotal por loja e total da rede, para
      *decidir panfletagem e ponto de loja nova
       9602-RELATORIO-BAIRROS  SECTION.
           MOVE "Clientes bairro" TO WRK-MODULO.
           MOVE ZERO TO WRK-BRR-DATA-INI
           MOVE ZERO TO WRK-BRR-DATA-FIM

           DISPLAY TELA
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               DISPLAY "Periodo - inicio (AAAAMMDD): "
               AT LINE 5 COLUMN 20
               ACCEPT WRK-BRR-DATA-INI AT LINE 5 COLUMN 50
               MOVE WRK-BRR-DATA-INI TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               END-IF
           END-PERFORM
           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK EQUAL 'S'
               DISPLAY "Periodo - fim    (AAAAMMDD): "
               AT LINE 6 COLUMN 20
               ACCEPT WRK-BRR-DATA-FIM AT LINE 6 COLUMN 50
               MOVE WRK-BRR-DATA-FIM TO WRK-DATA-VALIDAR
               PERFORM 3155-VALIDA-DATA
               IF WRK-DATA-OK EQUAL 'N'
                   MOVE 'Data invalida' TO WRK-ERRO
               END-IF
           END-PERFORM

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE 0 TO WRK-QTD-BRR-GRUPOS
           MOVE 0 TO WRK-QTD-BRR-FORA
           MOVE 0 TO WRK-QTD-BRR-CLIENTES

           MOVE LOW-VALUES TO COD-CLIENTE
           START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
           IF CLIENTES-STATUS EQUAL 0
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                   PERFORM 9599-BAIRRO-UM-CLIENTE
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-IF

           OPEN OUTPUT BAIRROS
           MOVE SPACES TO WRK-LINHA-CSV
           STRING "Loja;Bairro;Cidade;ClientesAtivos;Receita;"
                  DELIMITED BY SIZE
                  "Locacoes;Atrasadas;TaxaAtraso"
                  DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE BAIRROS-REG FROM WRK-LINHA-CSV

           MOVE 0 TO WRK-BRR-T-ATIVOS
           MOVE 0 TO WRK-BRR-T-RECEITA
           MOVE 0 TO WRK-BRR-T-LOCACOES
           MOVE 0 TO WRK-BRR-T-ATRASADAS
           MOVE 0 TO WRK-BRR-S-ATIVOS
           MOVE 0 TO WRK-BRR-S-RECEITA
           MOVE 0 TO WRK-BRR-S-LOCACOES
           MOVE 0 TO WRK-BRR-S-ATRASADAS
           IF WRK-QTD-BRR-GRUPOS > 0
               MOVE WRK-BRR-G-CHAVE (1) (1:8) TO WRK-BRR-LOJA-ANT
           END-IF

           PERFORM VARYING WRK-IDX-BRR FROM 1 BY 1
               UNTIL WRK-IDX-BRR > WRK-QTD-BRR-GRUPOS
               IF WRK-BRR-G-CHAVE (WRK-IDX-BRR) (1:8)
                  NOT EQUAL WRK-BRR-LOJA-ANT
                   PERFORM 9601-SUBTOTAL-LOJA
                   MOVE WRK-BRR-G-CHAVE (WRK-IDX-BRR) (1:8)
                       TO WRK-BRR-LOJA-ANT
               END-IF
               MOVE WRK-BRR-G-CHAVE (WRK-IDX-BRR)
                   TO WRK-BRR-LINHA-CHAVE
               MOVE WRK-BRR-G-ATIVOS (WRK-IDX-BRR) TO WRK-BRR-L-ATIVOS
               MOVE WRK-BRR-G-RECEITA (WRK-IDX-BRR)
                   TO WRK-BRR-L-RECEITA
               MOVE WRK-BRR-G-LOCACOES (WRK-IDX-BRR)
                   TO WRK-BRR-L-LOCACOES
               MOVE WRK-BRR-G-ATRASADAS (WRK-IDX-BRR)
                   TO WRK-BRR-L-ATRASADAS
               PERFORM 9598-GRAVA-LINHA-BAIRRO
               ADD WRK-BRR-L-ATIVOS TO WRK-BRR-S-ATIVOS
               ADD WRK-BRR-L-RECEITA TO WRK-BRR-S-RECEITA
               ADD WRK-BRR-L-LOCACOES TO WRK-BRR-S-LOCACOES
               ADD WRK-BRR-L-ATRASADAS TO WRK-BRR-S-ATRASADAS
           END-PERFORM
           IF WRK-QTD-BRR-GRUPOS > 0
               PERFORM 9601-SUBTOTAL-LOJA
           END-IF

           MOVE 'TOTAL' TO WRK-BRR-L-LOJA
           MOVE 'REDE' TO WRK-BRR-L-BAIRRO
           MOVE SPACES TO WRK-BRR-L-CIDADE
           MOVE WRK-BRR-T-ATIVOS TO WRK-BRR-L-ATIVOS
           MOVE WRK-BRR-T-RECEITA TO WRK-BRR-L-RECEITA
           MOVE WRK-BRR-T-LOCACOES TO WRK-BRR-L-LOCACOES
           MOVE WRK-BRR-T-ATRASADAS TO WRK-BRR-L-ATRASADAS
           PERFORM 9598-GRAVA-LINHA-BAIRRO
           CLOSE BAIRROS

           MOVE 'BAIRROS' TO WRK-SPL-RELATORIO
           MOVE SPACES TO WRK-SPL-PARAMETROS
           STRING 'DE=' DELIMITED BY SIZE
                  WRK-BRR-DATA-INI DELIMITED BY SIZE
                  ' ATE=' DELIMITED BY SIZE
                  WRK-BRR-DATA-FIM DELIMITED BY SIZE
                  INTO WRK-SPL-PARAMETROS
           END-STRING
           MOVE WRK-PATH-BAIRROS TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO

           DISPLAY "Relatorio gerado em BAIRROS.CSV" AT LINE 8 COLUMN 20
           DISPLAY "Clientes lidos   : " AT LINE 9 COLUMN 20
           DISPLAY WRK-QTD-BRR-CLIENTES AT LINE 9 COLUMN 40
           DISPLAY "Bairros listados : " AT LINE 10 COLUMN 20
           DISPLAY WRK-QTD-BRR-GRUPOS AT LINE 10 COLUMN 40
           IF WRK-QTD-BRR-FORA > 0
               DISPLAY "Clientes fora da tabela de bairros: "
               AT LINE 11 COLUMN 20
               DISPLAY WRK-QTD-BRR-FORA AT LINE 11 COLUMN 57
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 52.

      *Subtotal da loja que acabou de sair, somado ao total da rede
       9601-SUBTOTAL-LOJA  SECTION.
           MOVE WRK-BRR-LOJA-ANT TO WRK-BRR-L-LOJA
           MOVE 'TOTAL DA LOJA' TO WRK-BRR-L-BAIRRO
           MOVE SPACES TO WRK-BRR-L-CIDADE
           MOVE WRK-BRR-S-ATIVOS TO WRK-BRR-L-ATIVOS
           MOVE WRK-BRR-S-RECEITA TO WRK-BRR-L-RECEITA
           MOVE WRK-BRR-S-LOCACOES TO WRK-BRR-L-LOCACOES
           MOVE WRK-BRR-S-ATRASADAS TO WRK-BRR-L-ATRASADAS
           PERFORM 9598-GRAVA-LINHA-BAIRRO
           ADD WRK-BRR-S-ATIVOS TO WRK-BRR-T-ATIVOS
           ADD WRK-BRR-S-RECEITA TO WRK-BRR-T-RECEITA
           ADD WRK-BRR-S-LOCACOES TO WRK-BRR-T-LOCACOES
           ADD WRK-BRR-S-ATRASADAS TO WRK-BRR-T-ATRASADAS
           MOVE 0 TO WRK-BRR-S-ATIVOS
           MOVE 0 TO WRK-BRR-S-RECEITA
           MOVE 0 TO WRK-BRR-S-LOCACOES
           MOVE 0 TO WRK-BRR-S-ATRASADAS.

      *Soma o cliente corrente no grupo da loja de origem e do
      *bairro dele: receita liquida do periodo pelo indice de
      *PAGAMENTOS por cliente (estorno e nota de credito abatem) e
      *locacoes retiradas no periodo pelo indice de EMPRESTIMOS,
      *atrasada a que voltou depois do prazo ou segue aberta com o
      *prazo vencido. A tabela e mantida em ordem de loja, bairro
      *e cidade; cheia, o cliente e so contado a parte
       9599-BAIRRO-UM-CLIENTE  SECTION.
           ADD 1 TO WRK-QTD-BRR-CLIENTES
           PERFORM 9604-LE-CLIEND
           MOVE CLI-LOJA-ORIGEM TO WRK-BRR-C-LOJA
           IF WRK-CEP-EXISTE EQUAL 'S'
               MOVE WRK-CEP-BAIRRO TO WRK-BRR-C-BAIRRO
               MOVE WRK-CEP-CIDADE TO WRK-BRR-C-CIDADE
           ELSE
               MOVE 'SEM CEP' TO WRK-BRR-C-BAIRRO
               MOVE SPACES TO WRK-BRR-C-CIDADE
           END-IF

           MOVE 'N' TO WRK-BRR-ACHOU
           MOVE 1 TO WRK-IDX-BRR
           PERFORM UNTIL WRK-IDX-BRR > WRK-QTD-BRR-GRUPOS
              OR WRK-BRR-G-CHAVE (WRK-IDX-BRR) NOT LESS THAN
                 WRK-BRR-CHAVE
               ADD 1 TO WRK-IDX-BRR
           END-PERFORM
           IF WRK-IDX-BRR NOT GREATER THAN WRK-QTD-BRR-GRUPOS
               IF WRK-BRR-G-CHAVE (WRK-IDX-BRR) EQUAL WRK-BRR-CHAVE
                   MOVE 'S' TO WRK-BRR-ACHOU
               END-IF
           END-IF

           IF WRK-BRR-ACHOU EQUAL 'N'
               IF WRK-QTD-BRR-GRUPOS NOT LESS THAN 300
                   ADD 1 TO WRK-QTD-BRR-FORA
                   GO TO 9599-BAIRRO-UM-CLIENTE-FIM
               END-IF
               PERFORM VARYING WRK-IDX-BRR2 FROM WRK-QTD-BRR-GRUPOS
                   BY -1 UNTIL WRK-IDX-BRR2 < WRK-IDX-BRR
                   MOVE WRK-BRR-GRUPO (WRK-IDX-BRR2)
                       TO WRK-BRR-GRUPO (WRK-IDX-BRR2 + 1)
               END-PERFORM
               ADD 1 TO WRK-QTD-BRR-GRUPOS
               MOVE WRK-BRR-CHAVE TO WRK-BRR-G-CHAVE (WRK-IDX-BRR)
               MOVE 0 TO WRK-BRR-G-ATIVOS (WRK-IDX-BRR)
               MOVE 0 TO WRK-BRR-G-RECEITA (WRK-IDX-BRR)
               MOVE 0 TO WRK-BRR-G-LOCACOES (WRK-IDX-BRR)
               MOVE 0 TO WRK-BRR-G-ATRASADAS (WRK-IDX-BRR)
           END-IF

           IF CLIENTE-ATIVO
               ADD 1 TO WRK-BRR-G-ATIVOS (WRK-IDX-BRR)
           END-IF

           MOVE 0 TO WRK-BRR-C-RECEITA
           MOVE COD-CLIENTE TO PAG-CLIENTE
           START PAGAMENTOS KEY IS NOT LESS THAN PAG-CLIENTE
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START
           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
               PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                  OR PAG-CLIENTE NOT EQUAL COD-CLIENTE
                   IF PAG-DATA NOT LESS THAN WRK-BRR-DATA-INI
                      AND PAG-DATA NOT GREATER THAN WRK-BRR-DATA-FIM
                       IF PAGAMENTO-ESTORNO
                          OR PAGAMENTO-NOTA-CRED
                           SUBTRACT PAG-VALOR-BRL
                               FROM WRK-BRR-C-RECEITA
                       ELSE
                           ADD PAG-VALOR-BRL TO WRK-BRR-C-RECEITA
                       END-IF
                   END-IF
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM
           END-IF
           ADD WRK-BRR-C-RECEITA TO WRK-BRR-G-RECEITA (WRK-IDX-BRR)

           MOVE 0 TO WRK-BRR-C-LOCACOES
           MOVE 0 TO WRK-BRR-C-ATRASADAS
           MOVE COD-CLIENTE TO WRK-EXT-CLIENTE
           PERFORM 3486-REINICIA-CLIENTE
           PERFORM 3485-LER-PROX-DO-CLIENTE
           PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
               IF NOT EMPRESTIMO-ESTORNADO
                  AND EMP-DATA-RETIRADA NOT LESS THAN
                      WRK-BRR-DATA-INI
                  AND EMP-DATA-RETIRADA NOT GREATER THAN
                      WRK-BRR-DATA-FIM
                   ADD 1 TO WRK-BRR-C-LOCACOES
                   IF EMPRESTIMO-ABERTO
                       IF EMP-DATA-PREVISTA < WRK-DATA-HOJE
                           ADD 1 TO WRK-BRR-C-ATRASADAS
                       END-IF
                   ELSE
                       IF EMP-DATA-DEVOLUCAO > EMP-DATA-PREVISTA
                           ADD 1 TO WRK-BRR-C-ATRASADAS
                       END-IF
                   END-IF
               END-IF
               PERFORM 3485-LER-PROX-DO-CLIENTE
           END-PERFORM
           ADD WRK-BRR-C-LOCACOES TO WRK-BRR-G-LOCACOES (WRK-IDX-BRR)
           ADD WRK-BRR-C-ATRASADAS
               TO WRK-BRR-G-ATRASADAS (WRK-IDX-BRR).

       9599-BAIRRO-UM-CLIENTE-FIM.
           CONTINUE.

      *Grava em BAIRROS.CSV a linha de WRK-BRR-LINHA-CHAVE e dos
      *acumulados WRK-BRR-L-*, com a taxa de atraso em percentual
       9598-GRAVA-LINHA-BAIRRO  SECTION.
           MOVE 0 TO WRK-BRR-TAXA
           IF WRK-BRR-L-LOCACOES > 0
               COMPUTE WRK-BRR-TAXA ROUNDED =
                   WRK-BRR-L-ATRASADAS * 100 / WRK-BRR-L-LOCACOES
           END-IF
           MOVE WRK-BRR-L-ATIVOS TO WRK-BRR-ATIVOS-ED
           MOVE WRK-BRR-L-RECEITA TO WRK-BRR-RECEITA-ED
           MOVE WRK-BRR-L-LOCACOES TO WRK-BRR-LOCACOES-ED
           MOVE WRK-BRR-L-ATRASADAS TO WRK-BRR-ATRASADAS-ED
           MOVE WRK-BRR-TAXA TO WRK-BRR-TAXA-ED

           MOVE WRK-BRR-L-BAIRRO TO WRK-CSV-CAMPO-IN
           PERFORM 5185-PROTEGE-CAMPO
           MOVE SPACES TO WRK-LINHA-CSV
           STRING WRK-BRR-L-LOJA       DELIMITED BY SPACE
                  ";"                  DELIMITED BY SIZE
                  WRK-CSV-CAMPO-OUT    DELIMITED BY '  '
                  ";"                  DELIMITED BY SIZE
                  WRK-BRR-L-CIDADE     DELIMITED BY '  '
                  ";"                  DELIMITED BY SIZE
                  WRK-BRR-ATIVOS-ED    DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  WRK-BRR-RECEITA-ED   DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  WRK-BRR-LOCACOES-ED  DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  WRK-BRR-ATRASADAS-ED DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  WRK-BRR-TAXA-ED      DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE BAIRROS-REG FROM WRK-LINHA-CSV.

      *Abre o recall de uma prensagem defeituosa: o distribuidor
      *informa o titulo e a faixa de pedidos de compra ou de notas
      *fiscais em que as copias chegaram; todas as copias da faixa
      *ainda no acervo ficam bloqueadas (3175), os clientes que
      *estao com uma sao avisados pelo LOTE-NOTURNO, as que estao
      *paradas nesta loja podem ser recolhidas na hora e a
      *situacao de cada uma sai em RECALLREL.CSV
       9597-RECALL-PRENSAGEM  SECTION.
           MOVE "Recall" TO WRK-MODULO.
           MOVE ZERO TO WRK-RCL-CODFILME
           MOVE SPACE TO WRK-RCL-TIPO-DOC
           MOVE ZERO TO WRK-RCL-DOC-INI
           MOVE ZERO TO WRK-RCL-DOC-FIM
           MOVE SPACES TO WRK-RCL-MOTIVO
           MOVE 'S' TO WRK-RCL-OK

           DISPLAY TELA
           DISPLAY "Codigo do filme: " AT LINE 5 COLUMN 20
           ACCEPT WRK-RCL-CODFILME AT LINE 5 COLUMN 38
           MOVE WRK-RCL-CODFILME TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE 'Filme nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-RCL-OK
               NOT INVALID KEY
                   DISPLAY TITULO AT LINE 5 COLUMN 45
           END-READ

           IF WRK-RCL-OK EQUAL 'S'
               DISPLAY "Recebido por P-edido de compra"
               AT LINE 6 COLUMN 20
               DISPLAY " ou N-ota fiscal: " AT LINE 6 COLUMN 50
               ACCEPT WRK-RCL-TIPO-DOC AT LINE 6 COLUMN 69
               INSPECT WRK-RCL-TIPO-DOC CONVERTING 'pn' TO 'PN'
               IF WRK-RCL-TIPO-DOC NOT EQUAL 'P'
                  AND WRK-RCL-TIPO-DOC NOT EQUAL 'N'
                   MOVE 'Informe P ou N' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-RCL-OK
               END-IF
           END-IF

           IF WRK-RCL-OK EQUAL 'S'
               DISPLAY "Numero inicial: " AT LINE 7 COLUMN 20
               ACCEPT WRK-RCL-DOC-INI AT LINE 7 COLUMN 37
               DISPLAY "Numero final (0 = so o inicial): "
               AT LINE 8 COLUMN 20
               ACCEPT WRK-RCL-DOC-FIM AT LINE 8 COLUMN 54
               IF WRK-RCL-DOC-FIM EQUAL ZERO
                   MOVE WRK-RCL-DOC-INI TO WRK-RCL-DOC-FIM
               END-IF
               IF WRK-RCL-DOC-INI EQUAL ZERO
                  OR WRK-RCL-DOC-FIM < WRK-RCL-DOC-INI
                   MOVE 'Faixa de documentos invalida' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-RCL-OK
               END-IF
           END-IF

           IF WRK-RCL-OK EQUAL 'S'
               PERFORM UNTIL WRK-RCL-MOTIVO NOT EQUAL SPACES
                   DISPLAY "Defeito informado: " AT LINE 9 COLUMN 20
                   ACCEPT WRK-RCL-MOTIVO AT LINE 9 COLUMN 40
               END-PERFORM

               PERFORM 9595-PEDIDOS-DO-RECALL
               IF WRK-QTD-RCL-PED EQUAL ZERO
                   MOVE 'Filme nao recebido nessa faixa' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-RCL-OK
               END-IF
           END-IF

      *    Marca as copias da faixa que ainda estao no acervo
           IF WRK-RCL-OK EQUAL 'S'
               PERFORM 2058-RESERVA-NUM-RECALL
               MOVE 0 TO WRK-QTD-RCL-COPIAS
               MOVE 0 TO WRK-QTD-RCL-CLIENTES
               MOVE 0 TO WRK-QTD-RCL-OUTRO
               MOVE 0 TO WRK-QTD-RCL-AGORA
               MOVE WRK-RCL-CODFILME TO EX-CODFILME
               MOVE ZERO TO EX-NUMERO
               START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
                   INVALID KEY
                       MOVE 10 TO EXEMPLARES-STATUS
               END-START
               IF EXEMPLARES-STATUS EQUAL 0
                   READ EXEMPLARES NEXT RECORD
                   PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                      OR EX-CODFILME NOT EQUAL WRK-RCL-CODFILME
                       IF NOT EXEMPLAR-BAIXADO
                          AND NOT EXEMPLAR-VENDIDO
                          AND NOT EXEMPLAR-DEVOLVIDO
                           PERFORM 9593-EXEMPLAR-NO-RECALL
                           IF WRK-RCL-CASA EQUAL 'S'
                               PERFORM 9592-MARCA-EXEMPLAR-RECALL
                           END-IF
                       END-IF
                       READ EXEMPLARES NEXT RECORD
                   END-PERFORM
               END-IF

               IF WRK-QTD-RCL-COPIAS EQUAL ZERO
                   IF WRK-QTD-RCL-OUTRO > ZERO
                       MOVE 'Copias da faixa ja estao em recall'
                           TO WRK-ERRO
                   ELSE
                       MOVE 'Nenhuma copia da faixa no acervo'
                           TO WRK-ERRO
                   END-IF
                   DISPLAY TELA-ERRO ERASE EOL
                   MOVE 'N' TO WRK-RCL-OK
               END-IF
           END-IF

           IF WRK-RCL-OK EQUAL 'S'
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-PROX-RECALL TO RCL-NUMERO
               MOVE WRK-RCL-CODFILME TO RCL-CODFILME
               MOVE WRK-RCL-DIST TO RCL-DISTRIBUIDORA
               MOVE WRK-RCL-TIPO-DOC TO RCL-TIPO-DOC
               MOVE WRK-RCL-DOC-INI TO RCL-DOC-INI
               MOVE WRK-RCL-DOC-FIM TO RCL-DOC-FIM
               MOVE WRK-RCL-MOTIVO TO RCL-MOTIVO
               MOVE WRK-DATA-HOJE TO RCL-DATA
               MOVE WRK-OPERADOR TO RCL-OPERADOR
               MOVE ZERO TO RCL-RMA
               MOVE WRK-QTD-RCL-COPIAS TO RCL-QTD-COPIAS
               MOVE ZERO TO RCL-QTD-RECOLHIDAS
               MOVE ZERO TO RCL-QTD-FORA
               MOVE 'A' TO RCL-STATUS
               MOVE ZERO TO RCL-DATA-ENCERRA
               PERFORM 9589-ABRE-RMA-RECALL
               WRITE RECALL-REG
                   INVALID KEY
                       MOVE 'Erro ao gravar recall' TO WRK-ERRO
                       DISPLAY TELA-ERRO ERASE EOL
                       MOVE '9597-RECALL-PRENSAGEM' TO WRK-ERL-PARAGRAFO
                       MOVE 'RECALL' TO WRK-ERL-ARQUIVO
                       MOVE 'WRITE' TO WRK-ERL-OPERACAO
                       MOVE RECALL-STATUS TO WRK-ERL-STATUS
                       MOVE RCL-NUMERO TO WRK-ERL-CHAVE
                       PERFORM 5196-GRAVA-ERRO-ARQUIVO
                       MOVE 'N' TO WRK-RCL-OK
               END-WRITE
           END-IF

           IF WRK-RCL-OK EQUAL 'S'
               MOVE WRK-RCL-CODFILME TO CODFILME
               MOVE 'RECALL' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'NUM=' DELIMITED BY SIZE
                      WRK-PROX-RECALL DELIMITED BY SIZE
                      ' COPIAS=' DELIMITED BY SIZE
                      WRK-QTD-RCL-COPIAS DELIMITED BY SIZE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 5190-GRAVA-AUDITORIA

               DISPLAY "Recall numero: " AT LINE 11 COLUMN 20
               DISPLAY WRK-PROX-RECALL AT LINE 11 COLUMN 36
               DISPLAY "RMA: " AT LINE 11 COLUMN 45
               DISPLAY RCL-RMA AT LINE 11 COLUMN 50
               DISPLAY "Copias bloqueadas: " AT LINE 12 COLUMN 20
               DISPLAY WRK-QTD-RCL-COPIAS AT LINE 12 COLUMN 40
               DISPLAY "Com clientes (serao avisados): "
               AT LINE 13 COLUMN 20
               DISPLAY WRK-QTD-RCL-CLIENTES AT LINE 13 COLUMN 52
               IF WRK-QTD-RCL-OUTRO > ZERO
                   DISPLAY "Ja em outro recall: " AT LINE 12 COLUMN 50
                   DISPLAY WRK-QTD-RCL-OUTRO AT LINE 12 COLUMN 70
               END-IF

      *        Copias paradas na prateleira desta loja saem agora
               MOVE SPACE TO WRK-RCL-RESP
               DISPLAY "Recolher agora as copias desta loja (S/N)? "
               AT LINE 15 COLUMN 20
               ACCEPT WRK-RCL-RESP AT LINE 15 COLUMN 64
               IF WRK-RCL-RESP EQUAL 'S' OR WRK-RCL-RESP EQUAL 's'
                   PERFORM 9587-RECOLHE-NA-LOJA
                   DISPLAY "Recolhidas agora: " AT LINE 16 COLUMN 20
                   DISPLAY WRK-QTD-RCL-AGORA AT LINE 16 COLUMN 39
                   IF WRK-QTD-RCL-AGORA > ZERO
                       MOVE RCL-RMA TO WRK-PROX-RMA
                       MOVE RCL-DISTRIBUIDORA TO RMA-DIST-DIG
                       PERFORM 9811-IMPRIME-ROMANEIO
                       PERFORM 3198-ATUALIZA-DISPONIBILIDADE
                   END-IF
               END-IF

      *        Onde esta cada copia do recall agora
               MOVE WRK-PROX-RECALL TO WRK-RCL-FILTRO
               PERFORM 9585-RELATORIO-RECALL
               DISPLAY "Onde esta cada copia: RECALLREL.CSV"
               AT LINE 17 COLUMN 20
           END-IF

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Diz se a copia WRK-RCL-CODFILME/WRK-RCL-EXEMPLAR esta
      *pendente em um recall (WRK-RCL-PENDENTE); quando esta, o
      *registro dela fica no buffer de RECITEM para quem chamou
       9596-CONFERE-RECALL  SECTION.
           MOVE 'N' TO WRK-RCL-PENDENTE
           MOVE WRK-RCL-CODFILME TO RI-CODFILME
           MOVE WRK-RCL-EXEMPLAR TO RI-EXEMPLAR
           READ RECITEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RECITEM-PENDENTE
                       MOVE 'S' TO WRK-RCL-PENDENTE
                   END-IF
           END-READ.

      *Monta a tabela dos pedidos de compra da faixa do recall que
      *trouxeram o titulo, com a data da chegada e o custo; a
      *faixa de notas fiscais chega ao pedido pelo NF-PEDIDO do
      *cabecalho de cada nota
       9595-PEDIDOS-DO-RECALL  SECTION.
           MOVE 0 TO WRK-QTD-RCL-PED
           MOVE SPACES TO WRK-RCL-DIST
           MOVE SPACES TO WRK-RCL-DIST-DOC
           MOVE ZERO TO WRK-RCL-DATA-DOC
           IF WRK-RCL-TIPO-DOC EQUAL 'P'
               MOVE WRK-RCL-DOC-INI TO PC-NUMERO
               MOVE ZERO TO PC-LINHA
               START PEDCOMPRA KEY IS NOT LESS THAN PC-CHAVE
                   INVALID KEY
                       MOVE 10 TO PEDCOMPRA-STATUS
               END-START
               IF PEDCOMPRA-STATUS EQUAL 0
                   READ PEDCOMPRA NEXT RECORD
                   PERFORM UNTIL PEDCOMPRA-STATUS NOT EQUAL 0
                      OR PC-NUMERO > WRK-RCL-DOC-FIM
                       IF PC-LINHA EQUAL ZERO
                           MOVE PC-DISTRIBUIDORA TO WRK-RCL-DIST-DOC
                       ELSE
                           IF PC-CODFILME EQUAL WRK-RCL-CODFILME
                              AND PC-QTD-RECEBIDA > ZERO
                               MOVE PC-NUMERO TO WRK-RCL-DOC
                               MOVE PC-CUSTO TO WRK-RCL-CUSTO-ACHOU
                               PERFORM 9594-GUARDA-PEDIDO-RECALL
                           END-IF
                       END-IF
                       READ PEDCOMPRA NEXT RECORD
                   END-PERFORM
               END-IF
           ELSE
               MOVE ZERO TO WRK-RCL-NF-PEDIDO
               MOVE WRK-RCL-DOC-INI TO NF-NUMERO
               MOVE ZERO TO NF-LINHA
               START NOTAFISC KEY IS NOT LESS THAN NF-CHAVE
                   INVALID KEY
                       MOVE 10 TO NOTAFISC-STATUS
               END-START
               IF NOTAFISC-STATUS EQUAL 0
                   READ NOTAFISC NEXT RECORD
                   PERFORM UNTIL NOTAFISC-STATUS NOT EQUAL 0
                      OR NF-NUMERO > WRK-RCL-DOC-FIM
                       IF NF-LINHA EQUAL ZERO
                           MOVE NF-PEDIDO TO WRK-RCL-NF-PEDIDO
                           MOVE NF-DISTRIBUIDORA TO WRK-RCL-DIST-DOC
                           MOVE NF-DATA TO WRK-RCL-DATA-DOC
                       ELSE
                           IF NF-CODFILME EQUAL WRK-RCL-CODFILME
                              AND WRK-RCL-NF-PEDIDO > ZERO
                               MOVE WRK-RCL-NF-PEDIDO TO WRK-RCL-DOC
                               MOVE NF-CUSTO TO WRK-RCL-CUSTO-ACHOU
                               PERFORM 9594-GUARDA-PEDIDO-RECALL
                           END-IF
                       END-IF
                       READ NOTAFISC NEXT RECORD
                   END-PERFORM
               END-IF
           END-IF.

      *Guarda o pedido WRK-RCL-DOC na tabela do recall (uma vez
      *so) com a data em que chegou (PEDAPROV; sem ela vale a
      *data da nota) e o custo da linha; o primeiro distribuidor
      *achado e o do recall
       9594-GUARDA-PEDIDO-RECALL  SECTION.
           MOVE 'N' TO WRK-RCL-CASA
           PERFORM VARYING WRK-IDX-RCL-PED FROM 1 BY 1
               UNTIL WRK-IDX-RCL-PED > WRK-QTD-RCL-PED
               IF WRK-RCL-PED-NUM (WRK-IDX-RCL-PED) EQUAL WRK-RCL-DOC
                   MOVE 'S' TO WRK-RCL-CASA
               END-IF
           END-PERFORM
           IF WRK-RCL-CASA EQUAL 'N' AND WRK-QTD-RCL-PED < 50
               ADD 1 TO WRK-QTD-RCL-PED
               MOVE WRK-RCL-DOC TO WRK-RCL-PED-NUM (WRK-QTD-RCL-PED)
               MOVE WRK-RCL-CUSTO-ACHOU
                   TO WRK-RCL-PED-CUSTO (WRK-QTD-RCL-PED)
               MOVE WRK-RCL-DATA-DOC
                   TO WRK-RCL-PED-RECEB (WRK-QTD-RCL-PED)
               MOVE WRK-RCL-DOC TO PA-NUMERO
               READ PEDAPROV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PA-DATA-RECEB > ZERO
                           MOVE PA-DATA-RECEB
                               TO WRK-RCL-PED-RECEB (WRK-QTD-RCL-PED)
                       END-IF
               END-READ
               IF WRK-RCL-DIST EQUAL SPACES
                   MOVE WRK-RCL-DIST-DOC TO WRK-RCL-DIST
               END-IF
           END-IF.

      *Diz se o exemplar corrente de EXEMPLARES-REG veio em um dos
      *pedidos da tabela do recall (WRK-RCL-CASA), com o pedido e
      *o custo achados; a copia sem origem gravada (recebida antes
      *de EXORIG) e casada pela data de entrada no acervo
       9593-EXEMPLAR-NO-RECALL  SECTION.
           MOVE 'N' TO WRK-RCL-CASA
           MOVE ZERO TO WRK-RCL-PED-ACHOU
           MOVE ZERO TO WRK-RCL-CUSTO-ACHOU
           MOVE EX-CODFILME TO EO-CODFILME
           MOVE EX-NUMERO TO EO-NUMERO
           READ EXORIG
               INVALID KEY
                   PERFORM VARYING WRK-IDX-RCL-PED FROM 1 BY 1
                       UNTIL WRK-IDX-RCL-PED > WRK-QTD-RCL-PED
                          OR WRK-RCL-CASA EQUAL 'S'
                       IF WRK-RCL-PED-RECEB (WRK-IDX-RCL-PED) > ZERO
                          AND WRK-RCL-PED-RECEB (WRK-IDX-RCL-PED)
                              EQUAL EX-DATA-CADASTRO
                           MOVE 'S' TO WRK-RCL-CASA
                           MOVE WRK-RCL-PED-NUM (WRK-IDX-RCL-PED)
                               TO WRK-RCL-PED-ACHOU
                           MOVE WRK-RCL-PED-CUSTO (WRK-IDX-RCL-PED)
                               TO WRK-RCL-CUSTO-ACHOU
                       END-IF
                   END-PERFORM
               NOT INVALID KEY
                   PERFORM VARYING WRK-IDX-RCL-PED FROM 1 BY 1
                       UNTIL WRK-IDX-RCL-PED > WRK-QTD-RCL-PED
                          OR WRK-RCL-CASA EQUAL 'S'
                       IF WRK-RCL-PED-NUM (WRK-IDX-RCL-PED)
                          EQUAL EO-PEDIDO
                           MOVE 'S' TO WRK-RCL-CASA
                           MOVE EO-PEDIDO TO WRK-RCL-PED-ACHOU
                           MOVE WRK-RCL-PED-CUSTO (WRK-IDX-RCL-PED)
                               TO WRK-RCL-CUSTO-ACHOU
                       END-IF
                   END-PERFORM
           END-READ.

      *Grava a copia corrente de EXEMPLARES-REG como pendente no
      *recall WRK-PROX-RECALL; a copia emprestada leva o cliente
      *do emprestimo aberto e fica A avisar. Copia que ja esta em
      *outro recall nao entra de novo
       9592-MARCA-EXEMPLAR-RECALL  SECTION.
           MOVE EX-CODFILME TO RI-CODFILME
           MOVE EX-NUMERO TO RI-EXEMPLAR
           MOVE WRK-PROX-RECALL TO RI-RECALL
           MOVE TITULO TO RI-TITULO
           MOVE WRK-RCL-PED-ACHOU TO RI-PEDIDO
           MOVE WRK-RCL-CUSTO-ACHOU TO RI-CUSTO
           MOVE 'P' TO RI-SITUACAO
           MOVE EX-STATUS TO RI-STATUS-ORIG
           MOVE EX-LOJA TO RI-LOJA
           MOVE ZERO TO RI-CLIENTE
           MOVE SPACE TO RI-AVISO
           IF EXEMPLAR-EMPRESTADO
               PERFORM 9591-CLIENTE-DO-EXEMPLAR
               IF WRK-RCL-CLIENTE > ZERO
                   MOVE WRK-RCL-CLIENTE TO RI-CLIENTE
                   MOVE 'A' TO RI-AVISO
               END-IF
           END-IF
           MOVE ZERO TO RI-DATA-AVISO
           MOVE ZERO TO RI-DATA-RECOLHE
           MOVE ZERO TO RI-RMA
           WRITE RECITEM-REG
               INVALID KEY
                   IF RECITEM-STATUS EQUAL 22
                       ADD 1 TO WRK-QTD-RCL-OUTRO
                   ELSE
                       MOVE '9592-MARCA-EXEMPLAR-RECALL'
                           TO WRK-ERL-PARAGRAFO
                       MOVE 'RECITEM' TO WRK-ERL-ARQUIVO
                       MOVE 'WRITE' TO WRK-ERL-OPERACAO
                       MOVE RECITEM-STATUS TO WRK-ERL-STATUS
                       MOVE RI-CHAVE TO WRK-ERL-CHAVE
                       PERFORM 5196-GRAVA-ERRO-ARQUIVO
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-RCL-COPIAS
                   IF RI-CLIENTE > ZERO
                       ADD 1 TO WRK-QTD-RCL-CLIENTES
                   END-IF
           END-WRITE.

      *Acha o cliente do emprestimo aberto do exemplar corrente de
      *EXEMPLARES-REG (WRK-RCL-CLIENTE, zero se nao achou)
       9591-CLIENTE-DO-EXEMPLAR  SECTION.
           MOVE ZERO TO WRK-RCL-CLIENTE
           MOVE EX-CODFILME TO EMP-CODFILME
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CODFILME
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                  OR EMP-CODFILME NOT EQUAL EX-CODFILME
                  OR WRK-RCL-CLIENTE NOT EQUAL ZERO
                   IF EMP-EXEMPLAR EQUAL EX-NUMERO
                      AND EMPRESTIMO-ABERTO
                       MOVE EMP-CLIENTE TO WRK-RCL-CLIENTE
                   ELSE
                       READ EMPRESTIMOS NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF.

      *Recolhe a copia pendente do buffer de RECITEM: baixa com
      *motivo RECALL (com a linha em BAIXAS.CSV, como na 9990),
      *item na RMA do recall e a copia Recolhida; o recall se
      *encerra quando nao sobra copia pendente
       9590-RECOLHE-RECALL  SECTION.
           MOVE 'N' TO WRK-RCL-RECOLHEU
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE RI-RECALL TO RCL-NUMERO
           READ RECALL
               INVALID KEY
                   MOVE '9590-RECOLHE-RECALL' TO WRK-ERL-PARAGRAFO
                   MOVE 'RECALL' TO WRK-ERL-ARQUIVO
                   MOVE 'READ' TO WRK-ERL-OPERACAO
                   MOVE RECALL-STATUS TO WRK-ERL-STATUS
                   MOVE RCL-NUMERO TO WRK-ERL-CHAVE
                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
                   GO TO 9590-RECOLHE-RECALL-FIM
           END-READ

           MOVE RI-CODFILME TO EX-CODFILME
           MOVE RI-EXEMPLAR TO EX-NUMERO
           READ EXEMPLARES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'B' TO EX-STATUS
                   MOVE WRK-DATA-HOJE TO EX-DATA-BAIXA
                   MOVE 'RECALL' TO EX-MOTIVO-BAIXA
                   MOVE RI-CUSTO TO EX-CUSTO-BAIXA
                   REWRITE EXEMPLARES-REG
                       INVALID KEY
                           MOVE 'Erro ao gravar baixa' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE '9590-RECOLHE-RECALL'
                               TO WRK-ERL-PARAGRAFO
                           MOVE 'EXEMPLARES' TO WRK-ERL-ARQUIVO
                           MOVE 'REWRITE' TO WRK-ERL-OPERACAO
                           MOVE EXEMPLARES-STATUS TO WRK-ERL-STATUS
                           MOVE EX-CHAVE TO WRK-ERL-CHAVE
                           PERFORM 5196-GRAVA-ERRO-ARQUIVO
                       NOT INVALID KEY
                           MOVE 'A' TO WRK-JRN-OPER
                           PERFORM 5205-JORNAL-EXEMPLARES

                           OPEN EXTEND BAIXAS
                           IF BAIXAS-STATUS EQUAL 35
                               OPEN OUTPUT BAIXAS
                           END-IF
                           MOVE SPACES TO WRK-LINHA-CSV
                           STRING WRK-DATA-HOJE   DELIMITED BY SIZE
                                  ";"              DELIMITED BY SIZE
                                  WRK-OPERADOR     DELIMITED BY SIZE
                                  ";"              DELIMITED BY SIZE
                                  EX-CODFILME      DELIMITED BY SIZE
                                  ";"              DELIMITED BY SIZE
                                  EX-NUMERO        DELIMITED BY SIZE
                                  ";"              DELIMITED BY SIZE
                                  EX-MOTIVO-BAIXA  DELIMITED BY SIZE
                                  ";"              DELIMITED BY SIZE
                                  EX-CUSTO-BAIXA   DELIMITED BY SIZE
                                  INTO WRK-LINHA-CSV
                           END-STRING
                           WRITE BAIXAS-REG FROM WRK-LINHA-CSV
                           CLOSE BAIXAS

      *                    A RMA do recall recebe a copia; se o
      *                    distribuidor ja creditou aquela RMA o recall
      *                    abre outra
                           MOVE 'N' TO WRK-RCL-RMA-OK
                           MOVE RCL-RMA TO RMA-NUMERO
                           MOVE ZERO TO RMA-LINHA
                           READ RMA
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF RMA-ABERTA
                                       MOVE 'S' TO WRK-RCL-RMA-OK
                                   END-IF
                           END-READ
                           IF WRK-RCL-RMA-OK EQUAL 'N'
                               PERFORM 9589-ABRE-RMA-RECALL
                           END-IF
                           PERFORM 9588-ITEM-RMA-RECALL

                           MOVE 'R' TO RI-SITUACAO
                           MOVE WRK-DATA-HOJE TO RI-DATA-RECOLHE
                           MOVE RCL-RMA TO RI-RMA
                           REWRITE RECITEM-REG
                               INVALID KEY
                                   MOVE '9590-RECOLHE-RECALL'
                                       TO WRK-ERL-PARAGRAFO
                                   MOVE 'RECITEM' TO WRK-ERL-ARQUIVO
                                   MOVE 'REWRITE' TO WRK-ERL-OPERACAO
                                   MOVE RECITEM-STATUS TO WRK-ERL-STATUS
                                   MOVE RI-CHAVE TO WRK-ERL-CHAVE
                                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
                           END-REWRITE

                           ADD 1 TO RCL-QTD-RECOLHIDAS
                           IF RCL-QTD-RECOLHIDAS + RCL-QTD-FORA
                              NOT LESS THAN RCL-QTD-COPIAS
                               MOVE 'E' TO RCL-STATUS
                               MOVE WRK-DATA-HOJE TO RCL-DATA-ENCERRA
                           END-IF
                           REWRITE RECALL-REG
                           MOVE 'S' TO WRK-RCL-RECOLHEU

                           MOVE RI-CODFILME TO CODFILME
                           MOVE 'RECALL' TO WRK-AUD-OPERACAO
                           MOVE SPACES TO WRK-AUD-DETALHE
                           STRING 'RECOLHE EX=' DELIMITED BY SIZE
                                  RI-EXEMPLAR DELIMITED BY SIZE
                                  ' RMA=' DELIMITED BY SIZE
                                  RCL-RMA DELIMITED BY SIZE
                                  INTO WRK-AUD-DETALHE
                           END-STRING
                           PERFORM 5190-GRAVA-AUDITORIA
                   END-REWRITE
           END-READ.

       9590-RECOLHE-RECALL-FIM.
           CONTINUE.

      *Abre a RMA do recall corrente (cabecalho no mesmo formato
      *da 9815, distribuidor do recall) e guarda o numero em
      *RCL-RMA; quem chamou regrava o RECALL
       9589-ABRE-RMA-RECALL  SECTION.
           MOVE '1' TO CTLRMA-CHAVE
           READ CTLRMA KEY IS CTLRMA-CHAVE
           COMPUTE WRK-PROX-RMA = CTLRMA-ULT-NUMERO + 1

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-PROX-RMA TO RMA-NUMERO
           MOVE ZERO TO RMA-LINHA
           MOVE RCL-DISTRIBUIDORA TO RMA-DISTRIBUIDORA
           MOVE WRK-DATA-HOJE TO RMA-DATA
           MOVE ZERO TO RMA-DATA-CRED
           MOVE 'A' TO RMA-STATUS
           MOVE ZERO TO RMA-CODFILME
           MOVE ZERO TO RMA-EXEMPLAR
           MOVE ZERO TO RMA-PEDIDO-REF
           MOVE ZERO TO RMA-CUSTO

           WRITE RMA-REG
               INVALID KEY
                   MOVE '9589-ABRE-RMA-RECALL' TO WRK-ERL-PARAGRAFO
                   MOVE 'RMA' TO WRK-ERL-ARQUIVO
                   MOVE 'WRITE' TO WRK-ERL-OPERACAO
                   MOVE RMA-ARQ-STATUS TO WRK-ERL-STATUS
                   MOVE RMA-CHAVE TO WRK-ERL-CHAVE
                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
               NOT INVALID KEY
                   MOVE WRK-PROX-RMA TO CTLRMA-ULT-NUMERO
                   REWRITE CTLRMA-REG
                   MOVE WRK-PROX-RMA TO RCL-RMA
           END-WRITE.

      *Acrescenta a copia do buffer de RECITEM como proximo item
      *da RMA do recall (RCL-RMA); RMA cheia abre outra
       9588-ITEM-RMA-RECALL  SECTION.
           MOVE ZERO TO WRK-RMA-LINHA
           MOVE RCL-RMA TO RMA-NUMERO
           MOVE ZERO TO RMA-LINHA
           START RMA KEY IS NOT LESS THAN RMA-CHAVE
               INVALID KEY
                   MOVE 10 TO RMA-ARQ-STATUS
           END-START
           IF RMA-ARQ-STATUS EQUAL 0
               READ RMA NEXT RECORD
               PERFORM UNTIL RMA-ARQ-STATUS NOT EQUAL 0
                  OR RMA-NUMERO NOT EQUAL RCL-RMA
                   MOVE RMA-LINHA TO WRK-RMA-LINHA
                   READ RMA NEXT RECORD
               END-PERFORM
           END-IF
           IF WRK-RMA-LINHA NOT LESS THAN 99
               PERFORM 9589-ABRE-RMA-RECALL
               MOVE ZERO TO WRK-RMA-LINHA
           END-IF

           ADD 1 TO WRK-RMA-LINHA
           MOVE RCL-RMA TO RMA-NUMERO
           MOVE WRK-RMA-LINHA TO RMA-LINHA
           MOVE SPACES TO RMA-DISTRIBUIDORA
           MOVE ZERO TO RMA-DATA
           MOVE ZERO TO RMA-DATA-CRED
           MOVE SPACE TO RMA-STATUS
           MOVE RI-CODFILME TO RMA-CODFILME
           MOVE RI-EXEMPLAR TO RMA-EXEMPLAR
           MOVE RI-PEDIDO TO RMA-PEDIDO-REF
           MOVE RI-CUSTO TO RMA-CUSTO
           WRITE RMA-REG
               INVALID KEY
                   MOVE '9588-ITEM-RMA-RECALL' TO WRK-ERL-PARAGRAFO
                   MOVE 'RMA' TO WRK-ERL-ARQUIVO
                   MOVE 'WRITE' TO WRK-ERL-OPERACAO
                   MOVE RMA-ARQ-STATUS TO WRK-ERL-STATUS
                   MOVE RMA-CHAVE TO WRK-ERL-CHAVE
                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
           END-WRITE.

      *Recolhe as copias do recall recem aberto que estavam paradas
      *na prateleira desta loja (Disponivel, aguardando inspecao
      *ou no estoque de varejo); as separadas para um cliente, em
      *reparo ou fora da loja saem pela 9586 ou na devolucao
       9587-RECOLHE-NA-LOJA  SECTION.
           MOVE 0 TO WRK-QTD-RCL-AGORA
           MOVE WRK-RCL-CODFILME TO RI-CODFILME
           MOVE ZERO TO RI-EXEMPLAR
           START RECITEM KEY IS NOT LESS THAN RI-CHAVE
               INVALID KEY
                   MOVE 10 TO RECITEM-STATUS
           END-START
           IF RECITEM-STATUS EQUAL 0
               READ RECITEM NEXT RECORD
               PERFORM UNTIL RECITEM-STATUS NOT EQUAL 0
                  OR RI-CODFILME NOT EQUAL WRK-RCL-CODFILME
                   IF RI-RECALL EQUAL WRK-PROX-RECALL
                      AND RECITEM-PENDENTE
                      AND (RI-LOJA EQUAL WRK-LOJA-ATUAL
                           OR RI-LOJA EQUAL SPACES)
                      AND (RI-STATUS-ORIG EQUAL 'D'
                           OR RI-STATUS-ORIG EQUAL 'I'
                           OR RI-STATUS-ORIG EQUAL 'K')
                       PERFORM 9590-RECOLHE-RECALL
                       IF WRK-RCL-RECOLHEU EQUAL 'S'
                           ADD 1 TO WRK-QTD-RCL-AGORA
                       END-IF
                   END-IF
                   READ RECITEM NEXT RECORD
               END-PERFORM
           END-IF.

      *Recolhe no balcao uma copia pendente de recall que nao
      *passa pelo checkin (estava em reparo, na prateleira de
      *outra loja e chegou, etc.); a copia que saiu do acervo por
      *outro caminho (perdida, vendida) e encerrada no recall
       9586-RECOLHER-COPIA-RECALL  SECTION.
           MOVE "Recolher recall" TO WRK-MODULO.
           MOVE ZERO TO WRK-RCL-CODFILME
           MOVE ZERO TO WRK-RCL-EXEMPLAR

           DISPLAY TELA
           DISPLAY "Codigo do filme: " AT LINE 5 COLUMN 20
           ACCEPT WRK-RCL-CODFILME AT LINE 5 COLUMN 38
           DISPLAY "Exemplar: " AT LINE 6 COLUMN 20
           ACCEPT WRK-RCL-EXEMPLAR AT LINE 6 COLUMN 31

           PERFORM 9596-CONFERE-RECALL
           IF WRK-RCL-PENDENTE EQUAL 'N'
               MOVE 'Copia nao esta pendente em recall' TO WRK-ERRO
               DISPLAY TELA-ERRO ERASE EOL
               GO TO 9586-RECOLHER-COPIA-RECALL-FIM
           END-IF

           MOVE WRK-RCL-CODFILME TO EX-CODFILME
           MOVE WRK-RCL-EXEMPLAR TO EX-NUMERO
           READ EXEMPLARES
               INVALID KEY
                   MOVE 'Exemplar nao cadastrado' TO WRK-ERRO
                   DISPLAY TELA-ERRO ERASE EOL
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EXEMPLAR-EMPRESTADO
                           MOVE 'Copia com cliente - sai no checkin'
                               TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       WHEN EXEMPLAR-EM-TRANSITO
                           MOVE 'Copia em transito - sai na chegada'
                               TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       WHEN EXEMPLAR-RESERVADO
                       WHEN EXEMPLAR-SEGURADO
                       WHEN EXEMPLAR-P-ENTREGA
                           MOVE 'Copia separada p/ cliente - libere'
                               TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                       WHEN EXEMPLAR-BAIXADO
                       WHEN EXEMPLAR-VENDIDO
                       WHEN EXEMPLAR-DEVOLVIDO
                           MOVE SPACE TO WRK-RCL-RESP
                           DISPLAY "Copia fora do acervo - encerrar no "
                           AT LINE 8 COLUMN 20
                           DISPLAY "recall (S/N)? " AT LINE 8 COLUMN 55
                           ACCEPT WRK-RCL-RESP AT LINE 8 COLUMN 69
                           IF WRK-RCL-RESP EQUAL 'S'
                              OR WRK-RCL-RESP EQUAL 's'
                               PERFORM 9581-ENCERRA-COPIA-FORA
                               DISPLAY "Copia encerrada no recall"
                               AT LINE 10 COLUMN 20
                           END-IF
                       WHEN OTHER
                           IF EX-LOJA NOT EQUAL WRK-LOJA-ATUAL
                              AND EX-LOJA NOT EQUAL SPACES
                               MOVE 'Recolha na loja da copia'
                                   TO WRK-ERRO
                               DISPLAY TELA-ERRO ERASE EOL
                           ELSE
                               PERFORM 9590-RECOLHE-RECALL
                               IF WRK-RCL-RECOLHEU EQUAL 'S'
                                   DISPLAY "Copia recolhida para a RMA "
                                   AT LINE 10 COLUMN 20
                                   DISPLAY RCL-RMA AT LINE 10 COLUMN 47
                                   MOVE RCL-RMA TO WRK-PROX-RMA
                                   MOVE RCL-DISTRIBUIDORA
                                       TO RMA-DIST-DIG
                                   PERFORM 9811-IMPRIME-ROMANEIO
                                   PERFORM 3198-ATUALIZA-DISPONIBILIDADE
                               END-IF
                           END-IF
                   END-EVALUATE
           END-READ.

       9586-RECOLHER-COPIA-RECALL-FIM.
           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 20 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 20 COLUMN 52.

      *Gera RECALLREL.CSV com cada copia do recall WRK-RCL-FILTRO
      *(zero = todos os recalls ainda abertos): se ja foi
      *recolhida e, se esta pendente, onde esta agora; cada recall
      *fecha com a linha de total de copias recolhidas e pendentes
       9585-RELATORIO-RECALL  SECTION.
           MOVE 0 TO WRK-QTD-RCL-LISTADOS
           MOVE 0 TO WRK-QTD-RCL-PEND-TOT

           OPEN OUTPUT RECALLREL
           MOVE SPACES TO WRK-LINHA-CSV
           STRING "Recall;Filme;Titulo;Exemplar;Situacao;"
                  DELIMITED BY SIZE
                  "OndeEsta;RMA" DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE RECALLREL-REG FROM WRK-LINHA-CSV

           IF WRK-RCL-FILTRO > ZERO
               MOVE WRK-RCL-FILTRO TO RCL-NUMERO
               READ RECALL
                   NOT INVALID KEY
                       PERFORM 9584-RECALL-NO-RELATORIO
               END-READ
           ELSE
               MOVE LOW-VALUES TO RCL-NUMERO
               START RECALL KEY IS NOT LESS THAN RCL-NUMERO
                   INVALID KEY
                       MOVE 10 TO RECALL-STATUS
               END-START
               IF RECALL-STATUS EQUAL 0
                   READ RECALL NEXT RECORD
                   PERFORM UNTIL RECALL-STATUS NOT EQUAL 0
                       IF RECALL-ABERTO
                           PERFORM 9584-RECALL-NO-RELATORIO
                       END-IF
                       READ RECALL NEXT RECORD
                   END-PERFORM
               END-IF
           END-IF
           CLOSE RECALLREL

           MOVE 'RECALLREL' TO WRK-SPL-RELATORIO
           MOVE SPACES TO WRK-SPL-PARAMETROS
           STRING 'RECALL=' DELIMITED BY SIZE
                  WRK-RCL-FILTRO DELIMITED BY SIZE
                  INTO WRK-SPL-PARAMETROS
           END-STRING
           MOVE WRK-PATH-RECALLREL TO WRK-PATH-SPLORIG
           PERFORM 9667-ARQUIVA-RELATORIO.

      *Linhas de um recall (RECALL-REG no buffer): as copias, na
      *ordem de exemplar, e o total; o pendente e contado na hora,
      *pela situacao de cada copia em RECITEM
       9584-RECALL-NO-RELATORIO  SECTION.
           ADD 1 TO WRK-QTD-RCL-LISTADOS
           MOVE 0 TO WRK-RCL-PENDENTES
           MOVE RCL-CODFILME TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE SPACES TO TITULO
           END-READ

           MOVE RCL-CODFILME TO RI-CODFILME
           MOVE ZERO TO RI-EXEMPLAR
           START RECITEM KEY IS NOT LESS THAN RI-CHAVE
               INVALID KEY
                   MOVE 10 TO RECITEM-STATUS
           END-START
           IF RECITEM-STATUS EQUAL 0
               READ RECITEM NEXT RECORD
               PERFORM UNTIL RECITEM-STATUS NOT EQUAL 0
                  OR RI-CODFILME NOT EQUAL RCL-CODFILME
                   IF RI-RECALL EQUAL RCL-NUMERO
                       MOVE SPACES TO WRK-RCL-LOCAL
                       EVALUATE TRUE
                           WHEN RECITEM-PENDENTE
                               MOVE 'PENDENTE' TO WRK-RCL-SITUACAO
                               ADD 1 TO WRK-RCL-PENDENTES
                               PERFORM 9583-LOCAL-DO-EXEMPLAR
                           WHEN RECITEM-RECOLHIDO
                               MOVE 'RECOLHIDA' TO WRK-RCL-SITUACAO
                           WHEN OTHER
                               MOVE 'FORA' TO WRK-RCL-SITUACAO
                       END-EVALUATE
                       MOVE SPACES TO WRK-LINHA-CSV
                       STRING RI-RECALL        DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              RI-CODFILME      DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              TITULO           DELIMITED BY '  '
                              ";"              DELIMITED BY SIZE
                              RI-EXEMPLAR      DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              WRK-RCL-SITUACAO DELIMITED BY SPACE
                              ";"              DELIMITED BY SIZE
                              WRK-RCL-LOCAL    DELIMITED BY '  '
                              ";"              DELIMITED BY SIZE
                              RI-RMA           DELIMITED BY SIZE
                              INTO WRK-LINHA-CSV
                       END-STRING
                       WRITE RECALLREL-REG FROM WRK-LINHA-CSV
                   END-IF
                   READ RECITEM NEXT RECORD
               END-PERFORM
           END-IF

           ADD WRK-RCL-PENDENTES TO WRK-QTD-RCL-PEND-TOT
           IF RECALL-ABERTO
               MOVE 'ABERTO' TO WRK-RCL-SITUACAO
           ELSE
               MOVE 'ENCERRADO' TO WRK-RCL-SITUACAO
           END-IF
           MOVE SPACES TO WRK-LINHA-CSV
           STRING RCL-NUMERO         DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  RCL-CODFILME       DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  TITULO             DELIMITED BY '  '
                  ";TOTAL;"          DELIMITED BY SIZE
                  WRK-RCL-SITUACAO   DELIMITED BY SPACE
                  ";Copias "         DELIMITED BY SIZE
                  RCL-QTD-COPIAS     DELIMITED BY SIZE
                  " Recolhidas "     DELIMITED BY SIZE
                  RCL-QTD-RECOLHIDAS DELIMITED BY SIZE
                  " Fora "           DELIMITED BY SIZE
                  RCL-QTD-FORA       DELIMITED BY SIZE
                  " Pendentes "      DELIMITED BY SIZE
                  WRK-RCL-PENDENTES  DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  RCL-RMA            DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE RECALLREL-REG FROM WRK-LINHA-CSV.

      *Descreve em WRK-RCL-LOCAL onde esta agora a copia do buffer
      *de RECITEM: com qual cliente, em transito para qual loja,
      *em qual loja e em que situacao, ou se ja saiu do acervo por
      *outro caminho
       9583-LOCAL-DO-EXEMPLAR  SECTION.
           MOVE SPACES TO WRK-RCL-LOCAL
           MOVE RI-CODFILME TO EX-CODFILME
           MOVE RI-EXEMPLAR TO EX-NUMERO
           READ EXEMPLARES
               INVALID KEY
                   MOVE 'Exemplar nao cadastrado' TO WRK-RCL-LOCAL
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EXEMPLAR-EMPRESTADO
                           PERFORM 9591-CLIENTE-DO-EXEMPLAR
                           STRING 'Com o cliente ' DELIMITED BY SIZE
                                  WRK-RCL-CLIENTE DELIMITED BY SIZE
                                  INTO WRK-RCL-LOCAL
                           END-STRING
                       WHEN EXEMPLAR-EM-TRANSITO
                           PERFORM 9580-TRANSITO-DO-EXEMPLAR
                       WHEN EXEMPLAR-BAIXADO
                       WHEN EXEMPLAR-VENDIDO
                       WHEN EXEMPLAR-DEVOLVIDO
                           STRING 'Fora do acervo (' DELIMITED BY SIZE
                                  EX-STATUS DELIMITED BY SIZE
                                  ')' DELIMITED BY SIZE
                                  INTO WRK-RCL-LOCAL
                           END-STRING
                       WHEN EXEMPLAR-EM-REPARO
                           STRING 'Em reparo, loja ' DELIMITED BY SIZE
                                  EX-LOJA DELIMITED BY SIZE
                                  INTO WRK-RCL-LOCAL
                           END-STRING
                       WHEN EXEMPLAR-RESERVADO
                       WHEN EXEMPLAR-SEGURADO
                       WHEN EXEMPLAR-P-ENTREGA
                           STRING 'Separada p/ cliente, loja '
                                  DELIMITED BY SIZE
                                  EX-LOJA DELIMITED BY SIZE
                                  INTO WRK-RCL-LOCAL
                           END-STRING
                       WHEN OTHER
                           STRING 'Na prateleira, loja '
                                  DELIMITED BY SIZE
                                  EX-LOJA DELIMITED BY SIZE
                                  INTO WRK-RCL-LOCAL
                           END-STRING
                   END-EVALUATE
           END-READ.

      *Situacao dos recalls pedida no menu: um recall so ou todos
      *os abertos, com o total de copias pendentes na tela
       9582-SITUACAO-RECALL  SECTION.
           MOVE "Situacao recall" TO WRK-MODULO.
           MOVE ZERO TO WRK-RCL-FILTRO

           DISPLAY TELA
           DISPLAY "Numero do recall (0 = todos em aberto): "
           AT LINE 5 COLUMN 20
           ACCEPT WRK-RCL-FILTRO AT LINE 5 COLUMN 61

           PERFORM 9585-RELATORIO-RECALL

           DISPLAY "Relatorio gerado em RECALLREL.CSV"
           AT LINE 8 COLUMN 20
           DISPLAY "Recalls listados  : " AT LINE 9 COLUMN 20
           DISPLAY WRK-QTD-RCL-LISTADOS AT LINE 9 COLUMN 41
           DISPLAY "Copias pendentes  : " AT LINE 10 COLUMN 20
           DISPLAY WRK-QTD-RCL-PEND-TOT AT LINE 10 COLUMN 41

           DISPLAY "Tecle enter para voltar ao menu"
           AT LINE 13 COLUMN 20
           ACCEPT WRK-ESCOLHA AT LINE 13 COLUMN 52.

      *Encerra no recall a copia pendente do buffer de RECITEM que
      *saiu do acervo sem voltar (perda, venda forcada): nao ha o
      *que mandar na RMA, mas o recall pode fechar
       9581-ENCERRA-COPIA-FORA  SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE RI-RECALL TO RCL-NUMERO
           READ RECALL
               INVALID KEY
                   MOVE '9581-ENCERRA-COPIA-FORA' TO WRK-ERL-PARAGRAFO
                   MOVE 'RECALL' TO WRK-ERL-ARQUIVO
                   MOVE 'READ' TO WRK-ERL-OPERACAO
                   MOVE RECALL-STATUS TO WRK-ERL-STATUS
                   MOVE RCL-NUMERO TO WRK-ERL-CHAVE
                   PERFORM 5196-GRAVA-ERRO-ARQUIVO
               NOT INVALID KEY
                   MOVE 'X' TO RI-SITUACAO
                   MOVE WRK-DATA-HOJE TO RI-DATA-RECOLHE
                   REWRITE RECITEM-REG
                   ADD 1 TO RCL-QTD-FORA
                   IF RCL-QTD-RECOLHIDAS + RCL-QTD-FORA
                      NOT LESS THAN RCL-QTD-COPIAS
                       MOVE 'E' TO RCL-STATUS
                       MOVE WRK-DATA-HOJE TO RCL-DATA-ENCERRA
                   END-IF
                   REWRITE RECALL-REG
                   MOVE RI-CODFILME TO CODFILME
                   MOVE 'RECALL' TO WRK-AUD-OPERACAO
                   MOVE SPACES TO WRK-AUD-DETALHE
                   STRING 'FORA EX=' DELIMITED BY SIZE
                          RI-EXEMPLAR DELIMITED BY SIZE
                          ' NUM=' DELIMITED BY SIZE
                          RCL-NUMERO DELIMITED BY SIZE
                          INTO WRK-AUD-DETALHE
                   END-STRING
                   PERFORM 5190-GRAVA-AUDITORIA
           END-READ.

      *Acha a transferencia em transito da copia corrente de
      *EXEMPLARES-REG e poe a loja de destino em WRK-RCL-LOCAL
       9580-TRANSITO-DO-EXEMPLAR  SECTION.
           MOVE 'Em transito' TO WRK-RCL-LOCAL
           MOVE LOW-VALUES TO NUM-TRANSF
           START TRANSFER KEY IS NOT LESS THAN NUM-TRANSF
               INVALID KEY
                   MOVE 10 TO TRANSFER-STATUS
           END-START
           IF TRANSFER-STATUS EQUAL 0
               READ TRANSFER NEXT RECORD
               PERFORM UNTIL TRANSFER-STATUS NOT EQUAL 0
                   IF TRF-CODFILME EQUAL EX-CODFILME
                      AND TRF-EXEMPLAR EQUAL EX-NUMERO
                      AND TRANSF-EM-TRANSITO
                       MOVE SPACES TO WRK-RCL-LOCAL
                       STRING 'Em transito para a loja '
                              DELIMITED BY SIZE
                              TRF-LOJA-DESTINO DELIMITED BY SIZE
                              INTO WRK-RCL-LOCAL
                       END-STRING
                   END-IF
                   READ TRANSFER NEXT RECORD
               END-PERFORM
           END-IF.

      *Varre EXEMPLARES (em ordem de chave, portanto agrupado por
      *CODFILME) e grava em INVENTARIO.CSV a quantidade total,
                           INVALID KEY
                               MOVE 'Erro ao gravar baixa' TO WRK-ERRO
                               DISPLAY TELA-ERRO ERASE EOL
                               MOVE '9990-REGISTRAR-BAIXA'
                                   TO WRK-ERL-PARAGRAFO
                               MOVE 'EXEMPLARES' TO WRK-ERL-ARQUIVO
                               MOVE 'REWRITE' TO WRK-ERL-OPERACAO
                               MOVE EXEMPLARES-STATUS TO WRK-ERL-STATUS
                               MOVE EX-CHAVE TO WRK-ERL-CHAVE
                               PERFORM 5196-GRAVA-ERRO-ARQUIVO
                           NOT INVALID KEY
                               MOVE 'A' TO WRK-JRN-OPER
                               PERFORM 5205-JORNAL-EXEMPLARES

                               OPEN EXTEND BAIXAS
                               IF BAIXAS-STATUS EQUAL 35
                                   OPEN OUTPUT BAIXAS
                       INVALID KEY
                           MOVE 'Erro ao gravar elenco' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE '9996-CADASTRAR-ELENCO'
                               TO WRK-ERL-PARAGRAFO
                           MOVE 'FILME-ELENCO' TO WRK-ERL-ARQUIVO
                           MOVE 'WRITE' TO WRK-ERL-OPERACAO
                           MOVE ELENCO-STATUS TO WRK-ERL-STATUS
                           MOVE FE-CHAVE TO WRK-ERL-CHAVE
                           PERFORM 5196-GRAVA-ERRO-ARQUIVO
                       NOT INVALID KEY
                           DISPLAY "Membro do elenco cadastrado"
                           AT LINE 8 COLUMN 20
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       MOVE WRK-DATA-HOJE TO DATAALTERACAO
                       REWRITE FILMES-REG
                       MOVE 'A' TO WRK-JRN-OPER
                       PERFORM 5201-JORNAL-FILMES
                       IF FILME-STATUS = 0
                           DISPLAY "Sinopse atualizada"
                           AT LINE 8 COLUMN 20
                       ELSE
                           MOVE 'Erro ao gravar sinopse' TO WRK-ERRO
                           DISPLAY TELA-ERRO ERASE EOL
                           MOVE '9997-CADASTRAR-SINOPSE'
                               TO WRK-ERL-PARAGRAFO
                           MOVE 'FILMES' TO WRK-ERL-ARQUIVO
                           MOVE 'REWRITE' TO WRK-ERL-OPERACAO
                           MOVE FILME-STATUS TO WRK-ERL-STATUS
                           MOVE CODFILME TO WRK-ERL-CHAVE
                           PERFORM 5196-GRAVA-ERRO-ARQUIVO
                       END-IF
                   ELSE
                       DISPLAY "Sinopse nao atualizada"
