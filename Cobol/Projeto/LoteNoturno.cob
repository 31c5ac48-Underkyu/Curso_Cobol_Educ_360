           FILE STATUS IS CONTACLI-STATUS
           RECORD KEY IS CC-CHAVE.

      *Razao de pontos de fidelidade do PROJETO-FILMES: entra no
      *snapshot e recebe os movimentos de expiracao (passo PONTOS)
       SELECT PONTOS ASSIGN TO WRK-PATH-PONTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PONTOS-STATUS
           RECORD KEY IS PT-CHAVE.

      *Pacotes pre-pagos, cupons de desconto e o controle dos
      *cupons do PROJETO-FILMES, so lidos pelo snapshot
       SELECT PREPAGO ASSIGN TO WRK-PATH-PREPAGO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PREPAGO-STATUS
           RECORD KEY IS PP-NUMERO
           ALTERNATE RECORD KEY IS PP-TITULAR WITH DUPLICATES.

       SELECT CUPONS ASSIGN TO WRK-PATH-CUPONS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CUPONS-STATUS
           RECORD KEY IS CPN-CODIGO
           ALTERNATE RECORD KEY IS CPN-NUM-PAGAMENTO WITH DUPLICATES.

       SELECT CTLCPN ASSIGN TO WRK-PATH-CTLCPN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CTLCPN-STATUS
           RECORD KEY IS CTLCPN-CHAVE.

      *Cadastro de operadores do PROJETO-FILMES, so lido pelo
      *passo EXCECOES para a media da casa contar todo operador
       SELECT OPERADORES ASSIGN TO WRK-PATH-OPERADORES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS OPERADORES-STATUS
           RECORD KEY IS OP-CODIGO.

      *Relatorio semanal de excecoes por operador (passo EXCECOES),
      *o mesmo EXCECOES.PRN do 9939 do PROJETO-FILMES
       SELECT EXCECOES ASSIGN TO WRK-PATH-EXCECOES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCECOES-STATUS.

       SELECT CAIXA ASSIGN TO WRK-PATH-CAIXA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CLIENTES-STATUS
           RECORD KEY IS COD-CLIENTE
           ALTERNATE RECORD KEY IS CLI-CPF WITH DUPLICATES.

       SELECT RESERVAS ASSIGN TO WRK-PATH-RESERVAS
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLIEXP-STATUS.

      *Endereco estruturado dos clientes (CEP, numero e
      *complemento), exportado junto com a ficha no CLIEXPORT
       SELECT CLIEND ASSIGN TO WRK-PATH-CLIEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CLIEND-STATUS
           RECORD KEY IS CE-CLIENTE.

      *Copias de prensagem em recall (9597 do PROJETO-FILMES): o
      *cliente que esta com uma e avisado da troca no NOTIFICA
       SELECT RECITEM ASSIGN TO WRK-PATH-RECITEM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RECITEM-STATUS
           RECORD KEY IS RI-CHAVE.

      *Arquivo de controle de execucao: um passo por linha, na
      *ordem em que a cadeia deve rodar, agora com a regra de
      *calendario opcional PASSO;FREQ;DIA (FREQ D = diario, S =
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOBLOG-STATUS.

      *Diario central de erros de arquivo, compartilhado com o
      *PROJETO-FILMES (5196 la, 4990 aqui; relatorio da manha)
       SELECT ERROLOG ASSIGN TO WRK-PATH-ERROLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROLOG-STATUS.

      *Situacao por passo e por dia (OK ou ERRO): e o que permite
      *retomar do passo que falhou sem refazer os anteriores
       SELECT RUNSTAT ASSIGN TO WRK-PATH-RUNSTAT
           FILE STATUS IS NOTIFST-STATUS
           RECORD KEY IS NS-NUM-EMPRESTIMO.

      *Contatos da campanha de reconquista (passo RECONQUISTA):
      *um registro por cliente e data do contato, relido pelo
      *acompanhamento do retorno no PROJETO-FILMES (3990)
       SELECT CAMPANHA ASSIGN TO WRK-PATH-CAMPANHA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CAMPANHA-STATUS
           RECORD KEY IS CP-CHAVE.

      *Pedidos de titulo do balcao (4960 do PROJETO-FILMES): os
      *que chegaram no recebimento sao avisados no passo NOTIFICA
       SELECT PEDTIT ASSIGN TO WRK-PATH-PEDTIT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PEDTIT-STATUS
           RECORD KEY IS PTT-NUMERO
           ALTERNATE RECORD KEY IS PTT-CLIENTE WITH DUPLICATES
           ALTERNATE RECORD KEY IS PTT-CODFILME WITH DUPLICATES.

      *Ultima retirada de cada cliente, do movimento vivo e do
      *arquivo morto juntos; refeito a cada execucao do passo
       SELECT ULTLOC ASSIGN TO WRK-PATH-ULTLOC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ULTLOC-STATUS
           RECORD KEY IS UL-CLIENTE.

      *Segmento RFM de cada cliente, apurado pelo 9747 do
      *PROJETO-FILMES (so leitura, passo RECONQUISTA)
       SELECT RFMCLI ASSIGN TO WRK-PATH-RFMCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RFMCLI-STATUS
           RECORD KEY IS RFM-CLIENTE.

      *NFC-e emitidas no balcao (passo NFCE): retorno do
      *transmissor fiscal, reenvio das guardadas em contingencia
      *pela fila de saida e relatorio das pendentes
       SELECT NFCE ASSIGN TO WRK-PATH-NFCE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS NFCE-STATUS
           RECORD KEY IS NFE-CHAVE.
       SELECT NFCEFILA ASSIGN TO WRK-PATH-NFCEFILA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NFCEFILA-STATUS.
       SELECT NFCEST ASSIGN TO WRK-PATH-NFCEST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NFCEST-STATUS.
       SELECT NFCERET ASSIGN TO WRK-PATH-NFCERET
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NFCERET-STATUS.
       SELECT NFCEPEND ASSIGN TO WRK-PATH-NFCEPEND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NFCEPEND-STATUS.

      *Diario de alteracoes dos arquivos mestres para a copia de
      *reserva, o mesmo do 5200 do PROJETO-FILMES: os passos que
      *gravam nos mestres tambem deixam a sua linha (7040)
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

      *Reorganizacao dos indexados (passo REORG): descarga
      *sequencial do arquivo, que depois recarrega o arquivo novo,
      *e o relatorio de tamanho, registros e tempo antes e depois
       SELECT REORGSEQ ASSIGN TO WRK-PATH-REORGSEQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS REORGSEQ-STATUS.
       SELECT REORGREL ASSIGN TO WRK-PATH-REORGREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REORGREL-STATUS.

      *Assinatura pelo correio (passo CORREIO): assinantes e filas
      *mantidos no balcao pelo 9731 do PROJETO-FILMES, a lista de
      *separacao dos discos da noite e as etiquetas de postagem
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
       SELECT CORRSEP ASSIGN TO WRK-PATH-CORRSEP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORRSEP-STATUS.
       SELECT CORRETQ ASSIGN TO WRK-PATH-CORRETQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORRETQ-STATUS.

      *Acordos de parcelamento de divida (passo ACORDOS), feitos
      *no balcao pelo 9723 do PROJETO-FILMES
       SELECT ACORDOS ASSIGN TO WRK-PATH-ACORDOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ACORDOS-STATUS
           RECORD KEY IS ACD-CHAVE
           ALTERNATE RECORD KEY IS ACD-CLIENTE WITH DUPLICATES.

      *Controle do ultimo numero de acordo, so lido pelo snapshot
       SELECT CTLACD ASSIGN TO WRK-PATH-CTLACD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CTLACD-STATUS
           RECORD KEY IS CTLACD-CHAVE.

      *Resumo diario de locacoes (passo RESUMOLOC): lido pelos
      *relatorios do PROJETO-FILMES no lugar de EMPRESTIMOS
       SELECT RESUMOLOC ASSIGN TO WRK-PATH-RESUMOLOC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RESUMOLOC-STATUS
           RECORD KEY IS RL-CHAVE
           ALTERNATE RECORD KEY IS RL-CODFILME WITH DUPLICATES.

      *Locacoes vivas e arquivadas, gravadas sem ordem e
      *reordenadas por titulo, cliente e retirada via SORT para
      *achar a primeira locacao de cada cliente no titulo
       SELECT RLTMP ASSIGN TO WRK-PATH-RLTMP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RLTMP-STATUS.

      *Arquivo de trabalho do SORT do resumo de locacoes
       SELECT RLORD ASSIGN TO WRK-PATH-RLORD.

      *Locacoes ja ordenadas por titulo, cliente e retirada
       SELECT RLSEQ ASSIGN TO WRK-PATH-RLSEQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RLSEQ-STATUS.

      *Tabelas mestre do PROJETO-FILMES, so lidas pela extracao
      *para a ferramenta de BI (passos BIEXTRAI e BICOMPLETO)
       SELECT GENEROS ASSIGN TO WRK-PATH-GENEROS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS GENEROS-STATUS
           RECORD KEY IS COD-GENERO.

       SELECT DISTRIB ASSIGN TO WRK-PATH-DISTRIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS DISTRIB-STATUS
           RECORD KEY IS COD-DISTRIBUIDORA.

       SELECT LOJAS ASSIGN TO WRK-PATH-LOJAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS LOJAS-STATUS
           RECORD KEY IS LOJA-CODIGO.

       SELECT CALENDARIO ASSIGN TO WRK-PATH-CALENDARIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CALENDARIO-STATUS
           RECORD KEY IS CAL-DATA.

      *Chaves substitutas da extracao de BI: uma por entidade e
      *chave natural, dada uma vez e nunca renumerada, nem pela
      *extracao completa
       SELECT BICHAVES ASSIGN TO WRK-PATH-BICHAVES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS BICHAVES-STATUS
           RECORD KEY IS BK-CHAVE.

      *Controle da extracao de BI: ultimo numero dado em cada
      *entidade, numero da carga (RN) e ultima sequencia do
      *JORNAL ja extraida com a data da extracao (ZZ)
       SELECT CTLBI ASSIGN TO WRK-PATH-CTLBI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CTLBI-STATUS
           RECORD KEY IS CTLBI-CHAVE.

      *Arquivos da extracao de BI: cinco dimensoes (titulos,
      *clientes, lojas, operadores, datas) e quatro fatos
      *(locacoes, pagamentos, mudancas de situacao de exemplar,
      *reservas), cada um fechado por uma linha CTL com a
      *quantidade de linhas e o total de controle das chaves
       SELECT BIDFIL ASSIGN TO WRK-PATH-BIDFIL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BIDFIL-STATUS.

       SELECT BIDCLI ASSIGN TO WRK-PATH-BIDCLI
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BIDCLI-STATUS.

       SELECT BIDLOJ ASSIGN TO WRK-PATH-BIDLOJ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BIDLOJ-STATUS.

       SELECT BIDOPE ASSIGN TO WRK-PATH-BIDOPE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BIDOPE-STATUS.

       SELECT BIDDAT ASSIGN TO WRK-PATH-BIDDAT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BIDDAT-STATUS.

       SELECT BIFLOC ASSIGN TO WRK-PATH-BIFLOC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BIFLOC-STATUS.

       SELECT BIFPAG ASSIGN TO WRK-PATH-BIFPAG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BIFPAG-STATUS.

       SELECT BIFEXE ASSIGN TO WRK-PATH-BIFEXE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BIFEXE-STATUS.

       SELECT BIFRES ASSIGN TO WRK-PATH-BIFRES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BIFRES-STATUS.

      *Remessas de devolucao das copias de leasing e consignacao
      *(passo DEVLEASE): linha 00 e o cabecalho da remessa, com a
      *distribuidora dona, e as linhas 01 em diante as copias
       SELECT DEVDIST ASSIGN TO WRK-PATH-DEVDIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS DEVDIST-STATUS
           RECORD KEY IS DD-CHAVE.

       SELECT CTLDEV ASSIGN TO WRK-PATH-CTLDEV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CTLDEV-STATUS
           RECORD KEY IS CTLDEV-CHAVE.

      *Romaneio das remessas, lista semanal das copias a devolver
      *e excecoes (copia emprestada alem da data de devolucao)
       SELECT DEVPACK ASSIGN TO WRK-PATH-DEVPACK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEVPACK-STATUS.
       SELECT DEVLEASE ASSIGN TO WRK-PATH-DEVLEASE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEVLEASE-STATUS.
       SELECT DEVATRAS ASSIGN TO WRK-PATH-DEVATRAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEVATRAS-STATUS.

      *Multas perdoadas nas campanhas de anistia (9672 do
      *PROJETO-FILMES): o aviso ao cliente sai no passo NOTIFICA
       SELECT ANIMULTA ASSIGN TO WRK-PATH-ANIMULTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ANIMULTA-STATUS
           RECORD KEY IS ANM-CHAVE.

      *Spool de relatorios do PROJETO-FILMES (9667): os relatorios
      *impressos pelos passos entram nele, e o passo RETENCAO poda
      *as emissoes vencidas pela retencao de cada relatorio
       SELECT SPOOLIDX ASSIGN TO WRK-PATH-SPOOLIDX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SPOOLIDX-STATUS
           RECORD KEY IS SPI-NUMERO
           ALTERNATE RECORD KEY IS SPI-ORDEM WITH DUPLICATES.
       SELECT SPOOL ASSIGN TO WRK-PATH-SPOOL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SPOOL-STATUS
           RECORD KEY IS SPL-CHAVE.
       SELECT CTLSPL ASSIGN TO WRK-PATH-CTLSPL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CTLSPL-STATUS
           RECORD KEY IS CTLSPL-CHAVE.
       SELECT SPLRET ASSIGN TO WRK-PATH-SPLRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SPLRET-STATUS
           RECORD KEY IS SRT-RELATORIO.
       SELECT SPLORIG ASSIGN TO WRK-PATH-SPLORIG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPLORIG-STATUS.

      *Tabela de precos por loja do PROJETO-FILMES (9656) e a loja
      *alvo dos lotes de reprecificacao: o lote com loja grava a
      *tabela dela no passo REPRECO, e o passo FEEDSITE publica o
      *preco de cada loja em SITEPRECO.CSV
       SELECT PRECOLOJA ASSIGN TO WRK-PATH-PRECOLOJA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PRECOLOJA-STATUS
           RECORD KEY IS PL-CHAVE.
       SELECT REPLOJA ASSIGN TO WRK-PATH-REPLOJA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS REPLOJA-STATUS
           RECORD KEY IS RPL-NUMERO.
       SELECT SITEPRECO ASSIGN TO WRK-PATH-SITEPRECO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SITEPRECO-STATUS.

      *Janela de direitos dos titulos, mantida pelo 9615 do
      *PROJETO-FILMES: o passo FEEDSITE tira do site o titulo com a
      *licenca encerrada e o passo LICENCAS lista, toda semana, as
      *licencas que vencem nos proximos 30 dias (LICENCAS.PRN)
       SELECT JANELA ASSIGN TO WRK-PATH-JANELA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS JANELA-STATUS
           RECORD KEY IS JN-CODFILME.
       SELECT LICENCAS ASSIGN TO WRK-PATH-LICENCAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LICENCAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Mesmo layout de FILMES-REG do PROJETO-FILMES
               10 FG-CODFILME      PIC 9(5).
               10 FG-GENERO        PIC X(08).

      *Registro generico do snapshot (269 bytes, o maior registro
      *da base; os menores saem preenchidos com espacos)
       FD BACKUPFILE.
       01 BACKUPFILE-REG        PIC X(269).

      *Linha do manifesto do snapshot (passo BACKUP)
       FD BKPMANIF.
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
           05 CC-DOC            PIC 9(6).
           05 CC-OPERADOR       PIC X(20).

      *Mesmo layout de PREPAGO-REG do PROJETO-FILMES
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

      *Mesmo layout de CUPONS-REG do PROJETO-FILMES
       FD CUPONS.
       01 CUPONS-REG.
           05 CPN-CODIGO           PIC 9(8).
           05 CPN-LOTE             PIC 9(4).
           05 CPN-CAMPANHA         PIC X(20).
           05 CPN-TIPO             PIC X(01).
           05 CPN-VALOR            PIC 9(5)V9(2).
           05 CPN-VALIDADE         PIC 9(8).
           05 CPN-CLIENTE          PIC 9(5).
           05 CPN-DATA-EMISSAO     PIC 9(8).
           05 CPN-SITUACAO         PIC X(01).
           05 CPN-NUM-PAGAMENTO    PIC 9(6).
           05 CPN-DATA-RESGATE     PIC 9(8).
           05 CPN-DESCONTO-BRL     PIC 9(7)V9(2).

       FD CTLCPN.
       01 CTLCPN-REG.
           05 CTLCPN-CHAVE         PIC X(01).
           05 CTLCPN-ULT-SERIE     PIC 9(7).
           05 CTLCPN-ULT-LOTE      PIC 9(4).

      *Mesmo layout de PONTOS-REG do PROJETO-FILMES
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

      *Mesmo layout de OPERADORES-REG do PROJETO-FILMES
       FD OPERADORES.
       01 OPERADORES-REG.
           05 OP-CODIGO         PIC X(08).
           05 OP-NOME           PIC X(20).
           05 OP-SENHA          PIC X(08).
           05 OP-PERFIL         PIC X(01).

      *Linha do relatorio de excecoes por operador
       FD EXCECOES.
       01 EXCECOES-REG          PIC X(132).

       FD CAIXA.
       01 CAIXA-REG.
           05 NUM-CAIXA           PIC 9(6).
               88 MULTA-PAGA           VALUE 'G'.
               88 MULTA-ISENTADA       VALUE 'I'.
               88 MULTA-PERDA          VALUE 'X'.
               88 MULTA-EM-ACORDO      VALUE 'A'.
           05 EMP-NUM-CUPOM       PIC 9(6).
           05 EMP-QTD-RENOVACOES  PIC 9(2).
           05 EMP-LOJA            PIC X(08).
           05 EMP-NIVEL-COBRANCA  PIC 9(1).
           05 EMP-VALOR-COBRADO   PIC 9(7)V9(2).
           05 EMP-IMPOSTO-COBRADO PIC 9(7)V9(2).
           05 EMP-NUM-PREPAGO     PIC 9(6).
           05 EMP-HORA-RETIRADA   PIC 9(4).
           05 EMP-HORA-DEVOLUCAO  PIC 9(4).

      *Mesmo layout de CLIENTES-REG do PROJETO-FILMES
       FD CLIENTES.
           05 CLI-RESPONSAVEL  PIC 9(05).
           05 CLI-DATA-ALTERACAO PIC 9(08).
           05 CLI-LOJA-ORIGEM  PIC X(08).
           05 CLI-EMAIL        PIC X(40).
           05 CLI-OPT-SMS      PIC X(01).
               88 CLIENTE-SEM-SMS      VALUE 'N'.
           05 CLI-OPT-EMAIL    PIC X(01).
               88 CLIENTE-SEM-EMAIL    VALUE 'N'.
           05 CLI-OPT-CARTA    PIC X(01).
               88 CLIENTE-SEM-CARTA    VALUE 'N'.
           05 CLI-CONSENT-DATA PIC 9(08).
           05 CLI-CONSENT-OPERADOR PIC X(20).
           05 CLI-CPF          PIC 9(11).
           05 CLI-INDICADO-POR PIC 9(05).
           05 CLI-IND-SITUACAO PIC X(01).
           05 CLI-IND-CUPOM    PIC 9(06).
           05 CLI-IND-VALOR    PIC 9(5)V9(2).
           05 CLI-IND-DATA     PIC 9(08).
           05 CLI-IND-DATA-EST PIC 9(08).

      *Mesmo layout de RESERVAS-REG do PROJETO-FILMES
       FD RESERVAS.
               88 EXEMPLAR-EM-TRANSITO  VALUE 'T'.
               88 EXEMPLAR-VENDIDO      VALUE 'V'.
               88 EXEMPLAR-SEGURADO     VALUE 'S'.
               88 EXEMPLAR-EM-INSPECAO  VALUE 'I'.
               88 EXEMPLAR-P-ENTREGA    VALUE 'G'.
               88 EXEMPLAR-DEVOLVIDO    VALUE 'F'.
               88 EXEMPLAR-VAREJO       VALUE 'K'.
           05 EX-DATA-BAIXA     PIC 9(08).
           05 EX-MOTIVO-BAIXA   PIC X(15).
           05 EX-CUSTO-BAIXA    PIC 9(06)V9(02).
           05 EX-DATA-CADASTRO  PIC 9(08).
           05 EX-LOJA           PIC X(08).
           05 EX-QTD-LOCACOES   PIC 9(05).
           05 EX-LOC-DESDE-INSP PIC 9(03).
           05 EX-DATA-INSPECAO  PIC 9(08).
           05 EX-POSSE          PIC X(01).
               88 EXEMPLAR-PROPRIO      VALUE 'P' ' '.
               88 EXEMPLAR-LEASING      VALUE 'L'.
               88 EXEMPLAR-CONSIGNADO   VALUE 'C'.
           05 EX-DIST-DONO      PIC X(15).
           05 EX-DATA-DEVOLVER  PIC 9(08).
           05 EX-PRECO-COMPRA   PIC 9(06)V9(02).
           05 EX-PCT-REPASSE    PIC 9(02)V9(02).

      *Mesmo layout de TAXACAMBIO-REG do PROJETO-FILMES
       FD TAXACAMBIO.
               88 PAGAMENTO-CONTA      VALUE 'C'.
               88 PAGAMENTO-ASSINATURA VALUE 'A'.
               88 PAGAMENTO-NOTA-CRED  VALUE 'N'.
               88 PAGAMENTO-PREPAGO    VALUE 'P'.
           05 PAG-VALOR-BRL       PIC 9(7)V9(2).
           05 PAG-CAIXA           PIC 9(6).
           05 PAG-DESCONTO        PIC 9(7)V9(2).
               88 FORMA-CARTAO         VALUE 'C'.
               88 FORMA-PIX            VALUE 'P'.
           05 PAG-REF-DOC         PIC 9(6).
           05 PAG-CODFILME        PIC 9(5).
           05 PAG-TEF-AUTORIZACAO PIC X(12).
           05 PAG-TEF-BANDEIRA    PIC X(10).
           05 PAG-TEF-MODO        PIC X(01).
               88 TEF-APROVADO         VALUE 'T'.
               88 TEF-MANUAL           VALUE 'M'.
           05 PAG-HORA            PIC 9(4).

      *Linha do arquivo de intercambio com a matriz (EXPORTMOV)
       FD MOVLOJA.
               88 REPRECO-AGENDADO     VALUE 'A'.
               88 REPRECO-APLICADO     VALUE 'P'.
               88 REPRECO-CANCELADO    VALUE 'C'.
               88 REPRECO-RETIDO       VALUE 'R'.
               88 REPRECO-SIMULADO     VALUE 'S'.

      *Linha da trilha de auditoria (mesmo layout do 5190)
       FD AUDITFILE.
       FD OUTBOX.
       01 OUTBOX-REG           PIC X(132).

      *Arquivo morto de emprestimos: copia crua das 92 primeiras
      *posicoes do registro vivo (sem as horas), relido pelo
      *extrato do PROJETO-FILMES; versao 2 no carimbo (a 1 tinha 86)
       FD ARQEMP.
       01 ARQEMP-REG            PIC X(92).

      *Arquivo morto de pagamentos: copia crua das 149 primeiras
      *posicoes do registro vivo (sem a hora); versao 2 no carimbo
      *(a 1 tinha 121)
       FD ARQPAG.
       01 ARQPAG-REG            PIC X(149).

      *Mesmo layout de AVALIA-REG do PROJETO-FILMES
       FD AVALIA.

      *Linha da exportacao de clientes (CLIEXPORT)
       FD CLIEXP.
       01 CLIEXP-REG           PIC X(300).

      *Mesmo layout de CLIEND-REG do PROJETO-FILMES
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

      *Mesmo layout de RECITEM-REG do PROJETO-FILMES
       FD RECITEM.
       01 RECITEM-REG.
           05 RI-CHAVE.
               10 RI-CODFILME      PIC 9(5).
               10 RI-EXEMPLAR      PIC 9(2).
           05 RI-RECALL         PIC 9(6).
           05 RI-TITULO         PIC X(30).
           05 RI-PEDIDO         PIC 9(6).
           05 RI-CUSTO          PIC 9(5)V9(2).
           05 RI-SITUACAO       PIC X(01).
               88 RECITEM-PENDENTE     VALUE 'P'.
               88 RECITEM-RECOLHIDO    VALUE 'R'.
               88 RECITEM-FORA         VALUE 'X'.
           05 RI-STATUS-ORIG    PIC X(01).
           05 RI-LOJA           PIC X(08).
           05 RI-CLIENTE        PIC 9(5).
           05 RI-AVISO          PIC X(01).
               88 RECITEM-A-AVISAR     VALUE 'A'.
               88 RECITEM-AVISADO      VALUE 'V'.
               88 RECITEM-AVISO-SUPR   VALUE 'S'.
           05 RI-DATA-AVISO     PIC 9(8).
           05 RI-DATA-RECOLHE   PIC 9(8).
           05 RI-RMA            PIC 9(6).

       FD RUNCTL.
       01 RUNCTL-REG           PIC X(132).
       FD JOBLOG.
       01 JOBLOG-REG           PIC X(132).

       FD ERROLOG.
       01 ERROLOG-REG          PIC X(200).

      *Mesmo layout do FECHADIA do PROJETO-FILMES
       FD FECHADIA.
       01 FECHADIA-REG.
           05 PARAM-DIAS-VENDA-FORC PIC 9(3).
           05 PARAM-MESES-MOV       PIC 9(2).
           05 PARAM-DIAS-LANCAMENTO PIC 9(3).
           05 PARAM-PONTOS-POR-REAL PIC 9(2).
           05 PARAM-VALOR-PONTO     PIC 9(1)V9(2).
           05 PARAM-MESES-PONTOS    PIC 9(2).
           05 PARAM-LOC-INSPECAO    PIC 9(3).
           05 PARAM-VALOR-INDICACAO PIC 9(5)V9(2).
           05 PARAM-DIAS-RECONQUISTA PIC 9(3).
           05 PARAM-HORAS-TURNO     PIC 9(2)V9(2).
           05 PARAM-SEGM-RECONQUISTA PIC X(18).
           05 PARAM-DIAS-CORREIO    PIC 9(3).
           05 PARAM-DIAS-CARENCIA-ACD PIC 9(2).
           05 PARAM-MESES-DORMENCIA PIC 9(3).
           05 PARAM-DIAS-APROV-PED  PIC 9(2).

      *Linhas genericas da poda de logs (passo RETENCAO)
       FD RETIN.
           05 NS-NUM-EMPRESTIMO PIC 9(6).
           05 NS-NIVEL          PIC 9(1).

      *Mesmo layout de CAMPANHA-REG do PROJETO-FILMES
       FD CAMPANHA.
       01 CAMPANHA-REG.
           05 CP-CHAVE.
               10 CP-CLIENTE       PIC 9(5).
               10 CP-DATA          PIC 9(8).
           05 CP-ULT-LOCACAO    PIC 9(8).
           05 CP-GENERO         PIC X(8).
           05 CP-DATA-LIMITE    PIC 9(8).

      *Mesmo layout de PEDTIT-REG do PROJETO-FILMES
       FD PEDTIT.
       01 PEDTIT-REG.
           05 PTT-NUMERO        PIC 9(6).
           05 PTT-CLIENTE       PIC 9(5).
           05 PTT-CODFILME      PIC 9(5).
           05 PTT-TITULO        PIC X(30).
           05 PTT-DATA          PIC 9(8).
           05 PTT-OPERADOR      PIC X(20).
           05 PTT-STATUS        PIC X(01).
               88 PEDTIT-PENDENTE      VALUE 'P'.
               88 PEDTIT-CHEGOU        VALUE 'C'.
               88 PEDTIT-AVISADO       VALUE 'V'.
               88 PEDTIT-RESERVADO     VALUE 'R'.
               88 PEDTIT-CANCELADO     VALUE 'X'.
           05 PTT-DATA-CHEGADA  PIC 9(8).
           05 PTT-DATA-AVISO    PIC 9(8).
           05 PTT-NUM-RESERVA   PIC 9(6).

      *Ultima retirada do cliente (passo RECONQUISTA)
       FD ULTLOC.
       01 ULTLOC-REG.
           05 UL-CLIENTE        PIC 9(5).
           05 UL-DATA           PIC 9(8).

      *Mesmo layout de RFMCLI-REG do PROJETO-FILMES
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

      *Mesmo layout de NFCE-REG do PROJETO-FILMES
       FD NFCE.
       01 NFCE-REG.
           05 NFE-CHAVE.
               10 NFE-SERIE        PIC 9(3).
               10 NFE-NUMERO       PIC 9(8).
               10 NFE-LINHA        PIC 9(2).
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

      *Linha da fila do transmissor fiscal
       FD NFCEFILA.
       01 NFCEFILA-REG          PIC X(132).

      *Estado do transmissor: ON no inicio enquanto esta no ar
       FD NFCEST.
       01 NFCEST-REG            PIC X(80).

      *Retorno do transmissor:
      *serie;numero;situacao(A/R);chave;protocolo;motivo
       FD NFCERET.
       01 NFCERET-REG           PIC X(200).

      *Linha do relatorio de NFC-e rejeitadas e pendentes
       FD NFCEPEND.
       01 NFCEPEND-REG          PIC X(132).

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

      *Registro descarregado pelo passo REORG (o maior mestre,
      *CLIENTES, tem menos de 300 posicoes)
       FD REORGSEQ.
       01 REORGSEQ-REG          PIC X(300).

      *Linha do relatorio da reorganizacao
       FD REORGREL.
       01 REORGREL-REG          PIC X(132).

      *Mesmo layout de ASSCORR-REG do PROJETO-FILMES
       FD ASSCORR.
       01 ASSCORR-REG.
           05 ASC-CLIENTE       PIC 9(5).
           05 ASC-LIMITE        PIC 9(2).
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

      *Mesmo layout de FILAASS-REG do PROJETO-FILMES
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

      *Linha da lista de separacao do correio
       FD CORRSEP.
       01 CORRSEP-REG           PIC X(132).

      *Linha das etiquetas de postagem do correio
       FD CORRETQ.
       01 CORRETQ-REG           PIC X(132).

      *Mesmo layout de ACORDOS-REG do PROJETO-FILMES
       FD ACORDOS.
       01 ACORDOS-REG.
           05 ACD-CHAVE.
               10 ACD-NUMERO       PIC 9(6).
               10 ACD-PARCELA      PIC 9(2).
                   88 ACD-CABECALHO    VALUE ZERO.
           05 ACD-CLIENTE       PIC 9(5).
           05 ACD-SITUACAO      PIC X(01).
               88 ACORDO-ATIVO         VALUE 'A'.
               88 ACORDO-QUITADO       VALUE 'Q'.
               88 ACORDO-ROMPIDO       VALUE 'R'.
               88 PARCELA-ABERTA       VALUE 'A'.
               88 PARCELA-PAGA         VALUE 'P'.
               88 PARCELA-VENCIDA      VALUE 'V'.
           05 ACD-DATA          PIC 9(8).
           05 ACD-VALOR         PIC 9(7)V9(2).
           05 ACD-VALOR-MULTAS  PIC 9(7)V9(2).
           05 ACD-VALOR-CONTA   PIC 9(7)V9(2).
           05 ACD-VALOR-PAGO    PIC 9(7)V9(2).
           05 ACD-QTD-PARCELAS  PIC 9(2).
           05 ACD-NUM-PAGAMENTO PIC 9(6).
           05 ACD-DATA-FIM      PIC 9(8).
           05 ACD-OPERADOR      PIC X(20).

       FD CTLACD.
       01 CTLACD-REG.
           05 CTLACD-CHAVE         PIC X(01).
           05 CTLACD-ULT-NUMERO    PIC 9(6).

      *Mesmo layout de RESUMOLOC-REG do PROJETO-FILMES
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

      *Uma locacao nao estornada, viva ou do arquivo morto
       FD RLTMP.
       01 RLTMP-REG.
           05 RLT-CODFILME      PIC 9(5).
           05 RLT-CLIENTE       PIC 9(5).
           05 RLT-RETIRADA      PIC 9(8).
           05 RLT-NUMERO        PIC 9(6).
           05 RLT-LOJA          PIC X(08).
           05 RLT-STATUS        PIC X(01).
           05 RLT-DEVOLUCAO     PIC 9(8).
           05 RLT-MULTA         PIC 9(5)V9(2).
           05 RLT-COBRADO       PIC 9(7)V9(2).

      *Registro de trabalho do SORT do resumo de locacoes
       SD  RLORD.
       01  RLORD-REG.
           05 RLO-CODFILME      PIC 9(5).
           05 RLO-CLIENTE       PIC 9(5).
           05 RLO-RETIRADA      PIC 9(8).
           05 RLO-NUMERO        PIC 9(6).
           05 FILLER            PIC X(33).

      *Saida ordenada por titulo, cliente, retirada e numero
       FD RLSEQ.
       01 RLSEQ-REG.
           05 RLS-CODFILME      PIC 9(5).
           05 RLS-CLIENTE       PIC 9(5).
           05 RLS-RETIRADA      PIC 9(8).
           05 RLS-NUMERO        PIC 9(6).
           05 RLS-LOJA          PIC X(08).
           05 RLS-STATUS        PIC X(01).
               88 RLS-DEVOLVIDO      VALUE 'D'.
           05 RLS-DEVOLUCAO     PIC 9(8).
           05 RLS-MULTA         PIC 9(5)V9(2).
           05 RLS-COBRADO       PIC 9(7)V9(2).

      *Mesmo layout de GENEROS-REG do PROJETO-FILMES
       FD GENEROS.
       01 GENEROS-REG.
           05 COD-GENERO       PIC X(08).
           05 DESC-GENERO      PIC X(15).

      *Mesmo layout de DISTRIB-REG do PROJETO-FILMES
       FD DISTRIB.
       01 DISTRIB-REG.
           05 COD-DISTRIBUIDORA    PIC X(15).
           05 NOME-DISTRIBUIDORA   PIC X(30).
           05 DIST-PCT-REPASSE     PIC 9(2)V9(2).

      *Mesmo layout de LOJAS-REG do PROJETO-FILMES
       FD LOJAS.
       01 LOJAS-REG.
           05 LOJA-CODIGO       PIC X(08).
           05 LOJA-NOME         PIC X(30).
           05 LOJA-ENDERECO     PIC X(40).
           05 LOJA-LOCAL-ALIQ   PIC X(08).

      *Mesmo layout de CALENDARIO-REG do PROJETO-FILMES
       FD CALENDARIO.
       01 CALENDARIO-REG.
           05 CAL-DATA          PIC 9(8).
           05 CAL-DESCRICAO     PIC X(20).

      *Chave substituta de uma entidade da extracao de BI; para
      *o exemplar (XE) guarda tambem a ultima situacao extraida
       FD BICHAVES.
       01 BICHAVES-REG.
           05 BK-CHAVE.
               10 BK-ENTIDADE      PIC X(02).
               10 BK-NATURAL       PIC X(20).
           05 BK-SURROGATA      PIC 9(9).
           05 BK-ULT-CARGA      PIC 9(9).
           05 BK-SITUACAO       PIC X(01).

      *Registro de controle da extracao de BI
       FD CTLBI.
       01 CTLBI-REG.
           05 CTLBI-CHAVE       PIC X(02).
           05 CTLBI-ULT-NUMERO  PIC 9(9).
           05 CTLBI-DATA        PIC 9(8).

      *Linhas dos arquivos da extracao de BI
       FD BIDFIL.
       01 BIDFIL-REG            PIC X(250).

       FD BIDCLI.
       01 BIDCLI-REG            PIC X(250).

       FD BIDLOJ.
       01 BIDLOJ-REG            PIC X(250).

       FD BIDOPE.
       01 BIDOPE-REG            PIC X(250).

       FD BIDDAT.
       01 BIDDAT-REG            PIC X(250).

       FD BIFLOC.
       01 BIFLOC-REG            PIC X(250).

       FD BIFPAG.
       01 BIFPAG-REG            PIC X(250).

       FD BIFEXE.
       01 BIFEXE-REG            PIC X(250).

       FD BIFRES.
       01 BIFRES-REG            PIC X(250).

      *Remessa de devolucao a distribuidora: cabecalho (linha 00)
      *e uma linha por copia devolvida
       FD DEVDIST.
       01 DEVDIST-REG.
           05 DD-CHAVE.
               10 DD-NUMERO         PIC 9(6).
               10 DD-LINHA          PIC 9(2).
           05 DD-DISTRIBUIDORA  PIC X(15).
           05 DD-DATA           PIC 9(8).
           05 DD-STATUS         PIC X(01).
               88 REMESSA-ABERTA       VALUE 'A'.
               88 REMESSA-ENVIADA      VALUE 'E'.
           05 DD-QTD-COPIAS     PIC 9(3).
           05 DD-CODFILME       PIC 9(5).
           05 DD-EXEMPLAR       PIC 9(2).
           05 DD-POSSE          PIC X(01).
           05 DD-DATA-DEVOLVER  PIC 9(8).
           05 DD-PRECO-COMPRA   PIC 9(6)V9(2).

       FD CTLDEV.
       01 CTLDEV-REG.
           05 CTLDEV-CHAVE      PIC X(01).
           05 CTLDEV-ULT-NUMERO PIC 9(6).

       FD DEVPACK.
       01 DEVPACK-REG           PIC X(132).

       FD DEVLEASE.
       01 DEVLEASE-REG          PIC X(132).

       FD DEVATRAS.
       01 DEVATRAS-REG          PIC X(132).

      *Mesmo layout de ANIMULTA-REG do PROJETO-FILMES
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

      *Mesmos layouts do spool de relatorios do PROJETO-FILMES
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

      *Mesmo layout de PRECOLOJA-REG do PROJETO-FILMES
       FD PRECOLOJA.
       01 PRECOLOJA-REG.
           05 PL-CHAVE.
               10 PL-LOJA           PIC X(08).
               10 PL-ESCOPO         PIC X(01).
               10 PL-VALOR-ESCOPO   PIC X(15).
               10 PL-DATA-EFETIVA   PIC 9(8).
           05 PL-TIPO           PIC X(01).
           05 PL-SINAL          PIC X(01).
           05 PL-PERCENTUAL     PIC 9(3)V9(2).
           05 PL-VALOR          PIC 9(4)V9(2).
           05 PL-LOTE           PIC 9(4).
           05 PL-OPERADOR       PIC X(20).
           05 PL-DATA-ALTERACAO PIC 9(8).

      *Mesmo layout de REPLOJA-REG do PROJETO-FILMES
       FD REPLOJA.
       01 REPLOJA-REG.
           05 RPL-NUMERO        PIC 9(4).
           05 RPL-LOJA          PIC X(08).

       FD SITEPRECO.
       01 SITEPRECO-REG         PIC X(132).

      *Mesmo layout de JANELA-REG do PROJETO-FILMES
       FD JANELA.
       01 JANELA-REG.
           05 JN-CODFILME       PIC 9(5).
           05 JN-DATA-ESTREIA   PIC 9(8).
           05 JN-DATA-FIM       PIC 9(8).
           05 JN-OPERADOR       PIC X(20).
           05 JN-DATA-ALTERACAO PIC 9(8).

       FD LICENCAS.
       01 LICENCAS-REG          PIC X(132).

       WORKING-STORAGE SECTION.

       77 FILME-STATUS          PIC 9(2).
       77 PAGAMENTOS-STATUS     PIC 9(2).
       77 MOVLOJA-STATUS        PIC 9(2).
       77 CLIEXP-STATUS         PIC 9(2).
       77 CLIEND-STATUS         PIC 9(2).
       77 RECITEM-STATUS        PIC 9(2).
       77 EXEMPLARES-STATUS     PIC 9(2).
       77 TAXACAMBIO-STATUS     PIC 9(2).
       77 BAIXAS-STATUS         PIC 9(2).
       77 CTLTRF-STATUS         PIC 9(2).
       77 CTLRMA-STATUS         PIC 9(2).
       77 CONTACLI-STATUS       PIC 9(2).
       77 PONTOS-STATUS         PIC 9(2).
       77 PREPAGO-STATUS        PIC 9(2).
       77 CUPONS-STATUS         PIC 9(2).
       77 CTLCPN-STATUS         PIC 9(2).
       77 CTLACD-STATUS         PIC 9(2).
       77 OPERADORES-STATUS     PIC 9(2).
       77 EXCECOES-STATUS       PIC 9(2).
       77 CAIXA-STATUS          PIC 9(2).
       77 MOVCAIXA-STATUS       PIC 9(2).
       77 PLANOS-STATUS         PIC 9(2).
       77 FISCAL-STATUS         PIC 9(2).
       77 CAMPANHA-STATUS       PIC 9(2).
       77 PEDTIT-STATUS         PIC 9(2).
       77 ULTLOC-STATUS         PIC 9(2).
       77 RFMCLI-STATUS         PIC 9(2).

      *Diretorio base dos arquivos de dados, lido do ambiente como
      *no 1060-MONTA-CAMINHOS do PROJETO-FILMES
       77 WRK-CLIEXP-NOME          PIC X(32) VALUE SPACES.
       77 WRK-CLIEXP-END           PIC X(42) VALUE SPACES.
       77 WRK-PATH-JOBLOG          PIC X(80) VALUE SPACES.
       77 WRK-PATH-ERROLOG         PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLPARAM        PIC X(80) VALUE SPACES.
       77 WRK-PATH-FECHADIA        PIC X(80) VALUE SPACES.
       77 WRK-PATH-AUDITFILE       PIC X(80) VALUE SPACES.
       77 WRK-PATH-PAGAMENTOS      PIC X(80) VALUE SPACES.
       77 WRK-PATH-MOVLOJA         PIC X(80) VALUE SPACES.
       77 WRK-PATH-CLIEXP          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CLIEND          PIC X(80) VALUE SPACES.
       77 WRK-PATH-RECITEM         PIC X(80) VALUE SPACES.
       77 WRK-PATH-EXEMPLARES      PIC X(80) VALUE SPACES.
       77 WRK-PATH-TAXACAMBIO      PIC X(80) VALUE SPACES.
       77 WRK-PATH-AVALIA          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLTRF          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLRMA          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CONTACLI        PIC X(80) VALUE SPACES.
       77 WRK-PATH-PONTOS          PIC X(80) VALUE SPACES.
       77 WRK-PATH-PREPAGO         PIC X(80) VALUE SPACES.
       77 WRK-PATH-CUPONS          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLCPN          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLACD          PIC X(80) VALUE SPACES.
       77 WRK-PATH-OPERADORES      PIC X(80) VALUE SPACES.
       77 WRK-PATH-EXCECOES        PIC X(80) VALUE SPACES.
       77 WRK-PATH-CAIXA           PIC X(80) VALUE SPACES.
       77 WRK-PATH-MOVCAIXA        PIC X(80) VALUE SPACES.
       77 WRK-PATH-PLANOS          PIC X(80) VALUE SPACES.
       77 WRK-PATH-FISCAL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CAMPANHA        PIC X(80) VALUE SPACES.
       77 WRK-PATH-PEDTIT          PIC X(80) VALUE SPACES.
       77 WRK-PATH-ULTLOC          PIC X(80) VALUE SPACES.
       77 WRK-PATH-RFMCLI          PIC X(80) VALUE SPACES.
       77 WRK-PATH-NFCE            PIC X(80) VALUE SPACES.
       77 WRK-PATH-NFCEFILA        PIC X(80) VALUE SPACES.
       77 WRK-PATH-NFCEST          PIC X(80) VALUE SPACES.
       77 WRK-PATH-NFCERET         PIC X(80) VALUE SPACES.
       77 WRK-PATH-NFCEPEND        PIC X(80) VALUE SPACES.
       77 WRK-PATH-JORNAL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLJRN          PIC X(80) VALUE SPACES.
       77 WRK-PATH-VERSOES         PIC X(80) VALUE SPACES.
       77 WRK-PATH-REORGSEQ        PIC X(80) VALUE SPACES.
       77 WRK-PATH-REORGREL        PIC X(80) VALUE SPACES.
       77 WRK-PATH-ASSCORR         PIC X(80) VALUE SPACES.
       77 WRK-PATH-FILAASS         PIC X(80) VALUE SPACES.
       77 WRK-PATH-CORRSEP         PIC X(80) VALUE SPACES.
       77 WRK-PATH-CORRETQ         PIC X(80) VALUE SPACES.
       77 WRK-PATH-ACORDOS         PIC X(80) VALUE SPACES.
       77 WRK-PATH-RESUMOLOC       PIC X(80) VALUE SPACES.
       77 WRK-PATH-RLTMP           PIC X(80) VALUE SPACES.
       77 WRK-PATH-RLORD           PIC X(80) VALUE SPACES.
       77 WRK-PATH-RLSEQ           PIC X(80) VALUE SPACES.
       77 WRK-PATH-GENEROS         PIC X(80) VALUE SPACES.
       77 WRK-PATH-DISTRIB         PIC X(80) VALUE SPACES.
       77 WRK-PATH-LOJAS           PIC X(80) VALUE SPACES.
       77 WRK-PATH-CALENDARIO      PIC X(80) VALUE SPACES.
       77 WRK-PATH-BICHAVES        PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLBI           PIC X(80) VALUE SPACES.
       77 WRK-PATH-BIDFIL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-BIDCLI          PIC X(80) VALUE SPACES.
       77 WRK-PATH-BIDLOJ          PIC X(80) VALUE SPACES.
       77 WRK-PATH-BIDOPE          PIC X(80) VALUE SPACES.
       77 WRK-PATH-BIDDAT          PIC X(80) VALUE SPACES.
       77 WRK-PATH-BIFLOC          PIC X(80) VALUE SPACES.
       77 WRK-PATH-BIFPAG          PIC X(80) VALUE SPACES.
       77 WRK-PATH-BIFEXE          PIC X(80) VALUE SPACES.
       77 WRK-PATH-BIFRES          PIC X(80) VALUE SPACES.
       77 WRK-PATH-DEVDIST         PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLDEV          PIC X(80) VALUE SPACES.
       77 WRK-PATH-DEVPACK         PIC X(80) VALUE SPACES.
       77 WRK-PATH-DEVLEASE        PIC X(80) VALUE SPACES.
       77 WRK-PATH-DEVATRAS        PIC X(80) VALUE SPACES.
       77 WRK-PATH-ANIMULTA        PIC X(80) VALUE SPACES.
       77 WRK-PATH-SPOOLIDX        PIC X(80) VALUE SPACES.
       77 WRK-PATH-SPOOL           PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLSPL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-SPLRET          PIC X(80) VALUE SPACES.
       77 WRK-PATH-SPLORIG         PIC X(80) VALUE SPACES.
       77 WRK-PATH-PRECOLOJA       PIC X(80) VALUE SPACES.
       77 WRK-PATH-REPLOJA         PIC X(80) VALUE SPACES.
       77 WRK-PATH-SITEPRECO       PIC X(80) VALUE SPACES.
       77 WRK-PATH-JANELA          PIC X(80) VALUE SPACES.
       77 WRK-PATH-LICENCAS        PIC X(80) VALUE SPACES.
       77 WRK-BACKUP-PATH          PIC X(80) VALUE SPACES.

       77 WRK-DATA-HOJE         PIC 9(8) VALUE 0.
       77 WRK-PASSO-OK          PIC X(1) VALUE 'S'.
       77 WRK-CADEIA-PAROU      PIC X(1) VALUE 'N'.
       01 WRK-TAB-PASSOS.
           05 WRK-PASSO OCCURS 40 TIMES PIC X(12).
       01 WRK-TAB-PASSO-FREQ.
           05 WRK-PASSO-FREQ OCCURS 40 TIMES PIC X(1).
       01 WRK-TAB-PASSO-DIA.
           05 WRK-PASSO-DIA OCCURS 40 TIMES PIC 9(2).
       01 WRK-RC-CAMPOS.
           05 WRK-RC-NOME          PIC X(12).
           05 WRK-RC-FREQ          PIC X(1).
       77 WRK-FIS-TOT-BRUTO     PIC 9(9)V9(2) VALUE 0.
       77 WRK-FIS-TOT-IMPOSTO   PIC 9(9)V9(2) VALUE 0.
       77 WRK-FIS-TOT-BRL       PIC 9(9)V9(2) VALUE 0.
       77 WRK-FIS-CPF           PIC X(11) VALUE SPACES.
       77 WRK-QTD-PL-FAT        PIC 9(4) VALUE 0.
       77 WRK-PL-VALOR          PIC 9(5)V9(2) VALUE 0.
       77 WRK-PL-DIAS-REST      PIC 9(2) VALUE 0.
      *e contador de eventos gerados
       77 WRK-AMANHA            PIC 9(8) VALUE 0.
       77 WRK-QTD-NOTIF         PIC 9(5) VALUE 0.
       77 WRK-QTD-NOTIF-SUPR    PIC 9(5) VALUE 0.
       77 WRK-NOT-SUPRIME       PIC X(1) VALUE 'N'.
       77 WRK-NOT-FONE          PIC X(15) VALUE SPACES.
       77 WRK-NOT-EMAIL         PIC X(40) VALUE SPACES.

      *Aviso da anistia de multas (passo NOTIFICA): campanha e
      *cliente do aviso em montagem e o total perdoado dele
       77 ANIMULTA-STATUS       PIC 9(2).
       77 WRK-AN-CAMPANHA       PIC 9(4) VALUE 0.
       77 WRK-AN-CLIENTE        PIC 9(5) VALUE 0.
       77 WRK-AN-TOTAL          PIC 9(7)V9(2) VALUE 0.
       77 WRK-AN-TOTAL-ED       PIC ZZZZZZ9,99.

      *Spool de relatorios: a emissao em gravacao (4960) e a poda
      *pela retencao de cada relatorio (5630)
       77 SPOOLIDX-STATUS       PIC 9(2).
       77 SPOOL-STATUS          PIC 9(2).
       77 CTLSPL-STATUS         PIC 9(2).
       77 SPLRET-STATUS         PIC 9(2).
       77 SPLORIG-STATUS        PIC 9(2).
       77 WRK-PROX-SPOOL        PIC 9(6) VALUE 0.
       77 WRK-SPL-RELATORIO     PIC X(08) VALUE SPACES.
       77 WRK-SPL-PARAMETROS    PIC X(40) VALUE SPACES.
       77 WRK-SPL-QTD-LINHAS    PIC 9(6) VALUE 0.
       77 WRK-SPL-HORA          PIC 9(8) VALUE 0.
       77 WRK-SPL-MESES         PIC 9(3) VALUE 0.
       77 WRK-SPL-CORTE         PIC 9(6) VALUE 0.
       77 WRK-SPL-QTD-EXP       PIC 9(5) VALUE 0.

      *Tabela de precos por loja (4970/4975): a loja, a data e o
      *titulo consultados, a linha vigente achada e o preco; a
      *loja alvo do lote de reprecificacao (5820) e os precos
      *publicados para o site (5410)
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
       77 WRK-PLJ-TIPO          PIC X(01) VALUE SPACE.
       77 WRK-PLJ-SINAL         PIC X(01) VALUE SPACE.
       77 WRK-PLJ-PERCENTUAL    PIC 9(3)V9(2) VALUE 0.
       77 WRK-PLJ-VALOR         PIC 9(4)V9(2) VALUE 0.
       77 WRK-PLJ-QTD           PIC 9(5) VALUE 0.
       77 WRK-PLJ-PRECO-ED      PIC ZZZ9,99.
       77 WRK-RPC-LOJA          PIC X(08) VALUE SPACES.

      *Intercambio com a matriz (passo EXPORTMOV)
       77 WRK-QTD-MOV           PIC 9(5) VALUE 0.
       77 WRK-ENV-CORTE         PIC 9(8) VALUE 0.
       77 WRK-ENV-PRIMEIRO      PIC 9(8) VALUE 0.
       77 WRK-QTD-ENVELHECE     PIC 9(5) VALUE 0.

      *Expiracao de pontos de fidelidade (passo PONTOS): meses de
      *validade vindos de CTLPARAM, data de corte, quebra por
      *cliente, acumuladores e a tabela das expiracoes a gravar
       77 WRK-MESES-PONTOS      PIC 9(2) VALUE 12.
       77 WRK-PT-CORTE          PIC 9(8) VALUE 0.
       77 WRK-PT-CLI-ANT        PIC 9(5) VALUE 0.
       77 WRK-PT-ULT-SEQ        PIC 9(4) VALUE 0.
       77 WRK-PT-CRED-VELHO     PIC 9(9) VALUE 0.
       77 WRK-PT-DEBITOS        PIC 9(9) VALUE 0.
       77 WRK-PT-TOTAL-EXP      PIC 9(9) VALUE 0.
       77 WRK-QTD-PT-EXP        PIC 9(5) VALUE 0.
       77 WRK-QTD-PT-TAB        PIC 9(3) VALUE 0.
       77 WRK-IDX-PT            PIC 9(3) VALUE 0.
       01 WRK-TAB-EXPIRA.
           05 WRK-EXP-ITEM OCCURS 500 TIMES.
               10 WRK-EXP-CLIENTE  PIC 9(5).
               10 WRK-EXP-SEQ      PIC 9(4).
               10 WRK-EXP-QTD      PIC 9(7).

      *Excecoes por operador (passo EXCECOES): semana coberta, a
      *tabela de contagens por operador e tipo, a media da casa e
      *os campos da linha de auditoria lida (mesma ordem do 5190)
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
       01 WRK-AUD-CAMPOS.
           05 WRK-AUD-L-DATA       PIC X(8).
           05 WRK-AUD-L-OPER       PIC X(20).
           05 WRK-AUD-L-OP         PIC X(8).
           05 WRK-AUD-L-COD        PIC X(5).
           05 WRK-AUD-L-DET        PIC X(30).
       77 WRK-VF-ATRASO         PIC 9(4) VALUE 0.
       77 WRK-VF-CUSTO          PIC 9(7)V9(2) VALUE 0.
       77 WRK-TAXA-ACHOU        PIC 9(3)V9(4) VALUE 0.
       77 WRK-QTD-VFORC         PIC 9(5) VALUE 0.
       77 WRK-VF-TEM-COPIA      PIC X(1) VALUE 'N'.

      *Campanha de reconquista (passo RECONQUISTA): dias sem
      *locacao vindos de CTLPARAM, data de corte, campos da linha
      *do arquivo morto (mesma ordem de EMPRESTIMOS-REG), o genero
      *preferido do cliente e os contadores; a tabela de contagem
      *de generos e a mesma do 9922 do PROJETO-FILMES. Os
      *segmentos RFM convidados tambem vem de CTLPARAM (branco =
      *todos os segmentos)
       77 WRK-DIAS-RECONQUISTA  PIC 9(3) VALUE 90.
       77 WRK-RQ-SEGMENTOS      PIC X(18) VALUE SPACES.
       77 WRK-RQ-RFM-ABERTO     PIC X(1) VALUE 'N'.
       77 WRK-RQ-NO-ALVO        PIC X(1) VALUE 'S'.
       77 WRK-RQ-IDX-SEG        PIC 9(2) VALUE 0.
       77 WRK-QTD-RECONQ-FORA   PIC 9(5) VALUE 0.
       77 WRK-RQ-CORTE          PIC 9(8) VALUE 0.
       77 WRK-RQ-CLIENTE        PIC 9(5) VALUE 0.
       77 WRK-RQ-DATA           PIC 9(8) VALUE 0.
       77 WRK-RQ-STATUS         PIC X(1) VALUE SPACE.
       77 WRK-RQ-GENERO         PIC X(8) VALUE SPACES.
       77 WRK-RQ-CONTATADO      PIC X(1) VALUE 'N'.
       77 WRK-QTD-RECONQ        PIC 9(5) VALUE 0.
       77 WRK-QTD-RECONQ-SUPR   PIC 9(5) VALUE 0.
       77 WRK-QTD-AFASTADOS     PIC 9(5) VALUE 0.
       77 WRK-GEN-TALLY-QTD     PIC 9(2) VALUE 0.
       77 WRK-IDX-GEN           PIC 9(2) VALUE 0.
       77 WRK-GEN-BUSCADO       PIC X(8) VALUE SPACES.
       77 WRK-MAX-CONT          PIC 9(3) VALUE 0.
       77 WRK-MAX-IDX           PIC 9(2) VALUE 0.
       01 WRK-TAB-GEN-TALLY.
           05 WRK-GEN-ITEM OCCURS 20 TIMES.
               10 WRK-GEN-NOME     PIC X(8).
               10 WRK-GEN-CONT     PIC 9(3).

      *Exportacao de clientes (passo CLIEXPORT); a linha tem os
      *campos completos da ficha e passa dos 132 do CSV comum
       77 WRK-QTD-CLIEXP        PIC 9(5) VALUE 0.
       77 WRK-LINHA-CLIEXP      PIC X(300).
       77 WRK-CLIEXP-CEP        PIC 9(8) VALUE 0.
       77 WRK-CLIEXP-NUMERO     PIC X(6) VALUE SPACES.
       77 WRK-CLIEXP-COMPL      PIC X(22) VALUE SPACES.
       77 WRK-CLIEND-ABERTO     PIC X(1) VALUE 'N'.

      *Reprecificacao agendada (passo REPRECO): preco novo
      *calculado, contadores e os campos da linha de auditoria
       77 WRK-IDX-POD           PIC 9(1) VALUE 0.
       77 WRK-DEL-STATUS        PIC 9(9) COMP VALUE 0.

      *NFC-e (passo NFCE): campos da linha de retorno do
      *transmissor, documento sendo reenviado, contadores e os
      *valores editados da fila (mesmo formato do 3681 do
      *PROJETO-FILMES)
       77 NFCE-STATUS           PIC 9(2).
       77 NFCEFILA-STATUS       PIC 9(2).
       77 NFCEST-STATUS         PIC 9(2).
       77 NFCERET-STATUS        PIC 9(2).
       77 NFCEPEND-STATUS       PIC 9(2).
       77 WRK-NFE-ONLINE        PIC X(1) VALUE 'N'.
       77 WRK-NFE-REENVIANDO    PIC X(1) VALUE 'N'.
       77 WRK-NFE-SERIE         PIC 9(3) VALUE 0.
       77 WRK-NFE-NUMERO        PIC 9(8) VALUE 0.
       77 WRK-NFE-SITUACAO      PIC X(20) VALUE SPACES.
       77 WRK-QTD-NFE-RET       PIC 9(5) VALUE 0.
       77 WRK-QTD-NFE-REENV     PIC 9(5) VALUE 0.
       77 WRK-QTD-NFE-PEND      PIC 9(5) VALUE 0.
       77 WRK-NFE-VALOR-ED      PIC 9(7),9(2).
       77 WRK-NFE-IMPOSTO-ED    PIC 9(7),9(2).
       77 WRK-NFE-DESC-ED       PIC 9(7),9(2).
       77 WRK-NFE-ALIQ-ED       PIC 9(2),9(2).
       01 WRK-NR-CAMPOS.
           05 WRK-NR-SERIE         PIC X(3).
           05 WRK-NR-NUMERO        PIC X(8).
           05 WRK-NR-SITUACAO      PIC X(1).
           05 WRK-NR-CHAVE         PIC X(44).
           05 WRK-NR-PROTOCOLO     PIC X(15).
           05 WRK-NR-MOTIVO        PIC X(40).

      *Diario de alteracoes (7040), no layout do PROJETO-FILMES
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

      *Reorganizacao (passo REORG): arquivo corrente, caminhos do
      *vivo, do novo e do antigo, ordem das chaves, contagens e
      *totais de controle (soma das chaves) da descarga e da
      *releitura do arquivo novo, tamanhos e tempos de leitura
       77 REORGSEQ-STATUS       PIC 9(2).
       77 REORGREL-STATUS       PIC 9(2).
       77 WRK-RO-NOME           PIC X(12) VALUE SPACES.
       77 WRK-RO-FISICO         PIC X(12) VALUE SPACES.
       77 WRK-RO-PATH-VIVO      PIC X(80) VALUE SPACES.
       77 WRK-RO-PATH-NOVO      PIC X(80) VALUE SPACES.
       77 WRK-RO-PATH-VELHO     PIC X(80) VALUE SPACES.
       77 WRK-RO-CHAVE          PIC X(20) VALUE SPACES.
       77 WRK-RO-CHAVE-ANT      PIC X(20) VALUE SPACES.
       77 WRK-RO-ORDEM-OK       PIC X(1) VALUE 'S'.
       77 WRK-RO-SITUACAO       PIC X(20) VALUE SPACES.
       77 WRK-RO-ERRO           PIC X(1) VALUE 'N'.
       77 WRK-RO-HASH-ITEM      PIC 9(9) VALUE 0.
       77 WRK-RO-QTD-ANTES      PIC 9(9) VALUE 0.
       77 WRK-RO-QTD-DEPOIS     PIC 9(9) VALUE 0.
       77 WRK-RO-HASH-ANTES     PIC 9(15) VALUE 0.
       77 WRK-RO-HASH-DEPOIS    PIC 9(15) VALUE 0.
       77 WRK-RO-DUPLICADOS     PIC 9(9) VALUE 0.
       77 WRK-RO-TAM-ANTES      PIC 9(12) VALUE 0.
       77 WRK-RO-TAM-DEPOIS     PIC 9(12) VALUE 0.
       77 WRK-RO-CENT-INI       PIC 9(9) VALUE 0.
       77 WRK-RO-CENT-FIM       PIC 9(9) VALUE 0.
       77 WRK-RO-TEMPO-ANTES    PIC 9(7)V9(2) VALUE 0.
       77 WRK-RO-TEMPO-DEPOIS   PIC 9(7)V9(2) VALUE 0.
       77 WRK-RO-TEMPO-A-ED     PIC Z(6)9,99.
       77 WRK-RO-TEMPO-D-ED     PIC Z(6)9,99.
       77 WRK-RO-TROCA-STATUS   PIC 9(9) COMP VALUE 0.
       01 WRK-RO-HORA           PIC 9(8) VALUE 0.
       01 WRK-RO-HORA-R REDEFINES WRK-RO-HORA.
           05 WRK-RO-HH            PIC 9(2).
           05 WRK-RO-MM            PIC 9(2).
           05 WRK-RO-SS            PIC 9(2).
           05 WRK-RO-CC            PIC 9(2).
       01 WRK-RO-CENT           PIC 9(9) VALUE 0.
      *    Detalhes devolvidos pelo CBL_CHECK_FILE_EXIST
       01 WRK-RO-DETALHES.
           05 WRK-RO-TAM-BYTES     PIC X(8) COMP-X.
           05 WRK-RO-DET-DIA       PIC X(1) COMP-X.
           05 WRK-RO-DET-MES       PIC X(1) COMP-X.
           05 WRK-RO-DET-ANO       PIC X(2) COMP-X.
           05 WRK-RO-DET-HORA      PIC X(1) COMP-X.
           05 WRK-RO-DET-MIN       PIC X(1) COMP-X.
           05 WRK-RO-DET-SEG       PIC X(1) COMP-X.
           05 WRK-RO-DET-CENT      PIC X(1) COMP-X.

      *Assinatura pelo correio (passo CORREIO): prazo do
      *emprestimo vindo de CTLPARAM, titulo corrente da varredura
      *dos exemplares e as reservas do balcao aguardando copia
      *(por titulo, na tabela), o melhor pedido da fila para o
      *exemplar, o emprestimo criado e os contadores
       77 ASSCORR-STATUS        PIC 9(2).
       77 FILAASS-STATUS        PIC 9(2).
       77 CORRSEP-STATUS        PIC 9(2).
       77 CORRETQ-STATUS        PIC 9(2).
       77 WRK-DIAS-CORREIO      PIC 9(3) VALUE 30.
       77 WRK-CR-FILME          PIC 9(5) VALUE 0.
       77 WRK-CR-PEND           PIC 9(4) VALUE 0.
       77 WRK-CR-IDX            PIC 9(3) VALUE 0.
       77 WRK-CR-I              PIC 9(3) VALUE 0.
       77 WRK-CR-QTD-RES        PIC 9(3) VALUE 0.
       77 WRK-CR-APTO           PIC X(1) VALUE 'N'.
       77 WRK-CR-ACHOU          PIC X(1) VALUE 'N'.
       77 WRK-CR-MELHOR-CLI     PIC 9(5) VALUE 0.
       77 WRK-CR-MELHOR-POS     PIC 9(3) VALUE 0.
       77 WRK-CR-MELHOR-DATA    PIC 9(8) VALUE 0.
       77 WRK-CR-PREVISTA       PIC 9(8) VALUE 0.
       77 WRK-CR-NUM-EMP        PIC 9(6) VALUE 0.
       77 WRK-QTD-CORREIO       PIC 9(5) VALUE 0.
       77 WRK-QTD-CR-VOLTA      PIC 9(5) VALUE 0.
       77 WRK-QTD-CR-RETIDOS    PIC 9(5) VALUE 0.
       77 WRK-QTD-CR-RECALL     PIC 9(5) VALUE 0.
       77 WRK-QTD-CR-JANELA     PIC 9(5) VALUE 0.
       77 WRK-CR-RECITEM        PIC X(1) VALUE 'N'.
       77 WRK-CR-EM-RECALL      PIC X(1) VALUE 'N'.
       77 WRK-CR-NA-JANELA      PIC X(1) VALUE 'S'.
       01 WRK-CR-TAB-RES.
           05 WRK-CR-RES-ITEM OCCURS 500 TIMES.
               10 WRK-CR-RES-FILME     PIC 9(5).
               10 WRK-CR-RES-QTD       PIC 9(4).

      *Passo ACORDOS: tolerancia e data de corte do vencimento,
      *os acordos rompidos na varredura (tabela), o saldo que volta
      *para a cobranca e os contadores
       77 ACORDOS-STATUS        PIC 9(2).
       77 WRK-DIAS-CARENCIA-ACD PIC 9(2) VALUE 5.
       77 WRK-AC-CORTE          PIC 9(8) VALUE 0.
       77 WRK-AC-NUMERO         PIC 9(6) VALUE 0.
       77 WRK-AC-ATIVO          PIC X(1) VALUE 'N'.
       77 WRK-AC-IDX            PIC 9(3) VALUE 0.
       77 WRK-AC-QTD-ROMPE      PIC 9(3) VALUE 0.
       77 WRK-AC-CLIENTE        PIC 9(5) VALUE 0.
       77 WRK-AC-SOBRA          PIC 9(7)V9(2) VALUE 0.
       77 WRK-AC-RESTANTE       PIC 9(7)V9(2) VALUE 0.
       77 WRK-AC-DEBITO         PIC 9(7)V9(2) VALUE 0.
       77 WRK-AC-ULT-SEQ        PIC 9(4) VALUE 0.
       77 WRK-AC-VALOR-ED       PIC ZZZZZZ9,99.
       77 WRK-QTD-AC-VENCIDAS   PIC 9(5) VALUE 0.
       77 WRK-QTD-AC-ROMPIDOS   PIC 9(5) VALUE 0.
       77 WRK-QTD-AC-SUPR       PIC 9(5) VALUE 0.
       01 WRK-AC-TAB-ROMPE.
           05 WRK-AC-ROMPE-NUM OCCURS 200 TIMES PIC 9(6).

      *Passo RESUMOLOC: reconstrucao completa (sem marcador de
      *dia ou pelo passo RESUMOREF) ou so da janela dos ultimos
      *dias, ultimo dia ja montado, quebra por titulo e cliente,
      *classe do cliente (lida uma vez por cliente), a linha do
      *arquivo morto (mesma ordem de EMPRESTIMOS-REG), a foto de
      *abertos/atrasados e os contadores
       77 RESUMOLOC-STATUS      PIC 9(2).
       77 RLTMP-STATUS          PIC 9(2).
       77 RLSEQ-STATUS          PIC 9(2).
       77 WRK-DIAS-JANELA-RL    PIC 9(2) VALUE 7.
       77 WRK-RL-COMPLETO       PIC X(1) VALUE 'N'.
       77 WRK-RL-INICIO         PIC 9(8) VALUE 0.
       77 WRK-RL-ULTIMO         PIC 9(8) VALUE 0.
       77 WRK-RL-FILME-ANT      PIC 9(5) VALUE 0.
       77 WRK-RL-CLIENTE-ANT    PIC 9(5) VALUE 0.
       77 WRK-RL-NOVO           PIC X(1) VALUE 'N'.
       77 WRK-RL-CLI-LIDO       PIC 9(6) VALUE 999999.
       77 WRK-RL-CLASSE         PIC X(1) VALUE SPACE.
       77 WRK-RL-TIPO           PIC X(1) VALUE SPACE.
       77 WRK-RL-DATA-EVT       PIC 9(8) VALUE 0.
       77 WRK-RL-DIAS           PIC 9(5) VALUE 0.
       77 WRK-RL-ABERTOS        PIC 9(5) VALUE 0.
       77 WRK-RL-ATRASADOS      PIC 9(5) VALUE 0.
       77 WRK-QTD-RL-LIDOS      PIC 9(7) VALUE 0.
       77 WRK-QTD-RL-EVENTOS    PIC 9(7) VALUE 0.
       77 WRK-QTD-RL-APAGADOS   PIC 9(7) VALUE 0.
       01 WRK-RL-ARQ.
           05 WRK-RLA-NUMERO       PIC 9(6).
           05 WRK-RLA-CODFILME     PIC 9(5).
           05 FILLER               PIC X(2).
           05 WRK-RLA-CLIENTE      PIC 9(5).
           05 WRK-RLA-RETIRADA     PIC 9(8).
           05 WRK-RLA-PREVISTA     PIC 9(8).
           05 WRK-RLA-DEVOLUCAO    PIC 9(8).
           05 WRK-RLA-STATUS       PIC X(1).
           05 WRK-RLA-MULTA        PIC 9(5)V9(2).
           05 WRK-RLA-SIT-MULTA    PIC X(1).
           05 FILLER               PIC X(8).
           05 WRK-RLA-LOJA         PIC X(8).
           05 FILLER               PIC X(1).
           05 WRK-RLA-COBRADO      PIC 9(7)V9(2).
           05 FILLER               PIC X(15).

      *Extracao de BI (passos BIEXTRAI e BICOMPLETO): modo da
      *carga (completa ou so do que o JORNAL mostra alterado desde
      *a ultima), numero da carga (marca em BK-ULT-CARGA o que ja
      *saiu nela), faixa de sequencias do JORNAL, chave pedida ao
      *7580 e as chaves da linha, faixa de datas vista nos fatos
      *para a dimensao de datas, a linha montada e a quantidade e
      *o total de controle de cada arquivo
       77 GENEROS-STATUS        PIC 9(2).
       77 DISTRIB-STATUS        PIC 9(2).
       77 LOJAS-STATUS          PIC 9(2).
       77 CALENDARIO-STATUS     PIC 9(2).
       77 BICHAVES-STATUS       PIC 9(2).
       77 CTLBI-STATUS          PIC 9(2).
       77 BIDFIL-STATUS         PIC 9(2).
       77 BIDCLI-STATUS         PIC 9(2).
       77 BIDLOJ-STATUS         PIC 9(2).
       77 BIDOPE-STATUS         PIC 9(2).
       77 BIDDAT-STATUS         PIC 9(2).
       77 BIFLOC-STATUS         PIC 9(2).
       77 BIFPAG-STATUS         PIC 9(2).
       77 BIFEXE-STATUS         PIC 9(2).
       77 BIFRES-STATUS         PIC 9(2).
       77 WRK-BI-COMPLETO       PIC X(1) VALUE 'N'.
       77 WRK-BI-MODO           PIC X(1) VALUE SPACE.
       77 WRK-BI-CARGA          PIC 9(9) VALUE 0.
       77 WRK-BI-DESDE-SEQ      PIC 9(9) VALUE 0.
       77 WRK-BI-ATE-SEQ        PIC 9(9) VALUE 0.
       77 WRK-BI-ULT-DATA       PIC 9(8) VALUE 0.
       77 WRK-BI-ENTIDADE       PIC X(2) VALUE SPACES.
       77 WRK-BI-NATURAL        PIC X(20) VALUE SPACES.
       77 WRK-BI-SK             PIC 9(9) VALUE 0.
       77 WRK-BI-SK-LINHA       PIC 9(9) VALUE 0.
       77 WRK-BI-REPETIDO       PIC X(1) VALUE 'N'.
       77 WRK-BI-SK-FILME       PIC 9(9) VALUE 0.
       77 WRK-BI-SK-CLIENTE     PIC 9(9) VALUE 0.
       77 WRK-BI-SK-LOJA        PIC 9(9) VALUE 0.
       77 WRK-BI-SK-OPERADOR    PIC 9(9) VALUE 0.
       77 WRK-BI-SK-LOCACAO     PIC 9(9) VALUE 0.
       77 WRK-BI-SK-EXEMPLAR    PIC 9(9) VALUE 0.
       77 WRK-BI-OPERADOR       PIC X(8) VALUE SPACES.
       77 WRK-BI-SIT-ANTERIOR   PIC X(1) VALUE SPACE.
       77 WRK-BI-DATA-MIN       PIC 9(8) VALUE 0.
       77 WRK-BI-DATA-MAX       PIC 9(8) VALUE 0.
       77 WRK-BI-DATA-VISTA     PIC 9(8) VALUE 0.
       77 WRK-BI-DATA-DIA       PIC 9(8) VALUE 0.
       77 WRK-BI-ANO-LIMITE     PIC 9(4) VALUE 0.
       77 WRK-BI-FECHADO        PIC X(1) VALUE 'N'.
       77 WRK-BI-IDX            PIC 9(2) VALUE 0.
       77 WRK-BI-TOTAL          PIC 9(9) VALUE 0.
       77 WRK-QTD-BI-JORNAL     PIC 9(9) VALUE 0.
       77 WRK-BI-TXT-1          PIC X(52) VALUE SPACES.
       77 WRK-BI-TXT-2          PIC X(52) VALUE SPACES.
       77 WRK-BI-TXT-3          PIC X(52) VALUE SPACES.
       77 WRK-BI-LINHA          PIC X(250) VALUE SPACES.
       01 WRK-BI-DATA-TESTE.
           05 WRK-BDT-ANO          PIC 9(4).
           05 WRK-BDT-MES          PIC 9(2).
           05 WRK-BDT-DIA          PIC 9(2).
       01 WRK-BI-TAB-ARQ.
           05 WRK-BI-ARQ OCCURS 9 TIMES.
               10 WRK-BI-ARQ-NOME      PIC X(12).
               10 WRK-BI-ARQ-QTD       PIC 9(9).
               10 WRK-BI-ARQ-SOMA      PIC 9(15).

      *    Locacao e pagamento a extrair, vivos ou do arquivo morto
       01 WRK-BI-EMP.
           05 WRK-BIE-NUMERO       PIC 9(6).
           05 WRK-BIE-CODFILME     PIC 9(5).
           05 WRK-BIE-CLIENTE      PIC 9(5).
           05 WRK-BIE-RETIRADA     PIC 9(8).
           05 WRK-BIE-PREVISTA     PIC 9(8).
           05 WRK-BIE-DEVOLUCAO    PIC 9(8).
           05 WRK-BIE-STATUS       PIC X(1).
           05 WRK-BIE-MULTA        PIC 9(5)V9(2).
           05 WRK-BIE-SIT-MULTA    PIC X(1).
           05 WRK-BIE-LOJA         PIC X(8).
           05 WRK-BIE-COBRADO      PIC 9(7)V9(2).
       01 WRK-BI-PAG.
           05 WRK-BIP-NUMERO       PIC 9(6).
           05 WRK-BIP-NUM-EMP      PIC 9(6).
           05 WRK-BIP-CLIENTE      PIC 9(5).
           05 WRK-BIP-IMPOSTO      PIC 9(7)V9(2).
           05 WRK-BIP-OPERADOR     PIC X(20).
           05 WRK-BIP-DATA         PIC 9(8).
           05 WRK-BIP-TIPO         PIC X(1).
           05 WRK-BIP-VALOR-BRL    PIC 9(7)V9(2).
           05 WRK-BIP-DESCONTO     PIC 9(7)V9(2).
           05 WRK-BIP-LOJA         PIC X(8).
           05 WRK-BIP-FORMA        PIC X(1).

      *    Linha do arquivo morto de pagamentos (as 149 primeiras
      *    posicoes de PAGAMENTOS-REG)
       01 WRK-BI-ARQPAG.
           05 WRK-BAP-NUMERO       PIC 9(6).
           05 WRK-BAP-NUM-EMP      PIC 9(6).
           05 WRK-BAP-CLIENTE      PIC 9(5).
           05 FILLER               PIC X(12).
           05 WRK-BAP-IMPOSTO      PIC 9(7)V9(2).
           05 WRK-BAP-OPERADOR     PIC X(20).
           05 WRK-BAP-DATA         PIC 9(8).
           05 WRK-BAP-TIPO         PIC X(1).
           05 WRK-BAP-VALOR-BRL    PIC 9(7)V9(2).
           05 FILLER               PIC X(6).
           05 WRK-BAP-DESCONTO     PIC 9(7)V9(2).
           05 FILLER               PIC X(15).
           05 WRK-BAP-LOJA         PIC X(8).
           05 WRK-BAP-FORMA        PIC X(1).
           05 FILLER               PIC X(34).

      *    Imagem de EXEMPLARES-REG gravada no JORNAL
       01 WRK-BI-IMG-EXE.
           05 WRK-BIX-CODFILME     PIC 9(5).
           05 WRK-BIX-NUMERO       PIC 9(2).
           05 FILLER               PIC X(25).
           05 WRK-BIX-STATUS       PIC X(1).
           05 FILLER               PIC X(39).
           05 WRK-BIX-LOJA         PIC X(8).

      *Passo DEVLEASE: horizonte da lista semanal (hoje mais uma
      *semana), remessa aberta nesta execucao para cada
      *distribuidora (ate 200; a copia de distribuidora alem disso
      *fica na lista para a semana seguinte) e os contadores
       77 DEVDIST-STATUS        PIC 9(2).
       77 CTLDEV-STATUS         PIC 9(2).
       77 DEVPACK-STATUS        PIC 9(2).
       77 DEVLEASE-STATUS       PIC 9(2).
       77 DEVATRAS-STATUS       PIC 9(2).
       77 WRK-DV-LIMITE         PIC 9(8) VALUE 0.
       77 WRK-DV-IDX            PIC 9(3) VALUE 0.
       77 WRK-DV-I              PIC 9(3) VALUE 0.
       77 WRK-DV-QTD-REM        PIC 9(3) VALUE 0.
       77 WRK-DV-SITUACAO       PIC X(20) VALUE SPACES.
       77 WRK-DV-NUM-EMP        PIC 9(6) VALUE 0.
       77 WRK-DV-CLIENTE        PIC 9(5) VALUE 0.
       77 WRK-DV-PREVISTA       PIC 9(8) VALUE 0.
       77 WRK-DV-PRECO-CSV      PIC ZZZZZ9,99.
       77 WRK-QTD-DV-VENCENDO   PIC 9(5) VALUE 0.
       77 WRK-QTD-DV-REMETIDAS  PIC 9(5) VALUE 0.
       77 WRK-QTD-DV-ATRASO     PIC 9(5) VALUE 0.
       01 WRK-DV-TAB-REM.
           05 WRK-DV-REM-ITEM OCCURS 200 TIMES.
               10 WRK-DV-REM-DIST   PIC X(15).
               10 WRK-DV-REM-NUM    PIC 9(6).
               10 WRK-DV-REM-LINHA  PIC 9(2).

      *Janela de direitos (4985) e passo LICENCAS: titulo
      *consultado, licenca encerrada ou nao, horizonte da lista
      *(hoje mais 30 dias) e os contadores da lista
       77 JANELA-STATUS         PIC 9(2).
       77 LICENCAS-STATUS       PIC 9(2).
       77 WRK-JAN-CODFILME      PIC 9(5) VALUE 0.
       77 WRK-JAN-EXPIRADA      PIC X(01) VALUE 'N'.
       77 WRK-LC-LIMITE         PIC 9(8) VALUE 0.
       77 WRK-LC-COPIAS         PIC 9(3) VALUE 0.
       77 WRK-LC-DIAS           PIC 9(3) VALUE 30.
       77 WRK-QTD-LC-TITULOS    PIC 9(5) VALUE 0.
       77 WRK-QTD-LC-COPIAS     PIC 9(5) VALUE 0.

      *Diario de erros de arquivo (4990/4991): dados da falha
      *informados pelo passo, classe (F = fatal, R = recuperavel) e
      *orientacao, no mesmo layout do 5196 do PROJETO-FILMES
       77 ERROLOG-STATUS        PIC 9(2).
       77 WRK-ERL-PARAGRAFO     PIC X(30) VALUE SPACES.
       77 WRK-ERL-ARQUIVO       PIC X(12) VALUE SPACES.
       77 WRK-ERL-OPERACAO      PIC X(08) VALUE SPACES.
       77 WRK-ERL-STATUS        PIC X(02) VALUE SPACES.
       77 WRK-ERL-CHAVE         PIC X(20) VALUE SPACES.
       77 WRK-ERL-DATA          PIC 9(8) VALUE 0.
       77 WRK-ERL-HORA          PIC 9(8) VALUE 0.
       77 WRK-ERL-CLASSE        PIC X(01) VALUE SPACE.
           88 WRK-ERL-FATAL         VALUE 'F'.
       77 WRK-ERL-CLASSE-DESC   PIC X(11) VALUE SPACES.
       77 WRK-ERL-ORIENTACAO    PIC X(32) VALUE SPACES.
       77 WRK-ERL-LINHA         PIC X(200) VALUE SPACES.

      *Contadores dos passos, no espirito dos das rotinas de
      *balcao equivalentes
       77 WRK-QTD-BKP           PIC 9(5) VALUE 0.
                  'JOBLOG.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-JOBLOG
           END-STRING
           MOVE SPACES TO WRK-PATH-ERROLOG
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ERROLOG.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-ERROLOG
           END-STRING
           MOVE SPACES TO WRK-PATH-CTLPARAM
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CTLPARAM.DAT' DELIMITED BY SIZE
                  'CLIEXP.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-CLIEXP
           END-STRING
           MOVE SPACES TO WRK-PATH-CLIEND
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CLIEND.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CLIEND
           END-STRING
           MOVE SPACES TO WRK-PATH-RECITEM
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RECITEM.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-RECITEM
           END-STRING
           MOVE SPACES TO WRK-PATH-EXEMPLARES
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'EXEMPLAR.DAT' DELIMITED BY SIZE
                  'CONTACLI.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CONTACLI
           END-STRING
           MOVE SPACES TO WRK-PATH-PONTOS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PONTOS.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-PONTOS
           END-STRING
           MOVE SPACES TO WRK-PATH-PREPAGO
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PREPAGO.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-PREPAGO
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
           MOVE SPACES TO WRK-PATH-OPERADORES
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'OPERADORES.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-OPERADORES
           END-STRING
           MOVE SPACES TO WRK-PATH-EXCECOES
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'EXCECOES.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-EXCECOES
           END-STRING
           MOVE SPACES TO WRK-PATH-CAIXA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CAIXA.DAT' DELIMITED BY SIZE
                  'FISCAL.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-FISCAL
           END-STRING
           MOVE SPACES TO WRK-PATH-CAMPANHA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CAMPANHA.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CAMPANHA
           END-STRING
           MOVE SPACES TO WRK-PATH-PEDTIT
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PEDTIT.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-PEDTIT
           END-STRING
           MOVE SPACES TO WRK-PATH-ULTLOC
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ULTLOC.TMP' DELIMITED BY SIZE
                  INTO WRK-PATH-ULTLOC
           END-STRING
           MOVE SPACES TO WRK-PATH-RFMCLI
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RFMCLI.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-RFMCLI
           END-STRING
           MOVE SPACES TO WRK-PATH-NFCE
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'NFCE.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-NFCE
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
           MOVE SPACES TO WRK-PATH-NFCERET
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'NFCERET.TXT' DELIMITED BY SIZE
                  INTO WRK-PATH-NFCERET
           END-STRING
           MOVE SPACES TO WRK-PATH-NFCEPEND
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'NFCEPEND.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-NFCEPEND
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
           MOVE SPACES TO WRK-PATH-REORGSEQ
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'REORG.TMP' DELIMITED BY SIZE
                  INTO WRK-PATH-REORGSEQ
           END-STRING
           MOVE SPACES TO WRK-PATH-REORGREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'REORGREL.TXT' DELIMITED BY SIZE
                  INTO WRK-PATH-REORGREL
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
           MOVE SPACES TO WRK-PATH-CORRSEP
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CORRSEP.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-CORRSEP
           END-STRING
           MOVE SPACES TO WRK-PATH-CORRETQ
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CORRETQ.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-CORRETQ
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
           MOVE SPACES TO WRK-PATH-RESUMOLOC
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RESUMOLOC.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-RESUMOLOC
           END-STRING
           MOVE SPACES TO WRK-PATH-RLTMP
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RLTMP.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-RLTMP
           END-STRING
           MOVE SPACES TO WRK-PATH-RLORD
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RLORD.TMP' DELIMITED BY SIZE
                  INTO WRK-PATH-RLORD
           END-STRING
           MOVE SPACES TO WRK-PATH-RLSEQ
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RLSEQ.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-RLSEQ
           END-STRING
           MOVE SPACES TO WRK-PATH-GENEROS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'GENEROS.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-GENEROS
           END-STRING
           MOVE SPACES TO WRK-PATH-DISTRIB
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'DISTRIB.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-DISTRIB
           END-STRING
           MOVE SPACES TO WRK-PATH-LOJAS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'LOJAS.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-LOJAS
           END-STRING
           MOVE SPACES TO WRK-PATH-CALENDARIO
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CALENDAR.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CALENDARIO
           END-STRING
           MOVE SPACES TO WRK-PATH-BICHAVES
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BICHAVES.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-BICHAVES
           END-STRING
           MOVE SPACES TO WRK-PATH-CTLBI
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CTLBI.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CTLBI
           END-STRING
           MOVE SPACES TO WRK-PATH-BIDFIL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BIDFIL.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-BIDFIL
           END-STRING
           MOVE SPACES TO WRK-PATH-BIDCLI
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BIDCLI.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-BIDCLI
           END-STRING
           MOVE SPACES TO WRK-PATH-BIDLOJ
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BIDLOJ.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-BIDLOJ
           END-STRING
           MOVE SPACES TO WRK-PATH-BIDOPE
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BIDOPE.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-BIDOPE
           END-STRING
           MOVE SPACES TO WRK-PATH-BIDDAT
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BIDDAT.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-BIDDAT
           END-STRING
           MOVE SPACES TO WRK-PATH-BIFLOC
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BIFLOC.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-BIFLOC
           END-STRING
           MOVE SPACES TO WRK-PATH-BIFPAG
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BIFPAG.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-BIFPAG
           END-STRING
           MOVE SPACES TO WRK-PATH-BIFEXE
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BIFEXE.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-BIFEXE
           END-STRING
           MOVE SPACES TO WRK-PATH-DEVDIST
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'DEVDIST.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-DEVDIST
           END-STRING
           MOVE SPACES TO WRK-PATH-CTLDEV
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CTLDEV.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CTLDEV
           END-STRING
           MOVE SPACES TO WRK-PATH-DEVPACK
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'DEVPACK.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-DEVPACK
           END-STRING
           MOVE SPACES TO WRK-PATH-DEVLEASE
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'DEVLEASE.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-DEVLEASE
           END-STRING
           MOVE SPACES TO WRK-PATH-DEVATRAS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'DEVATRAS.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-DEVATRAS
           END-STRING
           MOVE SPACES TO WRK-PATH-BIFRES
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'BIFRES.CSV' DELIMITED BY SIZE
                  INTO WRK-PATH-BIFRES
           END-STRING
           MOVE SPACES TO WRK-PATH-ANIMULTA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ANIMULTA.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-ANIMULTA
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
           MOVE SPACES TO WRK-PATH-JANELA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'JANELA.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-JANELA
           END-STRING
           MOVE SPACES TO WRK-PATH-LICENCAS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'LICENCAS.PRN' DELIMITED BY SIZE
                  INTO WRK-PATH-LICENCAS
           END-STRING

           PERFORM 1100-CONFERE-VERSOES
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN I-O FILMES.
           OPEN I-O FILMEGEN.
               IF FILMEGEN-STATUS = 35 THEN
                   OPEN OUTPUT FILMEGEN
                   CLOSE FILMEGEN
                   OPEN I-O FILMEGEN
               END-IF.
           OPEN I-O RUNSTAT.
               IF RUNSTAT-STATUS = 35 THEN
                   OPEN OUTPUT RUNSTAT
                   CLOSE RUNSTAT
                   OPEN I-O RUNSTAT
               END-IF.
           OPEN I-O EMPRESTIMOS.
               IF EMPRESTIMOS-STATUS = 35 THEN
                   OPEN OUTPUT EMPRESTIMOS
                   CLOSE EMPRESTIMOS
                   OPEN I-O EMPRESTIMOS
               END-IF.
           OPEN I-O CLIENTES.
               IF CLIENTES-STATUS = 35 THEN
                   OPEN OUTPUT CLIENTES
                   CLOSE CLIENTES
                   OPEN I-O CLIENTES
               END-IF.
           OPEN I-O RESERVAS.
               IF RESERVAS-STATUS = 35 THEN
                   OPEN OUTPUT RESERVAS
                   CLOSE RESERVAS
                   OPEN I-O RESERVAS
               END-IF.
           OPEN I-O REPRECO.
               IF REPRECO-STATUS = 35 THEN
                   OPEN OUTPUT REPRECO
                   CLOSE REPRECO
                   OPEN I-O REPRECO
               END-IF.
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
           OPEN I-O JANELA.
               IF JANELA-STATUS = 35 THEN
                   OPEN OUTPUT JANELA
                   CLOSE JANELA
                   OPEN I-O JANELA
               END-IF.
           OPEN I-O EXEMPLARES.
               IF EXEMPLARES-STATUS = 35 THEN
                   OPEN OUTPUT EXEMPLARES
                   CLOSE EXEMPLARES
                   OPEN I-O EXEMPLARES
               END-IF.
           OPEN I-O PAGAMENTOS.
               IF PAGAMENTOS-STATUS = 35 THEN
                   OPEN OUTPUT PAGAMENTOS
                   CLOSE PAGAMENTOS
                   OPEN I-O PAGAMENTOS
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

      *    Meses de retencao dos logs, dos mesmos parametros que o
      *    PROJETO-FILMES usa
           OPEN INPUT CTLPARAM.
           IF CTLPARAM-STATUS EQUAL 0
               MOVE '1' TO PARAM-CHAVE
               READ CTLPARAM
                   NOT INVALID KEY
                       IF PARAM-MESES-AUDIT > 0
                           MOVE PARAM-MESES-AUDIT TO WRK-MESES-AUDIT
                           MOVE PARAM-MESES-CTL TO WRK-MESES-CTL
                           MOVE PARAM-MESES-BAIXAS TO WRK-MESES-BAIXAS
                           MOVE PARAM-MESES-ATRASOS
                               TO WRK-MESES-ATRASOS
                       END-IF
                       MOVE PARAM-DIAS-VENDA-FORC
                           TO WRK-DIAS-VENDA-FORC
                       IF PARAM-MESES-MOV > 0
                           MOVE PARAM-MESES-MOV TO WRK-MESES-MOV
                       END-IF
                       IF PARAM-DIAS-LANCAMENTO > 0
                           MOVE PARAM-DIAS-LANCAMENTO
                               TO WRK-DIAS-LANCAMENTO
                       END-IF
                       IF PARAM-MESES-PONTOS IS NUMERIC
                          AND PARAM-MESES-PONTOS > 0
                           MOVE PARAM-MESES-PONTOS
                               TO WRK-MESES-PONTOS
                       END-IF
                       IF PARAM-DIAS-RECONQUISTA IS NUMERIC
                          AND PARAM-DIAS-RECONQUISTA > 0
                           MOVE PARAM-DIAS-RECONQUISTA
                               TO WRK-DIAS-RECONQUISTA
                       END-IF
                       IF PARAM-SEGM-RECONQUISTA IS ALPHABETIC
                           MOVE PARAM-SEGM-RECONQUISTA
                               TO WRK-RQ-SEGMENTOS
                       END-IF
                       IF PARAM-DIAS-CORREIO IS NUMERIC
                          AND PARAM-DIAS-CORREIO > 0
                           MOVE PARAM-DIAS-CORREIO
                               TO WRK-DIAS-CORREIO
                       END-IF
                       IF PARAM-DIAS-CARENCIA-ACD IS NUMERIC
                           MOVE PARAM-DIAS-CARENCIA-ACD
                               TO WRK-DIAS-CARENCIA-ACD
                       END-IF
               END-READ
               CLOSE CTLPARAM
           END-IF.

      *    Cadeia de passos: uma linha PASSO;FREQ;DIA em
      *    RUNCTL.TXT (FREQ em branco = diario); sem o arquivo,
      *    roda a cadeia padrao completa, com o fiscal, a
      *    cobranca de planos e a reconquista mensais no dia 1 e
      *    o retorno e reenvio das NFC-e, o despacho da
      *    assinatura pelo correio, a conferencia dos acordos de
      *    divida, o resumo diario de locacoes e a extracao de
      *    BI todo dia e a devolucao das copias de leasing e
      *    consignacao na semana, como as excecoes; o passo
      *    RESUMOREF (so pelo RUNCTL.TXT) remonta o resumo
      *    inteiro depois de uma restauracao e o
      *    BICOMPLETO (idem) refaz a extracao de BI inteira
           MOVE 0 TO WRK-QTD-PASSOS
           OPEN INPUT RUNCTL
           IF RUNCTL-STATUS EQUAL 0
               READ RUNCTL
               PERFORM UNTIL RUNCTL-STATUS NOT EQUAL 0
                   OR WRK-QTD-PASSOS NOT LESS THAN 40
                   IF RUNCTL-REG (1:12) NOT EQUAL SPACES
                       MOVE SPACES TO WRK-RC-CAMPOS
                       MOVE ZERO TO WRK-RC-DIA
                       UNSTRING RUNCTL-REG DELIMITED BY ';'
                           INTO WRK-RC-NOME WRK-RC-FREQ WRK-RC-DIA
                       END-UNSTRING
               MOVE 'ENVELHECE' TO WRK-PASSO (14)
               MOVE 'FISCAL' TO WRK-PASSO (15)
               MOVE 'FATPLANOS' TO WRK-PASSO (16)
               MOVE 'PONTOS' TO WRK-PASSO (17)
               MOVE 'EXCECOES' TO WRK-PASSO (18)
               MOVE 'RECONQUISTA' TO WRK-PASSO (19)
               MOVE 'NFCE' TO WRK-PASSO (20)
               MOVE 'CORREIO' TO WRK-PASSO (21)
               MOVE 'ACORDOS' TO WRK-PASSO (22)
               MOVE 'RESUMOLOC' TO WRK-PASSO (23)
               MOVE 'BIEXTRAI' TO WRK-PASSO (24)
               MOVE 'DEVLEASE' TO WRK-PASSO (25)
               MOVE 'LICENCAS' TO WRK-PASSO (26)
               MOVE 26 TO WRK-QTD-PASSOS
               PERFORM VARYING WRK-IDX-PASSO FROM 1 BY 1
                   UNTIL WRK-IDX-PASSO > 14
                   MOVE 'D' TO WRK-PASSO-FREQ (WRK-IDX-PASSO)
               MOVE 1 TO WRK-PASSO-DIA (15)
               MOVE 'M' TO WRK-PASSO-FREQ (16)
               MOVE 1 TO WRK-PASSO-DIA (16)
               MOVE 'D' TO WRK-PASSO-FREQ (17)
               MOVE 0 TO WRK-PASSO-DIA (17)
               MOVE 'S' TO WRK-PASSO-FREQ (18)
               MOVE 2 TO WRK-PASSO-DIA (18)
               MOVE 'M' TO WRK-PASSO-FREQ (19)
               MOVE 1 TO WRK-PASSO-DIA (19)
               MOVE 'D' TO WRK-PASSO-FREQ (20)
               MOVE 0 TO WRK-PASSO-DIA (20)
               MOVE 'D' TO WRK-PASSO-FREQ (21)
               MOVE 0 TO WRK-PASSO-DIA (21)
               MOVE 'D' TO WRK-PASSO-FREQ (22)
               MOVE 0 TO WRK-PASSO-DIA (22)
               MOVE 'D' TO WRK-PASSO-FREQ (23)
               MOVE 0 TO WRK-PASSO-DIA (23)
               MOVE 'D' TO WRK-PASSO-FREQ (24)
               MOVE 0 TO WRK-PASSO-DIA (24)
               MOVE 'S' TO WRK-PASSO-FREQ (25)
               MOVE 2 TO WRK-PASSO-DIA (25)
               MOVE 'S' TO WRK-PASSO-FREQ (26)
               MOVE 2 TO WRK-PASSO-DIA (26)
           END-IF.

      *Confere o carimbo de versao de cada arquivo mestre em
      *VERSOES.DAT contra WRK-VRS-LAYOUTS antes de abrir os mestres,
      *como o 1067 do PROJETO-FILMES; em divergencia a cadeia nao
      *roda. Sem VERSOES.DAT, instalacao nova (sem FILMES.DAT) e
      *carimbada com as versoes atuais e instalacao antiga com a
      *versao 1, a dos arquivos de antes do carimbo; mestre sem
      *registro e um arquivo novo desta versao e recebe o carimbo
      *atual
       1100-CONFERE-VERSOES SECTION.
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
                       MOVE 'LOTE-NOTURNO' TO VRS-ORIGEM
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
                           PERFORM 1101-VERSAO-ARQ-MORTO
                       END-IF
                       ACCEPT VRS-DATA FROM DATE YYYYMMDD
                       MOVE 'LOTE-NOTURNO' TO VRS-ORIGEM
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
       1101-VERSAO-ARQ-MORTO SECTION.
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

      *A cadeia noturna so roda com um corte de dia ja feito, e
                   PERFORM 6500-PASSO-FATPLANOS
               WHEN 'ENVELHECE'
                   PERFORM 6600-PASSO-ENVELHECE
               WHEN 'PONTOS'
                   PERFORM 6700-PASSO-PONTOS
               WHEN 'EXCECOES'
                   PERFORM 6800-PASSO-EXCECOES
               WHEN 'RECONQUISTA'
                   PERFORM 6900-PASSO-RECONQUISTA
               WHEN 'NFCE'
                   PERFORM 7000-PASSO-NFCE
               WHEN 'REORG'
                   PERFORM 7100-PASSO-REORG
               WHEN 'CORREIO'
                   PERFORM 7200-PASSO-CORREIO
               WHEN 'ACORDOS'
                   PERFORM 7300-PASSO-ACORDOS
               WHEN 'RESUMOLOC'
                   PERFORM 7400-PASSO-RESUMOLOC
               WHEN 'RESUMOREF'
                   MOVE 'S' TO WRK-RL-COMPLETO
                   PERFORM 7400-PASSO-RESUMOLOC
               WHEN 'BIEXTRAI'
                   PERFORM 7500-PASSO-BIEXTRAI
               WHEN 'BICOMPLETO'
                   MOVE 'S' TO WRK-BI-COMPLETO
                   PERFORM 7500-PASSO-BIEXTRAI
               WHEN 'DEVLEASE'
                   PERFORM 7600-PASSO-DEVLEASE
               WHEN 'LICENCAS'
                   PERFORM 7700-PASSO-LICENCAS
               WHEN OTHER
                   DISPLAY 'Passo desconhecido: ' WRK-PASSO-ATUAL
                   MOVE 'N' TO WRK-PASSO-OK
           PERFORM 5122-BKP-CAIXA
           PERFORM 5123-BKP-MOVCAIXA
           PERFORM 5124-BKP-FECHADIA
           PERFORM 5125-BKP-PONTOS
           PERFORM 5126-BKP-PREPAGO
           PERFORM 5127-BKP-CUPONS
           PERFORM 5128-BKP-ACORDOS

           CLOSE BKPMANIF

               END-READ
               CLOSE CTLPARAM
           END-IF
           OPEN INPUT CTLCPN
           IF CTLCPN-STATUS EQUAL 0
               MOVE '1' TO CTLCPN-CHAVE
               READ CTLCPN
                   NOT INVALID KEY
                       WRITE BACKUPFILE-REG FROM CTLCPN-REG
                       ADD 1 TO WRK-BKP-GRAV
               END-READ
               CLOSE CTLCPN
           END-IF
           OPEN INPUT CTLACD
           IF CTLACD-STATUS EQUAL 0
               MOVE '1' TO CTLACD-CHAVE
               READ CTLACD
                   NOT INVALID KEY
                       WRITE BACKUPFILE-REG FROM CTLACD-REG
                       ADD 1 TO WRK-BKP-GRAV
               END-READ
               CLOSE CTLACD
           END-IF

           PERFORM 5106-CONFERE-SNAPSHOT.

           END-IF
           PERFORM 5106-CONFERE-SNAPSHOT.

       5125-BKP-PONTOS SECTION.
           MOVE 'PONTOS' TO WRK-BKP-NOME
           PERFORM 5105-ABRE-SNAPSHOT
           OPEN INPUT PONTOS
           IF PONTOS-STATUS EQUAL 0
               MOVE LOW-VALUES TO PT-CHAVE
               START PONTOS KEY IS NOT LESS THAN PT-CHAVE
                   INVALID KEY
                       MOVE 10 TO PONTOS-STATUS
               END-START
               IF PONTOS-STATUS EQUAL 0
                   READ PONTOS NEXT RECORD
                   PERFORM UNTIL PONTOS-STATUS NOT EQUAL 0
                       WRITE BACKUPFILE-REG FROM PONTOS-REG
                       ADD 1 TO WRK-BKP-GRAV
                       READ PONTOS NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE PONTOS
           END-IF
           PERFORM 5106-CONFERE-SNAPSHOT.

       5126-BKP-PREPAGO SECTION.
           MOVE 'PREPAGO' TO WRK-BKP-NOME
           PERFORM 5105-ABRE-SNAPSHOT
           OPEN INPUT PREPAGO
           IF PREPAGO-STATUS EQUAL 0
               MOVE LOW-VALUES TO PP-NUMERO
               START PREPAGO KEY IS NOT LESS THAN PP-NUMERO
                   INVALID KEY
                       MOVE 10 TO PREPAGO-STATUS
               END-START
               IF PREPAGO-STATUS EQUAL 0
                   READ PREPAGO NEXT RECORD
                   PERFORM UNTIL PREPAGO-STATUS NOT EQUAL 0
                       WRITE BACKUPFILE-REG FROM PREPAGO-REG
                       ADD 1 TO WRK-BKP-GRAV
                       READ PREPAGO NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE PREPAGO
           END-IF
           PERFORM 5106-CONFERE-SNAPSHOT.

       5127-BKP-CUPONS SECTION.
           MOVE 'CUPONS' TO WRK-BKP-NOME
           PERFORM 5105-ABRE-SNAPSHOT
           OPEN INPUT CUPONS
           IF CUPONS-STATUS EQUAL 0
               MOVE LOW-VALUES TO CPN-CODIGO
               START CUPONS KEY IS NOT LESS THAN CPN-CODIGO
                   INVALID KEY
                       MOVE 10 TO CUPONS-STATUS
               END-START
               IF CUPONS-STATUS EQUAL 0
                   READ CUPONS NEXT RECORD
                   PERFORM UNTIL CUPONS-STATUS NOT EQUAL 0
                       WRITE BACKUPFILE-REG FROM CUPONS-REG
                       ADD 1 TO WRK-BKP-GRAV
                       READ CUPONS NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE CUPONS
           END-IF
           PERFORM 5106-CONFERE-SNAPSHOT.

       5128-BKP-ACORDOS SECTION.
           MOVE 'ACORDOS' TO WRK-BKP-NOME
           PERFORM 5105-ABRE-SNAPSHOT
           OPEN INPUT ACORDOS
           IF ACORDOS-STATUS EQUAL 0
               MOVE LOW-VALUES TO ACD-CHAVE
               START ACORDOS KEY IS NOT LESS THAN ACD-CHAVE
                   INVALID KEY
                       MOVE 10 TO ACORDOS-STATUS
               END-START
               IF ACORDOS-STATUS EQUAL 0
                   READ ACORDOS NEXT RECORD
                   PERFORM UNTIL ACORDOS-STATUS NOT EQUAL 0
                       WRITE BACKUPFILE-REG FROM ACORDOS-REG
                       ADD 1 TO WRK-BKP-GRAV
                       READ ACORDOS NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE ACORDOS
           END-IF
           PERFORM 5106-CONFERE-SNAPSHOT.

      *Poda dos snapshots mais velhos que a retencao: apaga os
      *arquivos da data que acabou de sair da janela (e de alguns
      *dias antes, para alcancar buracos de noites perdidas)
       5118-PODA-SNAPSHOTS SECTION.
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           PERFORM WRK-DIAS-RET-BKP TIMES
               PERFORM 4810-RECUA-UM-DIA
           END-PERFORM

           PERFORM VARYING WRK-IDX-POD FROM 1 BY 1
               UNTIL WRK-IDX-POD > 7
               MOVE WRK-DATA-CALC TO WRK-BKP-POD-DATA

               MOVE SPACES TO WRK-BKP-NOME
               PERFORM 5119-APAGA-SNAPSHOT
               PERFORM 5119-APAGA-SNAPSHOT
               MOVE 'FECHADIA' TO WRK-BKP-NOME
               PERFORM 5119-APAGA-SNAPSHOT
               MOVE 'PONTOS' TO WRK-BKP-NOME
               PERFORM 5119-APAGA-SNAPSHOT
               MOVE 'PREPAGO' TO WRK-BKP-NOME
               PERFORM 5119-APAGA-SNAPSHOT
               MOVE 'CUPONS' TO WRK-BKP-NOME
               PERFORM 5119-APAGA-SNAPSHOT
               MOVE 'ACORDOS' TO WRK-BKP-NOME
               PERFORM 5119-APAGA-SNAPSHOT

               PERFORM 4810-RECUA-UM-DIA
           END-PERFORM.
           OPEN INPUT FILMESSEQ
           IF FILMESEQ-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '5200-PASSO-RECONCILIA' TO WRK-ERL-PARAGRAFO
               MOVE 'FILMESSEQ' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE FILMESEQ-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               READ FILMESSEQ
               PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
           OPEN INPUT FILMESSEQ
           IF FILMESEQ-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '5300-PASSO-ARQUIVA' TO WRK-ERL-PARAGRAFO
               MOVE 'FILMESSEQ' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE FILMESEQ-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               READ FILMESSEQ
               PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
                               CONTINUE
                           NOT INVALID KEY
                               DELETE FILMES RECORD
                               MOVE 'E' TO WRK-JRN-OPER
                               PERFORM 7041-JORNAL-FILMES
                               PERFORM 5310-LIMPA-GENEROS
                               ADD 1 TO WRK-QTD-ARQUIVADOS
                       END-READ
           IF FILMESEQ-STATUS NOT EQUAL 0
              OR SITEFEED-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               IF FILMESEQ-STATUS NOT EQUAL 0
                   MOVE '5400-PASSO-FEEDSITE' TO WRK-ERL-PARAGRAFO
                   MOVE 'FILMESSEQ' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE FILMESEQ-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
               IF SITEFEED-STATUS NOT EQUAL 0
                   MOVE '5400-PASSO-FEEDSITE' TO WRK-ERL-PARAGRAFO
                   MOVE 'SITEFEED' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE SITEFEED-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
           ELSE
               MOVE "Codigo;Titulo;Genero;Duracao;Ano;Distribuidora;Not
      -            "a" TO SITEFEED-REG

               READ FILMESSEQ
               PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
      *            Titulo com a licenca encerrada sai do site
                   MOVE CODFILMESQ TO WRK-JAN-CODFILME
                   PERFORM 4985-LICENCA-EXPIRADA
                   IF FILME-ATIVOSQ
                      AND WRK-JAN-EXPIRADA EQUAL 'N'
                       MOVE NOTASQ TO WRK-NOTA-CSV
                       MOVE TITULOSQ TO WRK-CSV-CAMPO-IN
                       PERFORM 4950-PROTEGE-CAMPO
           END-IF
           CLOSE FILMESSEQ
           CLOSE SITEFEED
           IF WRK-PASSO-OK EQUAL 'S'
               PERFORM 5410-PRECOS-SITE
           END-IF
           MOVE WRK-QTD-FEED TO WRK-JOB-QTD
           DISPLAY '  Filmes publicados: ' WRK-QTD-FEED.

      *Precos de locacao de cada loja para o site, como o 9654 do
      *PROJETO-FILMES: SITEPRECO.CSV com uma linha por titulo
      *ativo e loja cadastrada, pelo preco vigente na tabela dela
       5410-PRECOS-SITE SECTION.
           MOVE 0 TO WRK-PLJ-QTD
           MOVE WRK-DATA-HOJE TO WRK-PLJ-DATA

           OPEN INPUT FILMESSEQ
           OPEN INPUT LOJAS
           OPEN OUTPUT SITEPRECO
           IF FILMESEQ-STATUS NOT EQUAL 0
              OR SITEPRECO-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               IF FILMESEQ-STATUS NOT EQUAL 0
                   MOVE '5410-PRECOS-SITE' TO WRK-ERL-PARAGRAFO
                   MOVE 'FILMESSEQ' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE FILMESEQ-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
               IF SITEPRECO-STATUS NOT EQUAL 0
                   MOVE '5410-PRECOS-SITE' TO WRK-ERL-PARAGRAFO
                   MOVE 'SITEPRECO' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE SITEPRECO-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
           ELSE
               MOVE "Codigo;Loja;Preco" TO SITEPRECO-REG
               WRITE SITEPRECO-REG

               READ FILMESSEQ
               PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
                   MOVE CODFILMESQ TO WRK-JAN-CODFILME
                   PERFORM 4985-LICENCA-EXPIRADA
                   IF FILME-ATIVOSQ
                      AND WRK-JAN-EXPIRADA EQUAL 'N'
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
                       END-IF
                       PERFORM UNTIL LOJAS-STATUS NOT EQUAL 0
                           MOVE LOJA-CODIGO TO WRK-PLJ-LOJA
                           PERFORM 4970-PRECO-DA-LOJA
                           MOVE WRK-PLJ-PRECO TO WRK-PLJ-PRECO-ED
                           MOVE SPACES TO WRK-LINHA-CSV
                           STRING CODFILMESQ       DELIMITED BY SIZE
                                  ";"              DELIMITED BY SIZE
                                  LOJA-CODIGO      DELIMITED BY SPACE
                                  ";"              DELIMITED BY SIZE
                                  WRK-PLJ-PRECO-ED DELIMITED BY SIZE
                                  INTO WRK-LINHA-CSV
                           END-STRING
                           WRITE SITEPRECO-REG FROM WRK-LINHA-CSV
                           ADD 1 TO WRK-PLJ-QTD
                           READ LOJAS NEXT RECORD
                       END-PERFORM
                   END-IF
                   READ FILMESSEQ
               END-PERFORM
           END-IF
           CLOSE FILMESSEQ
           CLOSE LOJAS
           CLOSE SITEPRECO
           DISPLAY '  Precos por loja publicados: ' WRK-PLJ-QTD.

      *Totais de controle de fim de dia, como o 9950
       5500-PASSO-TOTAIS SECTION.
           MOVE 0 TO WRK-QTD-TOTAL-CTL
           OPEN INPUT FILMESSEQ
           IF FILMESEQ-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '5500-PASSO-TOTAIS' TO WRK-ERL-PARAGRAFO
               MOVE 'FILMESSEQ' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE FILMESEQ-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               READ FILMESSEQ
               PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
           MOVE WRK-QTD-TOTAL-CTL TO WRK-JOB-QTD
           DISPLAY '  Registros: ' WRK-QTD-TOTAL-CTL.

      *Poda dos quatro arquivos de log com resumo mensal e do
      *spool de relatorios, o mesmo procedimento da rotina
      *interativa do PROJETO-FILMES
       5600-PASSO-RETENCAO SECTION.
           MOVE 'AUDIT' TO WRK-RET-NOME
           MOVE WRK-MESES-AUDIT TO WRK-RET-MESES
           MOVE WRK-PATH-ATRASOS TO WRK-PATH-RETOUT
           PERFORM 5610-PURGA-UM-LOG

           PERFORM 5630-PURGA-SPOOL

           DISPLAY '  Poda de logs concluida'.

       5610-PURGA-UM-LOG SECTION.
               MOVE 1 TO WRK-RT-CONT (WRK-QTD-RT)
           END-IF.

      *Poda do spool de relatorios, como o 9657 do PROJETO-FILMES:
      *a emissao com o mes anterior ao corte da retencao do seu
      *relatorio sai do indice e tem as linhas apagadas
       5630-PURGA-SPOOL SECTION.
           MOVE 0 TO WRK-SPL-QTD-EXP

           OPEN I-O SPOOLIDX
           IF SPOOLIDX-STATUS NOT EQUAL 0
               CONTINUE
           ELSE
               OPEN I-O SPOOL
               OPEN INPUT SPLRET

               MOVE LOW-VALUES TO SPI-NUMERO
               START SPOOLIDX KEY IS NOT LESS THAN SPI-NUMERO
                   INVALID KEY
                       MOVE 10 TO SPOOLIDX-STATUS
               END-START
               IF SPOOLIDX-STATUS EQUAL 0
                   READ SPOOLIDX NEXT RECORD
               END-IF

               PERFORM UNTIL SPOOLIDX-STATUS NOT EQUAL 0
                   PERFORM 5635-MESES-SPOOL
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
                   END-IF
                   READ SPOOLIDX NEXT RECORD
               END-PERFORM

               CLOSE SPOOLIDX
               CLOSE SPOOL
               CLOSE SPLRET
           END-IF

           ADD WRK-SPL-QTD-EXP TO WRK-JOB-QTD
           DISPLAY '  SPOOL expirados: ' WRK-SPL-QTD-EXP.

      *Retencao em meses do relatorio da emissao lida: a linha do
      *proprio relatorio, senao a linha padrao (relatorio em
      *branco), senao 12 meses
       5635-MESES-SPOOL SECTION.
           MOVE 12 TO WRK-SPL-MESES
           IF SPLRET-STATUS EQUAL 0
               MOVE SPI-RELATORIO TO SRT-RELATORIO
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
               END-READ
           END-IF.

      *Caixa de saida do gateway de SMS/e-mail: reescreve
      *OUTBOX.CSV com um evento por linha (telefone, cliente,
      *tipo, texto) cobrindo as reservas separadas aguardando
      *retirada, os emprestimos que vencem amanha e os clientes em
      *escalada de cobranca, para o gateway fazer os telefonemas
      *que hoje saem das listas impressas (9944/9920), e os
      *titulos pedidos no balcao que chegaram no recebimento de
      *compra, com a oferta de reserva (uma vez so: o pedido fica
      *aVisado), e as multas perdoadas nas campanhas de anistia
      *(um aviso por cliente e campanha, tambem uma vez so). Cada
      *canal so leva o contato que o cliente aceitou (SMS ->
      *telefone, e-mail -> endereco); sem canal aceito o evento e
      *suprimido
       5700-PASSO-NOTIFICA SECTION.
           MOVE 0 TO WRK-QTD-NOTIF
           MOVE 0 TO WRK-QTD-NOTIF-SUPR

           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           PERFORM 4800-AVANCA-UM-DIA
           OPEN OUTPUT OUTBOX
           IF OUTBOX-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '5700-PASSO-NOTIFICA' TO WRK-ERL-PARAGRAFO
               MOVE 'OUTBOX' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE OUTBOX-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               MOVE "Telefone;Email;Cliente;Evento;Texto"
                   TO OUTBOX-REG
               WRITE OUTBOX-REG

      *        Reservas com exemplar separado aguardando o cliente
                   PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                       IF RESERVA-ATENDIDA
                           MOVE RES-CLIENTE TO COD-CLIENTE
                           PERFORM 5720-CANAIS-DO-CLIENTE
                           IF WRK-NOT-SUPRIME EQUAL 'S'
                               ADD 1 TO WRK-QTD-NOTIF-SUPR
                           ELSE
                               MOVE SPACES TO WRK-LINHA-CSV
                               STRING WRK-NOT-FONE  DELIMITED BY SIZE
                                      ";"           DELIMITED BY SIZE
                                      WRK-NOT-EMAIL DELIMITED BY SIZE
                                      ";"           DELIMITED BY SIZE
                                      RES-CLIENTE   DELIMITED BY SIZE
                                      ";RESERVA;Sua reserva do filme "
                                      DELIMITED BY SIZE
                                      RES-CODFILME  DELIMITED BY SIZE
                                      " esta separada"
                                      DELIMITED BY SIZE
                                      INTO WRK-LINHA-CSV
                               END-STRING
                               WRITE OUTBOX-REG FROM WRK-LINHA-CSV
                               ADD 1 TO WRK-QTD-NOTIF
                           END-IF
                       END-IF
                       READ RESERVAS NEXT RECORD
                   END-PERFORM
                   END-PERFORM
               END-IF

      *        Titulos pedidos no balcao que chegaram
               OPEN I-O PEDTIT
               IF PEDTIT-STATUS EQUAL 0
                   MOVE LOW-VALUES TO PTT-NUMERO
                   START PEDTIT KEY IS NOT LESS THAN PTT-NUMERO
                       INVALID KEY
                           MOVE 10 TO PEDTIT-STATUS
                   END-START
                   IF PEDTIT-STATUS EQUAL 0
                       READ PEDTIT NEXT RECORD
                       PERFORM UNTIL PEDTIT-STATUS NOT EQUAL 0
                           IF PEDTIT-CHEGOU
                               PERFORM 5730-NOTIFICA-PEDTIT
                           END-IF
                           READ PEDTIT NEXT RECORD
                       END-PERFORM
                   END-IF
                   CLOSE PEDTIT
               END-IF

      *        Multas perdoadas em campanha de anistia, um aviso
      *        por cliente em cada campanha
               OPEN I-O ANIMULTA
               IF ANIMULTA-STATUS EQUAL 0
                   MOVE 0 TO WRK-AN-CAMPANHA
                   MOVE 0 TO WRK-AN-CLIENTE
                   MOVE 0 TO WRK-AN-TOTAL
                   MOVE LOW-VALUES TO ANM-CHAVE
                   START ANIMULTA KEY IS NOT LESS THAN ANM-CHAVE
                       INVALID KEY
                           MOVE 10 TO ANIMULTA-STATUS
                   END-START
                   IF ANIMULTA-STATUS EQUAL 0
                       READ ANIMULTA NEXT RECORD
                       PERFORM UNTIL ANIMULTA-STATUS NOT EQUAL 0
                           IF ANIMULTA-A-AVISAR
                               PERFORM 5740-NOTIFICA-ANISTIA
                           END-IF
                           READ ANIMULTA NEXT RECORD
                       END-PERFORM
                   END-IF
                   PERFORM 5745-FECHA-AVISO-ANISTIA
                   CLOSE ANIMULTA
               END-IF

      *        Copias de prensagem em recall com o cliente: um
      *        aviso de troca por copia
               OPEN I-O RECITEM
               IF RECITEM-STATUS EQUAL 0
                   MOVE LOW-VALUES TO RI-CHAVE
                   START RECITEM KEY IS NOT LESS THAN RI-CHAVE
                       INVALID KEY
                           MOVE 10 TO RECITEM-STATUS
                   END-START
                   IF RECITEM-STATUS EQUAL 0
                       READ RECITEM NEXT RECORD
                       PERFORM UNTIL RECITEM-STATUS NOT EQUAL 0
                           IF RECITEM-PENDENTE AND RECITEM-A-AVISAR
                               PERFORM 5750-NOTIFICA-RECALL
                           END-IF
                           READ RECITEM NEXT RECORD
                       END-PERFORM
                   END-IF
                   CLOSE RECITEM
               END-IF

               CLOSE OUTBOX
           END-IF
           CLOSE NOTIFST
           MOVE WRK-QTD-NOTIF TO WRK-JOB-QTD
           DISPLAY '  Eventos na caixa de saida: ' WRK-QTD-NOTIF
           DISPLAY '  Eventos suprimidos (sem consentimento): '
               WRK-QTD-NOTIF-SUPR.

      *Gera os eventos do emprestimo aberto corrente: vencimento
      *de amanha e escalada de cobranca - o aviso de cobranca so
           IF EMP-DATA-PREVISTA EQUAL WRK-AMANHA
              OR EMP-NIVEL-COBRANCA > 0
               MOVE EMP-CLIENTE TO COD-CLIENTE
               PERFORM 5720-CANAIS-DO-CLIENTE
           END-IF

           IF EMP-DATA-PREVISTA EQUAL WRK-AMANHA
               IF WRK-NOT-SUPRIME EQUAL 'S'
                   ADD 1 TO WRK-QTD-NOTIF-SUPR
               ELSE
                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING WRK-NOT-FONE     DELIMITED BY SIZE
                          ";"              DELIMITED BY SIZE
                          WRK-NOT-EMAIL    DELIMITED BY SIZE
                          ";"              DELIMITED BY SIZE
                          EMP-CLIENTE      DELIMITED BY SIZE
                          ";VENCEAMANHA;Devolucao do filme "
                          DELIMITED BY SIZE
                          EMP-CODFILME     DELIMITED BY SIZE
                          " vence amanha"  DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE OUTBOX-REG FROM WRK-LINHA-CSV
                   ADD 1 TO WRK-QTD-NOTIF
               END-IF
           END-IF

           IF EMP-NIVEL-COBRANCA > 0
               END-READ

               IF EMP-NIVEL-COBRANCA > WRK-NIVEL-AVISADO
                   IF WRK-NOT-SUPRIME EQUAL 'S'
                       ADD 1 TO WRK-QTD-NOTIF-SUPR
                   ELSE
                       MOVE SPACES TO WRK-LINHA-CSV
                       STRING WRK-NOT-FONE     DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              WRK-NOT-EMAIL    DELIMITED BY SIZE
                              ";"              DELIMITED BY SIZE
                              EMP-CLIENTE      DELIMITED BY SIZE
                              ";COBRANCA;Filme "
                              DELIMITED BY SIZE
                              EMP-CODFILME     DELIMITED BY SIZE
                              " em atraso, nivel "
                              DELIMITED BY SIZE
                              EMP-NIVEL-COBRANCA DELIMITED BY SIZE
                              INTO WRK-LINHA-CSV
                       END-STRING
                       WRITE OUTBOX-REG FROM WRK-LINHA-CSV
                       ADD 1 TO WRK-QTD-NOTIF
                   END-IF

                   MOVE NUM-EMPRESTIMO TO NS-NUM-EMPRESTIMO
                   MOVE EMP-NIVEL-COBRANCA TO NS-NIVEL
               END-IF
           END-IF.

      *Le o cliente em COD-CLIENTE e monta os contatos da caixa
      *de saida conforme o consentimento: telefone so com SMS
      *aceito, e-mail so com e-mail aceito; quando a recusa deixa
      *o evento sem nenhum canal, WRK-NOT-SUPRIME vem com S
       5720-CANAIS-DO-CLIENTE SECTION.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO TELEFONE-CLIENTE
                   MOVE SPACES TO CLI-EMAIL
                   MOVE SPACES TO CLI-OPT-SMS
                   MOVE SPACES TO CLI-OPT-EMAIL
           END-READ

           MOVE 'N' TO WRK-NOT-SUPRIME
           IF CLIENTE-SEM-SMS
               MOVE SPACES TO WRK-NOT-FONE
           ELSE
               MOVE TELEFONE-CLIENTE TO WRK-NOT-FONE
           END-IF
           IF CLIENTE-SEM-EMAIL
               MOVE SPACES TO WRK-NOT-EMAIL
           ELSE
               MOVE CLI-EMAIL TO WRK-NOT-EMAIL
           END-IF

           IF WRK-NOT-FONE EQUAL SPACES
              AND WRK-NOT-EMAIL EQUAL SPACES
              AND (CLIENTE-SEM-SMS OR CLIENTE-SEM-EMAIL)
               MOVE 'S' TO WRK-NOT-SUPRIME
           END-IF.

      *Aviso do titulo pedido que chegou, com a oferta de
      *reserva no balcao pelo numero do pedido (4970 do
      *PROJETO-FILMES); sem canal aceito o pedido continua como
      *Chegou e o balcao oferece quando o cliente aparecer
       5730-NOTIFICA-PEDTIT SECTION.
           MOVE PTT-CLIENTE TO COD-CLIENTE
           PERFORM 5720-CANAIS-DO-CLIENTE
           IF WRK-NOT-SUPRIME EQUAL 'S'
               ADD 1 TO WRK-QTD-NOTIF-SUPR
           ELSE
               MOVE SPACES TO WRK-LINHA-CSV
               STRING WRK-NOT-FONE     DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WRK-NOT-EMAIL    DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      PTT-CLIENTE      DELIMITED BY SIZE
                      ";TITULO;Chegou o filme " DELIMITED BY SIZE
                      PTT-TITULO       DELIMITED BY '  '
                      " que voce pediu. Reserve com o pedido "
                      DELIMITED BY SIZE
                      PTT-NUMERO       DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE OUTBOX-REG FROM WRK-LINHA-CSV
               ADD 1 TO WRK-QTD-NOTIF
               MOVE 'V' TO PTT-STATUS
               MOVE WRK-DATA-HOJE TO PTT-DATA-AVISO
               REWRITE PEDTIT-REG
           END-IF.

      *Aviso de troca da copia em recall que esta com o cliente:
      *traga o disco na loja para trocar; a copia fica aVisada, ou
      *Suprimida quando o cliente nao aceitou nenhum canal
       5750-NOTIFICA-RECALL SECTION.
           MOVE RI-CLIENTE TO COD-CLIENTE
           PERFORM 5720-CANAIS-DO-CLIENTE
           IF WRK-NOT-SUPRIME EQUAL 'S'
               ADD 1 TO WRK-QTD-NOTIF-SUPR
               MOVE 'S' TO RI-AVISO
           ELSE
               MOVE SPACES TO WRK-LINHA-CSV
               STRING WRK-NOT-FONE     DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WRK-NOT-EMAIL    DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      RI-CLIENTE       DELIMITED BY SIZE
                      ";RECALL;O filme " DELIMITED BY SIZE
                      RI-TITULO        DELIMITED BY '  '
                      " tem defeito de fabrica. Troque na loja"
                      DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE OUTBOX-REG FROM WRK-LINHA-CSV
               ADD 1 TO WRK-QTD-NOTIF
               MOVE 'V' TO RI-AVISO
           END-IF
           MOVE WRK-DATA-HOJE TO RI-DATA-AVISO
           REWRITE RECITEM-REG.

      *Multa perdoada ainda sem aviso: abre o aviso do cliente na
      *troca de campanha ou de cliente (fechando o anterior) e
      *soma a multa nele; a multa fica aVisada, ou Suprimida
      *quando o cliente nao aceitou nenhum canal
       5740-NOTIFICA-ANISTIA SECTION.
           IF ANM-CAMPANHA NOT EQUAL WRK-AN-CAMPANHA
              OR ANM-CLIENTE NOT EQUAL WRK-AN-CLIENTE
               PERFORM 5745-FECHA-AVISO-ANISTIA
               MOVE ANM-CAMPANHA TO WRK-AN-CAMPANHA
               MOVE ANM-CLIENTE TO WRK-AN-CLIENTE
               MOVE ANM-CLIENTE TO COD-CLIENTE
               PERFORM 5720-CANAIS-DO-CLIENTE
           END-IF

           ADD ANM-VALOR TO WRK-AN-TOTAL
           IF WRK-NOT-SUPRIME EQUAL 'S'
               MOVE 'S' TO ANM-AVISO
           ELSE
               MOVE 'V' TO ANM-AVISO
           END-IF
           MOVE WRK-DATA-HOJE TO ANM-DATA-AVISO
           REWRITE ANIMULTA-REG.

      *Grava o aviso da anistia do cliente em montagem, com o
      *total perdoado na campanha
       5745-FECHA-AVISO-ANISTIA SECTION.
           IF WRK-AN-CLIENTE NOT EQUAL ZERO
              AND WRK-AN-TOTAL > ZERO
               IF WRK-NOT-SUPRIME EQUAL 'S'
                   ADD 1 TO WRK-QTD-NOTIF-SUPR
               ELSE
                   MOVE WRK-AN-TOTAL TO WRK-AN-TOTAL-ED
                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING WRK-NOT-FONE     DELIMITED BY SIZE
                          ";"              DELIMITED BY SIZE
                          WRK-NOT-EMAIL    DELIMITED BY SIZE
                          ";"              DELIMITED BY SIZE
                          WRK-AN-CLIENTE   DELIMITED BY SIZE
                          ";ANISTIA;Suas multas de R$ "
                          DELIMITED BY SIZE
                          WRK-AN-TOTAL-ED  DELIMITED BY SIZE
                          " foram perdoadas na campanha de anistia "
                          DELIMITED BY SIZE
                          WRK-AN-CAMPANHA  DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE OUTBOX-REG FROM WRK-LINHA-CSV
                   ADD 1 TO WRK-QTD-NOTIF
               END-IF
           END-IF
           MOVE 0 TO WRK-AN-CLIENTE
           MOVE 0 TO WRK-AN-TOTAL.

      *Aplica os lotes de reprecificacao Agendados cuja data
      *efetiva chegou: cada titulo no alcance ganha o preco novo
      *(percentual sobre o atual ou valor absoluto), uma linha de
      *auditoria por registro alterado e o lote vira aPlicado.
      *Lote com loja alvo (REPLOJA) grava o preco novo na tabela
      *de precos da loja em vez do catalogo
       5800-PASSO-REPRECO SECTION.
           MOVE 0 TO WRK-QTD-REPRECO

      *regrava pelo indice cada titulo ativo no alcance, como o
      *passo ARQUIVA faz com os excluidos
       5810-APLICA-UM-LOTE SECTION.
      *    Lote com loja alvo: so a tabela de precos dela (5820)
           MOVE SPACES TO WRK-RPC-LOJA
           MOVE RPC-NUMERO TO RPL-NUMERO
           READ REPLOJA
               NOT INVALID KEY
                   MOVE RPL-LOJA TO WRK-RPC-LOJA
           END-READ

           OPEN INPUT FILMESSEQ
           IF FILMESEQ-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '5810-APLICA-UM-LOTE' TO WRK-ERL-PARAGRAFO
               MOVE 'FILMESSEQ' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE FILMESEQ-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               READ FILMESSEQ
               PERFORM UNTIL FILMESEQ-STATUS NOT EQUAL 0
                       END-EVALUATE
                   END-IF

                   IF WRK-RPC-CASA EQUAL 'S'
                      AND WRK-RPC-LOJA NOT EQUAL SPACES
                       PERFORM 5820-REPRECO-LOJA
                       MOVE 'N' TO WRK-RPC-CASA
                   END-IF

                   IF WRK-RPC-CASA EQUAL 'S'
                       MOVE CODFILMESQ TO CODFILME
                       READ FILMES
                               ADD 1 TO VERSAO-REG
                               MOVE WRK-DATA-HOJE TO DATAALTERACAO
                               REWRITE FILMES-REG
                               MOVE 'A' TO WRK-JRN-OPER
                               PERFORM 7041-JORNAL-FILMES
                               ADD 1 TO WRK-QTD-REPRECO
                               MOVE CODFILME TO WRK-AUD-CODFILME
                               MOVE 'REPRECO' TO WRK-AUD-OPERACAO
               CLOSE FILMESSEQ
           END-IF.

      *Lote de uma loja so: o preco novo do titulo corrente de
      *FILMESSEQ, calculado sobre o preco dele na tabela da loja
      *(4970) na data efetiva, entra como linha de titulo da
      *tabela da loja nessa data, com o numero do lote; o
      *PRECO-ALUGUEL do catalogo fica como esta
       5820-REPRECO-LOJA SECTION.
           MOVE WRK-RPC-LOJA TO WRK-PLJ-LOJA
           MOVE RPC-DATA-EFETIVA TO WRK-PLJ-DATA
           MOVE CODFILMESQ TO WRK-PLJ-CODFILME
           MOVE GENEROSQ TO WRK-PLJ-GENERO
           MOVE CATEGORIA-LANCAMENTOSQ TO WRK-PLJ-CATEGORIA
           MOVE FORMATO-MIDIASQ TO WRK-PLJ-FORMATO
           MOVE PRECO-ALUGUELSQ TO WRK-PLJ-BASE
           PERFORM 4970-PRECO-DA-LOJA
           IF REPRECO-PERCENTUAL
               COMPUTE WRK-PRECO-NOVO ROUNDED =
                   WRK-PLJ-PRECO * (100 + RPC-PERCENTUAL) / 100
           ELSE
               MOVE RPC-VALOR-NOVO TO WRK-PRECO-NOVO
           END-IF

           MOVE WRK-RPC-LOJA TO PL-LOJA
           MOVE 'T' TO PL-ESCOPO
           MOVE SPACES TO PL-VALOR-ESCOPO
           MOVE CODFILMESQ TO PL-VALOR-ESCOPO (1:5)
           MOVE RPC-DATA-EFETIVA TO PL-DATA-EFETIVA
           READ PRECOLOJA
               INVALID KEY
                   MOVE 'N' TO WRK-PLJ-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PLJ-ACHOU
           END-READ
           MOVE WRK-RPC-LOJA TO PL-LOJA
           MOVE 'T' TO PL-ESCOPO
           MOVE SPACES TO PL-VALOR-ESCOPO
           MOVE CODFILMESQ TO PL-VALOR-ESCOPO (1:5)
           MOVE RPC-DATA-EFETIVA TO PL-DATA-EFETIVA
           MOVE 'V' TO PL-TIPO
           MOVE SPACE TO PL-SINAL
           MOVE ZERO TO PL-PERCENTUAL
           MOVE WRK-PRECO-NOVO TO PL-VALOR
           MOVE RPC-NUMERO TO PL-LOTE
           MOVE 'AUTO' TO PL-OPERADOR
           MOVE WRK-DATA-HOJE TO PL-DATA-ALTERACAO
           IF WRK-PLJ-ACHOU EQUAL 'S'
               REWRITE PRECOLOJA-REG
           ELSE
               WRITE PRECOLOJA-REG
           END-IF

           ADD 1 TO WRK-QTD-REPRECO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING WRK-RPC-LOJA DELIMITED BY SPACE
                  ' DE=' DELIMITED BY SIZE
                  WRK-PLJ-PRECO DELIMITED BY SIZE
                  ' PARA=' DELIMITED BY SIZE
                  WRK-PRECO-NOVO DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           MOVE CODFILMESQ TO WRK-AUD-CODFILME
           MOVE 'REPRECO' TO WRK-AUD-OPERACAO
           PERFORM 4900-GRAVA-AUDITORIA.

      *Exporta o movimento do dia de negocio para o arquivo de
      *intercambio MOVLOJA.CSV, carimbado com a loja de cada
      *registro: pagamentos do dia, emprestimos abertos e
           OPEN OUTPUT MOVLOJA
           IF MOVLOJA-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '5900-PASSO-EXPORTMOV' TO WRK-ERL-PARAGRAFO
               MOVE 'MOVLOJA' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE MOVLOJA-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               MOVE "Registro;Data;Loja;Campo1;Campo2;Campo3"
                   TO MOVLOJA-REG

      *Exporta para CLIEXP.CSV os clientes cadastrados ou
      *alterados no dia de negocio, com todos os campos da ficha
      *(inclusive plano e pago-ate, para o plano valer na rede) e
      *o endereco estruturado de CLIEND no fim da linha (CEP zero
      *quando o cliente nao tem); as outras lojas importam por
      *9850 do PROJETO-FILMES
       6000-PASSO-CLIEXPORT SECTION.
           MOVE 0 TO WRK-QTD-CLIEXP

      *    Loja que ainda nao usa CEP nao tem CLIEND: exporta zero
           MOVE 'N' TO WRK-CLIEND-ABERTO
           OPEN INPUT CLIEND
           IF CLIEND-STATUS EQUAL 0
               MOVE 'S' TO WRK-CLIEND-ABERTO
           END-IF
           OPEN OUTPUT CLIEXP
           IF CLIEXP-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '6000-PASSO-CLIEXPORT' TO WRK-ERL-PARAGRAFO
               MOVE 'CLIEXP' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE CLIEXP-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               MOVE LOW-VALUES TO COD-CLIENTE
               START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
                           PERFORM 4950-PROTEGE-CAMPO
                           MOVE WRK-CSV-CAMPO-OUT
                               TO WRK-CLIEXP-END
                           MOVE ZERO TO WRK-CLIEXP-CEP
                           MOVE SPACES TO WRK-CLIEXP-NUMERO
                           MOVE SPACES TO WRK-CLIEXP-COMPL
                           IF WRK-CLIEND-ABERTO EQUAL 'S'
                               MOVE COD-CLIENTE TO CE-CLIENTE
                               READ CLIEND
                                   NOT INVALID KEY
                                       MOVE CE-CEP TO WRK-CLIEXP-CEP
                                       MOVE CE-NUMERO
                                           TO WRK-CLIEXP-NUMERO
                                       MOVE CE-COMPLEMENTO
                                           TO WRK-CSV-CAMPO-IN
                                       PERFORM 4950-PROTEGE-CAMPO
                                       MOVE WRK-CSV-CAMPO-OUT
                                           TO WRK-CLIEXP-COMPL
                               END-READ
                           END-IF
                           MOVE SPACES TO WRK-LINHA-CLIEXP
                           STRING COD-CLIENTE      DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  CLI-LOJA-ORIGEM  DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  CLI-EMAIL        DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  CLI-OPT-SMS      DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  CLI-OPT-EMAIL    DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  CLI-OPT-CARTA    DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  CLI-CONSENT-DATA DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  CLI-CONSENT-OPERADOR
                                  DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  CLI-CPF          DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  WRK-CLIEXP-CEP   DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  WRK-CLIEXP-NUMERO DELIMITED BY SIZE
                                  ';' DELIMITED BY SIZE
                                  WRK-CLIEXP-COMPL DELIMITED BY SIZE
                                  INTO WRK-LINHA-CLIEXP
                           END-STRING
                           WRITE CLIEXP-REG FROM WRK-LINHA-CLIEXP
               END-IF
               CLOSE CLIEXP
           END-IF
           IF WRK-CLIEND-ABERTO EQUAL 'S'
               CLOSE CLIEND
           END-IF
           MOVE WRK-QTD-CLIEXP TO WRK-JOB-QTD
           DISPLAY '  Clientes exportados: ' WRK-QTD-CLIEXP.

           MOVE WRK-VF-CUSTO TO EMP-VALOR-MULTA
           MOVE 'P' TO EMP-MULTA-SITUACAO
           REWRITE EMPRESTIMOS-REG
           MOVE 'A' TO WRK-JRN-OPER
           PERFORM 7042-JORNAL-EMPRESTIMOS
           ADD 1 TO WRK-QTD-VFORC

      *    Baixa do exemplar que nunca voltou, com a mesma linha
                   MOVE 'NAO DEVOLVIDO' TO EX-MOTIVO-BAIXA
                   MOVE WRK-VF-CUSTO TO EX-CUSTO-BAIXA
                   REWRITE EXEMPLARES-REG
                   MOVE 'A' TO WRK-JRN-OPER
                   PERFORM 7045-JORNAL-EXEMPLARES

                   OPEN EXTEND BAIXAS
                   IF BAIXAS-STATUS EQUAL 35
                  OR WRK-VF-TEM-COPIA EQUAL 'S'
                   IF NOT EXEMPLAR-BAIXADO
                      AND NOT EXEMPLAR-VENDIDO
                      AND NOT EXEMPLAR-DEVOLVIDO
                      AND NOT EXEMPLAR-VAREJO
                       MOVE 'S' TO WRK-VF-TEM-COPIA
                   ELSE
                       READ EXEMPLARES NEXT RECORD
                          AND RESERVA-AGUARDANDO
                           MOVE 'V' TO RES-STATUS
                           REWRITE RESERVAS-REG
                           MOVE 'A' TO WRK-JRN-OPER
                           PERFORM 7046-JORNAL-RESERVAS
                       END-IF
                       READ RESERVAS NEXT RECORD
                   END-PERFORM
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   IF (EMPRESTIMO-DEVOLVIDO OR EMPRESTIMO-ESTORNADO)
                      AND NOT MULTA-PENDENTE
                      AND NOT MULTA-EM-ACORDO
                      AND EMP-DATA-RETIRADA (1:6) < WRK-MOV-CORTE
                       WRITE ARQEMP-REG FROM EMPRESTIMOS-REG
                       DELETE EMPRESTIMOS RECORD
                       MOVE 'E' TO WRK-JRN-OPER
                       PERFORM 7042-JORNAL-EMPRESTIMOS
                       ADD 1 TO WRK-QTD-ARQEMP
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
                   IF PAG-DATA (1:6) < WRK-MOV-CORTE
                       WRITE ARQPAG-REG FROM PAGAMENTOS-REG
                       DELETE PAGAMENTOS RECORD
                       MOVE 'E' TO WRK-JRN-OPER
                       PERFORM 7043-JORNAL-PAGAMENTOS
                       ADD 1 TO WRK-QTD-ARQPAG
                   END-IF
                   READ PAGAMENTOS NEXT RECORD
           OPEN OUTPUT NOTAMED
           IF NOTAMED-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '6200-PASSO-MEDIAS' TO WRK-ERL-PARAGRAFO
               MOVE 'NOTAMED' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE NOTAMED-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               MOVE "Filme;Media;Votos" TO NOTAMED-REG
               WRITE NOTAMED-REG
           OPEN OUTPUT FISCAL
           IF FISCAL-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '6400-PASSO-FISCAL' TO WRK-ERL-PARAGRAFO
               MOVE 'FISCAL' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE FISCAL-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               MOVE "Data;Recibo;Tipo;Bruto;Imposto;Moeda;ValorBRL;CPF"
                   TO FISCAL-REG
               WRITE FISCAL-REG

                                   TO WRK-FIS-TOT-IMPOSTO
                               ADD PAG-VALOR-BRL TO WRK-FIS-TOT-BRL
                           END-IF
      *                    CPF do comprador na venda de balcao
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
                           STRING PAG-DATA      DELIMITED BY SIZE
                                  ";"           DELIMITED BY SIZE
                                  PAG-MOEDA     DELIMITED BY SIZE
                                  ";"           DELIMITED BY SIZE
                                  PAG-VALOR-BRL DELIMITED BY SIZE
                                  ";"           DELIMITED BY SIZE
                                  WRK-FIS-CPF   DELIMITED BY SPACE
                                  INTO WRK-LINHA-CSV
                           END-STRING
                           WRITE FISCAL-REG FROM WRK-LINHA-CSV
           OPEN I-O CTLPAG
           IF CTLPAG-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '6500-PASSO-FATPLANOS' TO WRK-ERL-PARAGRAFO
               MOVE 'CTLPAG' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE CTLPAG-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               OPEN INPUT PLANOS
               MOVE LOW-VALUES TO COD-CLIENTE
                   MOVE SPACES           TO PAG-LOJA
                   MOVE 'D'              TO PAG-FORMA
                   MOVE ZERO             TO PAG-REF-DOC
                   MOVE ZERO             TO PAG-CODFILME
                   MOVE SPACES           TO PAG-TEF-AUTORIZACAO
                   MOVE SPACES           TO PAG-TEF-BANDEIRA
                   MOVE SPACE            TO PAG-TEF-MODO
                   MOVE ZERO             TO PAG-HORA

                   WRITE PAGAMENTOS-REG
                       INVALID KEY
                           MOVE WRK-DATA-HOJE
                               TO CLI-DATA-ALTERACAO
                           REWRITE CLIENTES-REG
                           MOVE 'A' TO WRK-JRN-OPER
                           PERFORM 7044-JORNAL-CLIENTES
                           ADD 1 TO WRK-QTD-PL-FAT
                           MOVE ZERO TO WRK-AUD-CODFILME
                           MOVE 'FATPLANO' TO WRK-AUD-OPERACAO
                           END-STRING
                           PERFORM 4900-GRAVA-AUDITORIA
                   END-WRITE
                   MOVE 'I' TO WRK-JRN-OPER
                   PERFORM 7043-JORNAL-PAGAMENTOS
           END-READ.

      *Protege um campo texto para os CSVs, igual ao 5185 do
               END-STRING
           END-IF.

      *Guarda no spool de relatorios, como o 9667 do
      *PROJETO-FILMES, o relatorio que o passo acabou de fechar:
      *caminho em WRK-PATH-SPLORIG, nome em WRK-SPL-RELATORIO e
      *parametros em WRK-SPL-PARAMETROS; o operador da emissao e o
      *proprio lote
       4960-ARQUIVA-RELATORIO SECTION.
           OPEN INPUT SPLORIG
           IF SPLORIG-STATUS NOT EQUAL 0
               CONTINUE
           ELSE
               OPEN I-O CTLSPL
               IF CTLSPL-STATUS EQUAL 35
                   OPEN OUTPUT CTLSPL
                   MOVE '1' TO CTLSPL-CHAVE
                   MOVE ZERO TO CTLSPL-ULT-NUMERO
                   WRITE CTLSPL-REG
                   CLOSE CTLSPL
                   OPEN I-O CTLSPL
               END-IF
               MOVE '1' TO CTLSPL-CHAVE
               READ CTLSPL KEY IS CTLSPL-CHAVE
               COMPUTE WRK-PROX-SPOOL = CTLSPL-ULT-NUMERO + 1
               MOVE WRK-PROX-SPOOL TO CTLSPL-ULT-NUMERO
               REWRITE CTLSPL-REG
               CLOSE CTLSPL

               OPEN I-O SPOOL
               IF SPOOL-STATUS EQUAL 35
                   OPEN OUTPUT SPOOL
                   CLOSE SPOOL
                   OPEN I-O SPOOL
               END-IF
               MOVE ZERO TO WRK-SPL-QTD-LINHAS
               ACCEPT WRK-SPL-HORA FROM TIME
               READ SPLORIG
               PERFORM UNTIL SPLORIG-STATUS NOT EQUAL 0
                   ADD 1 TO WRK-SPL-QTD-LINHAS
                   MOVE WRK-PROX-SPOOL TO SPL-NUMERO
                   MOVE WRK-SPL-QTD-LINHAS TO SPL-LINHA
                   MOVE SPLORIG-REG TO SPL-TEXTO
                   WRITE SPOOL-REG
                   READ SPLORIG
               END-PERFORM
               CLOSE SPLORIG
               CLOSE SPOOL

               OPEN I-O SPOOLIDX
               IF SPOOLIDX-STATUS EQUAL 35
                   OPEN OUTPUT SPOOLIDX
                   CLOSE SPOOLIDX
                   OPEN I-O SPOOLIDX
               END-IF
               MOVE WRK-PROX-SPOOL TO SPI-NUMERO
               MOVE WRK-SPL-RELATORIO TO SPI-RELATORIO
               MOVE WRK-DATA-HOJE TO SPI-DATA
               MOVE WRK-SPL-HORA (1:6) TO SPI-HORA
               MOVE 'LOTE-NOTURNO' TO SPI-OPERADOR
               MOVE SPACES TO SPI-LOJA
               MOVE WRK-SPL-PARAMETROS TO SPI-PARAMETROS
               MOVE WRK-SPL-QTD-LINHAS TO SPI-LINHAS
               COMPUTE SPI-PAGINAS = (WRK-SPL-QTD-LINHAS + 59) / 60
               WRITE SPOOLIDX-REG
               CLOSE SPOOLIDX
           END-IF
           MOVE SPACES TO WRK-SPL-PARAMETROS.

      *Preco de locacao na loja WRK-PLJ-LOJA na data WRK-PLJ-DATA,
      *como o 3178 do PROJETO-FILMES: a linha vigente da tabela
      *de precos da loja para o titulo, a categoria de lancamento,
      *o genero e o formato, nessa ordem, sobre o preco de
      *catalogo em WRK-PLJ-BASE; sem linha, vale o de catalogo
       4970-PRECO-DA-LOJA SECTION.
           MOVE WRK-PLJ-BASE TO WRK-PLJ-PRECO
           MOVE 'N' TO WRK-PLJ-ACHOU
           IF WRK-PLJ-LOJA NOT EQUAL SPACES
               MOVE 'T' TO WRK-PLJ-ESCOPO
               MOVE SPACES TO WRK-PLJ-VALOR-ESCOPO
               MOVE WRK-PLJ-CODFILME TO WRK-PLJ-VALOR-ESCOPO (1:5)
               PERFORM 4975-PROCURA-PRECO-LOJA
               IF WRK-PLJ-ACHOU EQUAL 'N'
                   MOVE 'C' TO WRK-PLJ-ESCOPO
                   MOVE WRK-PLJ-CATEGORIA TO WRK-PLJ-VALOR-ESCOPO
                   PERFORM 4975-PROCURA-PRECO-LOJA
               END-IF
               IF WRK-PLJ-ACHOU EQUAL 'N'
                   MOVE 'G' TO WRK-PLJ-ESCOPO
                   MOVE WRK-PLJ-GENERO TO WRK-PLJ-VALOR-ESCOPO
                   PERFORM 4975-PROCURA-PRECO-LOJA
               END-IF
               IF WRK-PLJ-ACHOU EQUAL 'N'
                   MOVE 'F' TO WRK-PLJ-ESCOPO
                   MOVE WRK-PLJ-FORMATO TO WRK-PLJ-VALOR-ESCOPO
                   PERFORM 4975-PROCURA-PRECO-LOJA
               END-IF
           END-IF

           IF WRK-PLJ-ACHOU EQUAL 'S'
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

      *Linha vigente da tabela de precos para a loja, o escopo e
      *o valor em WRK-PLJ-*, como o 3171 do PROJETO-FILMES
       4975-PROCURA-PRECO-LOJA SECTION.
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

      *Licenca do titulo WRK-JAN-CODFILME encerrada hoje pela
      *janela de direitos, como o 9614 do PROJETO-FILMES (titulo
      *sem linha em JANELA nao tem fim de licenca)
       4985-LICENCA-EXPIRADA SECTION.
           MOVE 'N' TO WRK-JAN-EXPIRADA
           MOVE WRK-JAN-CODFILME TO JN-CODFILME
           READ JANELA
               NOT INVALID KEY
                   IF JN-DATA-FIM > ZERO
                      AND JN-DATA-FIM < WRK-DATA-HOJE
                       MOVE 'S' TO WRK-JAN-EXPIRADA
                   END-IF
           END-READ.

      *Diario central de erros de arquivo: acrescenta em
      *ERROLOG.CSV a falha descrita em WRK-ERL-PARAGRAFO, ARQUIVO,
      *OPERACAO, STATUS e CHAVE, com AUTO no lugar do operador e
      *sem loja, e mostra no console a classe e o que fazer
       4990-GRAVA-ERRO-ARQUIVO SECTION.
           ACCEPT WRK-ERL-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-ERL-HORA FROM TIME
           PERFORM 4991-CLASSIFICA-ERRO

           OPEN EXTEND ERROLOG
           IF ERROLOG-STATUS EQUAL 35
               OPEN OUTPUT ERROLOG
           END-IF

           MOVE SPACES TO WRK-ERL-LINHA
           STRING WRK-ERL-DATA        DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WRK-ERL-HORA (1:6)  DELIMITED BY SIZE
                  ";LOTE-NOTURNO;"    DELIMITED BY SIZE
                  WRK-ERL-PARAGRAFO   DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WRK-ERL-ARQUIVO     DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WRK-ERL-OPERACAO    DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WRK-ERL-STATUS      DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WRK-ERL-CHAVE       DELIMITED BY SIZE
                  ";AUTO;;"           DELIMITED BY SIZE
                  WRK-ERL-CLASSE-DESC DELIMITED BY SPACE
                  INTO WRK-ERL-LINHA
           END-STRING
           WRITE ERROLOG-REG FROM WRK-ERL-LINHA
           CLOSE ERROLOG

           DISPLAY 'Erro de arquivo ' WRK-ERL-ARQUIVO ' '
               WRK-ERL-OPERACAO ' status ' WRK-ERL-STATUS
           DISPLAY WRK-ERL-CLASSE-DESC ': ' WRK-ERL-ORIENTACAO.

      *Classe da falha pelo status do arquivo, a mesma tabela do
      *5197 do PROJETO-FILMES
       4991-CLASSIFICA-ERRO SECTION.
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

      *Rebaixa titulos Lancamento para Catalogo quando o primeiro
      *exemplar do titulo completa WRK-DIAS-LANCAMENTO dias de
      *casa; o preco e o prazo voltam sozinhos para a linha da
      *midia em TERMOS, e cada rebaixamento deixa auditoria
       6600-PASSO-ENVELHECE SECTION.
               MOVE WRK-DATA-HOJE TO DATAALTERACAO
               ADD 1 TO VERSAO-REG
               REWRITE FILMES-REG
               MOVE 'A' TO WRK-JRN-OPER
               PERFORM 7041-JORNAL-FILMES
               ADD 1 TO WRK-QTD-ENVELHECE

               MOVE 'ENVELHEC' TO WRK-AUD-OPERACAO
               PERFORM 4900-GRAVA-AUDITORIA
           END-IF.

      *Expiracao dos pontos de fidelidade: varre o razao PONTOS
      *por cliente e, pela regra do primeiro que entra e o
      *primeiro que sai, os pontos creditados antes do corte
      *(hoje menos os meses de validade de CTLPARAM) que ainda
      *nao foram consumidos por resgates, estornos ou expiracoes
      *anteriores viram um movimento eXpirado. As expiracoes sao
      *juntadas numa tabela e gravadas depois da varredura, para
      *a leitura em sequencia nao cruzar com as gravacoes; o que
      *nao couber na tabela fica para a noite seguinte
       6700-PASSO-PONTOS SECTION.
           MOVE 0 TO WRK-QTD-PT-EXP
           MOVE 0 TO WRK-QTD-PT-TAB
           MOVE 0 TO WRK-PT-TOTAL-EXP

           MOVE WRK-DATA-HOJE TO WRK-CORTE-CALC
           PERFORM WRK-MESES-PONTOS TIMES
               IF WRK-CORTE-MES EQUAL 1
                   MOVE 12 TO WRK-CORTE-MES
                   SUBTRACT 1 FROM WRK-CORTE-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-CORTE-MES
               END-IF
           END-PERFORM
           MOVE WRK-CORTE-CALC TO WRK-PT-CORTE

           OPEN I-O PONTOS
           IF PONTOS-STATUS EQUAL 35
               OPEN OUTPUT PONTOS
               CLOSE PONTOS
               OPEN I-O PONTOS
           END-IF
           IF PONTOS-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '6700-PASSO-PONTOS' TO WRK-ERL-PARAGRAFO
               MOVE 'PONTOS' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE PONTOS-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               MOVE 0 TO WRK-PT-CLI-ANT
               MOVE LOW-VALUES TO PT-CHAVE
               START PONTOS KEY IS NOT LESS THAN PT-CHAVE
                   INVALID KEY
                       MOVE 10 TO PONTOS-STATUS
               END-START
               IF PONTOS-STATUS EQUAL 0
                   READ PONTOS NEXT RECORD
                   PERFORM UNTIL PONTOS-STATUS NOT EQUAL 0
                       IF PT-CLIENTE NOT EQUAL WRK-PT-CLI-ANT
                           PERFORM 6710-FECHA-CLIENTE-PONTOS
                           MOVE PT-CLIENTE TO WRK-PT-CLI-ANT
                       END-IF
                       IF PONTOS-GANHO OR PONTOS-DEVOLVIDO
                           IF PT-DATA < WRK-PT-CORTE
                               ADD PT-QTD TO WRK-PT-CRED-VELHO
                           END-IF
                       ELSE
                           ADD PT-QTD TO WRK-PT-DEBITOS
                       END-IF
                       MOVE PT-SEQ TO WRK-PT-ULT-SEQ
                       READ PONTOS NEXT RECORD
                   END-PERFORM
                   PERFORM 6710-FECHA-CLIENTE-PONTOS
               END-IF

               PERFORM VARYING WRK-IDX-PT FROM 1 BY 1
                   UNTIL WRK-IDX-PT > WRK-QTD-PT-TAB
                   PERFORM 6720-GRAVA-EXPIRACAO
               END-PERFORM
               CLOSE PONTOS
           END-IF

           MOVE WRK-QTD-PT-EXP TO WRK-JOB-QTD
           DISPLAY '  Clientes com pontos expirados: ' WRK-QTD-PT-EXP
           DISPLAY '  Pontos expirados: ' WRK-PT-TOTAL-EXP.

      *Quebra de cliente: o saldo velho ainda nao consumido do
      *cliente anterior entra na tabela de expiracoes, e os
      *acumuladores sao zerados para o proximo
       6710-FECHA-CLIENTE-PONTOS SECTION.
           IF WRK-PT-CLI-ANT > 0
              AND WRK-PT-CRED-VELHO > WRK-PT-DEBITOS
              AND WRK-QTD-PT-TAB < 500
               ADD 1 TO WRK-QTD-PT-TAB
               MOVE WRK-PT-CLI-ANT TO WRK-EXP-CLIENTE (WRK-QTD-PT-TAB)
               COMPUTE WRK-EXP-SEQ (WRK-QTD-PT-TAB) =
                   WRK-PT-ULT-SEQ + 1
               COMPUTE WRK-EXP-QTD (WRK-QTD-PT-TAB) =
                   WRK-PT-CRED-VELHO - WRK-PT-DEBITOS
           END-IF
           MOVE 0 TO WRK-PT-CRED-VELHO
           MOVE 0 TO WRK-PT-DEBITOS
           MOVE 0 TO WRK-PT-ULT-SEQ.

      *Grava o movimento eXpirado da linha corrente da tabela,
      *com operador AUTO e rastro na trilha de auditoria
       6720-GRAVA-EXPIRACAO SECTION.
           MOVE WRK-EXP-CLIENTE (WRK-IDX-PT) TO PT-CLIENTE
           MOVE WRK-EXP-SEQ (WRK-IDX-PT) TO PT-SEQ
           MOVE 'X' TO PT-TIPO
           MOVE WRK-EXP-QTD (WRK-IDX-PT) TO PT-QTD
           MOVE WRK-DATA-HOJE TO PT-DATA
           MOVE 0 TO PT-DOC
           MOVE 0 TO PT-EMPRESTIMO
           MOVE 'AUTO' TO PT-OPERADOR
           WRITE PONTOS-REG
               INVALID KEY
                   MOVE 'N' TO WRK-PASSO-OK
                   MOVE '6720-GRAVA-EXPIRACAO' TO WRK-ERL-PARAGRAFO
                   MOVE 'PONTOS' TO WRK-ERL-ARQUIVO
                   MOVE 'WRITE' TO WRK-ERL-OPERACAO
                   MOVE PONTOS-STATUS TO WRK-ERL-STATUS
                   MOVE PT-CHAVE TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-PT-EXP
                   ADD PT-QTD TO WRK-PT-TOTAL-EXP
                   MOVE 'PONTOEXP' TO WRK-AUD-OPERACAO
                   MOVE 0 TO WRK-AUD-CODFILME
                   MOVE SPACES TO WRK-AUD-DETALHE
                   STRING 'CLIENTE=' DELIMITED BY SIZE
                          PT-CLIENTE DELIMITED BY SIZE
                          ' QTD=' DELIMITED BY SIZE
                          PT-QTD DELIMITED BY SIZE
                          INTO WRK-AUD-DETALHE
                   END-STRING
                   PERFORM 4900-GRAVA-AUDITORIA
           END-WRITE.

      *Excecoes por operador da semana anterior (domingo a
      *sabado), no mesmo relatorio EXCECOES.PRN do 9939 do
      *PROJETO-FILMES: estornos do dia, notas de credito, isencoes
      *de multa e de dano e movimentos de gaveta vem da trilha de
      *auditoria; os fechamentos de caixa com diferenca vem do
      *CAIXA. Quem passa de WRK-PD-FATOR vezes a media da casa num
      *tipo (com ao menos duas ocorrencias) e marcado
       6800-PASSO-EXCECOES SECTION.
           MOVE 0 TO WRK-PD-QTD-OP
           MOVE 0 TO WRK-PD-QTD-EVENTOS
           MOVE 0 TO WRK-PD-QTD-MARCADOS

      *    Sabado anterior a data de negocio e o domingo antes dele
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           PERFORM 4820-DIA-DA-SEMANA
           MOVE WRK-DIA-SEMANA TO WRK-ZC-T1
           PERFORM WRK-ZC-T1 TIMES
               PERFORM 4810-RECUA-UM-DIA
           END-PERFORM
           MOVE WRK-DATA-CALC TO WRK-PD-FIM
           PERFORM 6 TIMES
               PERFORM 4810-RECUA-UM-DIA
           END-PERFORM
           MOVE WRK-DATA-CALC TO WRK-PD-INICIO

           OPEN INPUT OPERADORES
           IF OPERADORES-STATUS EQUAL 0
               MOVE LOW-VALUES TO OP-CODIGO
               START OPERADORES KEY IS NOT LESS THAN OP-CODIGO
                   INVALID KEY
                       MOVE 10 TO OPERADORES-STATUS
               END-START
               IF OPERADORES-STATUS EQUAL 0
                   READ OPERADORES NEXT RECORD
                   PERFORM UNTIL OPERADORES-STATUS NOT EQUAL 0
                       MOVE OP-NOME TO WRK-PD-OPER
                       PERFORM 6810-LOCALIZA-OPERADOR
                       READ OPERADORES NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE OPERADORES
           END-IF

           OPEN OUTPUT EXCECOES
           IF EXCECOES-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '6800-PASSO-EXCECOES' TO WRK-ERL-PARAGRAFO
               MOVE 'EXCECOES' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE EXCECOES-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               PERFORM 6805-GRAVA-EXCECOES
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
               PERFORM 4960-ARQUIVA-RELATORIO
           END-IF

           MOVE WRK-PD-QTD-EVENTOS TO WRK-JOB-QTD
           DISPLAY '  Ocorrencias na semana: ' WRK-PD-QTD-EVENTOS
           DISPLAY '  Operadores marcados: ' WRK-PD-QTD-MARCADOS.

      *Corpo do relatorio: cabecalho, ocorrencias da trilha e do
      *CAIXA e o resumo por operador
       6805-GRAVA-EXCECOES SECTION.
           MOVE SPACES TO WRK-LINHA-CSV
           STRING 'Excecoes por operador de ' DELIMITED BY SIZE
                  WRK-PD-INICIO DELIMITED BY SIZE
                  ' a ' DELIMITED BY SIZE
                  WRK-PD-FIM DELIMITED BY SIZE
                  ' - emitido em ' DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE EXCECOES-REG FROM WRK-LINHA-CSV
           MOVE '== Ocorrencias' TO EXCECOES-REG
           WRITE EXCECOES-REG

           OPEN INPUT AUDITFILE
           IF AUDITFILE-STATUS EQUAL 0
               READ AUDITFILE
               PERFORM UNTIL AUDITFILE-STATUS NOT EQUAL 0
                   MOVE SPACES TO WRK-AUD-CAMPOS
                   UNSTRING AUDITFILE-REG DELIMITED BY ';'
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
                       PERFORM 6810-LOCALIZA-OPERADOR
                       IF WRK-PD-IDX-OP > 0
                           ADD 1 TO WRK-PD-QTD (WRK-PD-IDX-OP,
                                                WRK-PD-TIPO)
                       END-IF
                       ADD 1 TO WRK-PD-QTD-EVENTOS
                       MOVE SPACES TO WRK-LINHA-CSV
                       STRING WRK-AUD-L-DATA DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              WRK-AUD-L-OPER DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              WRK-AUD-L-OP DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              WRK-AUD-L-DET DELIMITED BY SIZE
                              INTO WRK-LINHA-CSV
                       END-STRING
                       WRITE EXCECOES-REG FROM WRK-LINHA-CSV
                   END-IF
                   READ AUDITFILE
               END-PERFORM
               CLOSE AUDITFILE
           END-IF

           OPEN INPUT CAIXA
           IF CAIXA-STATUS EQUAL 0
               MOVE LOW-VALUES TO NUM-CAIXA
               START CAIXA KEY IS NOT LESS THAN NUM-CAIXA
                   INVALID KEY
                       MOVE 10 TO CAIXA-STATUS
               END-START
               IF CAIXA-STATUS EQUAL 0
                   READ CAIXA NEXT RECORD
                   PERFORM UNTIL CAIXA-STATUS NOT EQUAL 0
                       IF CX-STATUS EQUAL 'F'
                          AND CX-DATA-FECHAMENTO
                              NOT LESS THAN WRK-PD-INICIO
                          AND CX-DATA-FECHAMENTO
                              NOT GREATER THAN WRK-PD-FIM
                          AND CX-VALOR-SISTEMA
                              NOT EQUAL CX-VALOR-CONTADO
                           PERFORM 6820-DIFERENCA-CAIXA
                       END-IF
                       READ CAIXA NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE CAIXA
           END-IF

           PERFORM 6830-RESUMO-EXCECOES.

      *Procura WRK-PD-OPER na tabela de excecoes, abrindo uma
      *linha zerada quando ele ainda nao esta la; WRK-PD-IDX-OP
      *volta zero se a tabela estiver cheia
       6810-LOCALIZA-OPERADOR SECTION.
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

      *Sessao de caixa fechada com diferenca: conta para o
      *operador e soma a diferenca, para mais ou para menos
       6820-DIFERENCA-CAIXA SECTION.
           IF CX-VALOR-SISTEMA > CX-VALOR-CONTADO
               COMPUTE WRK-PD-DIF = CX-VALOR-SISTEMA - CX-VALOR-CONTADO
           ELSE
               COMPUTE WRK-PD-DIF = CX-VALOR-CONTADO - CX-VALOR-SISTEMA
           END-IF
           MOVE CX-OPERADOR TO WRK-PD-OPER
           PERFORM 6810-LOCALIZA-OPERADOR
           IF WRK-PD-IDX-OP > 0
               ADD 1 TO WRK-PD-QTD (WRK-PD-IDX-OP, 6)
               ADD WRK-PD-DIF TO WRK-PD-DIF-TOT (WRK-PD-IDX-OP)
           END-IF
           ADD 1 TO WRK-PD-QTD-EVENTOS
           MOVE WRK-PD-DIF TO WRK-PD-DIF-ED
           MOVE SPACES TO WRK-LINHA-CSV
           STRING CX-DATA-FECHAMENTO DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CX-OPERADOR DELIMITED BY SIZE
                  '  CAIXADIF  SESSAO=' DELIMITED BY SIZE
                  NUM-CAIXA DELIMITED BY SIZE
                  ' DIFERENCA=' DELIMITED BY SIZE
                  WRK-PD-DIF-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE EXCECOES-REG FROM WRK-LINHA-CSV.

      *Media da casa por tipo, marcacao e resumo por operador, no
      *mesmo formato do 9936 do PROJETO-FILMES
       6830-RESUMO-EXCECOES SECTION.
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
           MOVE SPACES TO WRK-LINHA-CSV
           MOVE 'Operador' TO WRK-LINHA-CSV (1:20)
           PERFORM VARYING WRK-PD-IDX-TP FROM 1 BY 1
               UNTIL WRK-PD-IDX-TP > 6
               MOVE WRK-PD-ROTULO (WRK-PD-IDX-TP)
                   TO WRK-LINHA-CSV (WRK-PD-IDX-TP * 10 + 13:8)
           END-PERFORM
           MOVE 'Dif. caixa' TO WRK-LINHA-CSV (84:10)
           WRITE EXCECOES-REG FROM WRK-LINHA-CSV

           PERFORM VARYING WRK-PD-IDX-OP FROM 1 BY 1
               UNTIL WRK-PD-IDX-OP > WRK-PD-QTD-OP
               MOVE SPACES TO WRK-LINHA-CSV
               MOVE WRK-PD-NOME (WRK-PD-IDX-OP) TO WRK-LINHA-CSV (1:20)
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
                       TO WRK-LINHA-CSV (WRK-PD-IDX-TP * 10 + 13:5)
                   MOVE WRK-PD-MARCA
                       TO WRK-LINHA-CSV (WRK-PD-IDX-TP * 10 + 18:1)
               END-PERFORM
               MOVE WRK-PD-DIF-TOT (WRK-PD-IDX-OP) TO WRK-PD-DIF-ED
               MOVE WRK-PD-DIF-ED TO WRK-LINHA-CSV (84:10)
               IF WRK-PD-ACIMA (WRK-PD-IDX-OP) EQUAL 'S'
                   MOVE 'ACIMA DA MEDIA' TO WRK-LINHA-CSV (96:14)
                   ADD 1 TO WRK-PD-QTD-MARCADOS
               END-IF
               WRITE EXCECOES-REG FROM WRK-LINHA-CSV
           END-PERFORM

           MOVE SPACES TO WRK-LINHA-CSV
           MOVE 'Media da casa' TO WRK-LINHA-CSV (1:20)
           PERFORM VARYING WRK-PD-IDX-TP FROM 1 BY 1
               UNTIL WRK-PD-IDX-TP > 6
               MOVE WRK-PD-MEDIA (WRK-PD-IDX-TP) TO WRK-PD-MEDIA-ED
               MOVE WRK-PD-MEDIA-ED
                   TO WRK-LINHA-CSV (WRK-PD-IDX-TP * 10 + 13:7)
           END-PERFORM
           WRITE EXCECOES-REG FROM WRK-LINHA-CSV.

      *Campanha de reconquista: clientes ativos cuja ultima
      *retirada (movimento vivo ou arquivo morto) e mais velha que
      *WRK-DIAS-RECONQUISTA dias recebem na caixa de saida um
      *convite para voltar com o genero que mais alugaram; cada
      *contato vira um registro de CAMPANHA com a data limite de
      *30 dias para o acompanhamento do retorno (3990 do
      *PROJETO-FILMES). Quem ja foi contatado depois da ultima
      *retirada nao e contatado de novo. Com segmentos RFM em
      *CTLPARAM, so o cliente de um deles (ou ainda nao
      *segmentado) e convidado. O OUTBOX do dia ja foi
      *criado pelo NOTIFICA, entao as linhas vao no final dele
       6900-PASSO-RECONQUISTA SECTION.
           MOVE 0 TO WRK-QTD-RECONQ
           MOVE 0 TO WRK-QTD-RECONQ-SUPR
           MOVE 0 TO WRK-QTD-AFASTADOS
           MOVE 0 TO WRK-QTD-RECONQ-FORA

           MOVE 'N' TO WRK-RQ-RFM-ABERTO
           IF WRK-RQ-SEGMENTOS NOT EQUAL SPACES
               OPEN INPUT RFMCLI
               IF RFMCLI-STATUS EQUAL 0
                   MOVE 'S' TO WRK-RQ-RFM-ABERTO
               ELSE
                   DISPLAY '  Segmentacao RFM nao apurada - '
                       'convidando todos os segmentos'
               END-IF
           END-IF

           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           PERFORM WRK-DIAS-RECONQUISTA TIMES
               PERFORM 4810-RECUA-UM-DIA
           END-PERFORM
           MOVE WRK-DATA-CALC TO WRK-RQ-CORTE

           OPEN OUTPUT ULTLOC
           CLOSE ULTLOC
           OPEN I-O ULTLOC
           OPEN I-O CAMPANHA
           IF CAMPANHA-STATUS EQUAL 35
               OPEN OUTPUT CAMPANHA
               CLOSE CAMPANHA
               OPEN I-O CAMPANHA
           END-IF

           IF ULTLOC-STATUS NOT EQUAL 0
              OR CAMPANHA-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               IF ULTLOC-STATUS NOT EQUAL 0
                   MOVE '6900-PASSO-RECONQUISTA' TO WRK-ERL-PARAGRAFO
                   MOVE 'ULTLOC' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE ULTLOC-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
               IF CAMPANHA-STATUS NOT EQUAL 0
                   MOVE '6900-PASSO-RECONQUISTA' TO WRK-ERL-PARAGRAFO
                   MOVE 'CAMPANHA' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE CAMPANHA-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
           ELSE
               PERFORM 6910-MONTA-ULTIMAS

               OPEN EXTEND OUTBOX
               IF OUTBOX-STATUS EQUAL 35
                   OPEN OUTPUT OUTBOX
                   MOVE "Telefone;Email;Cliente;Evento;Texto"
                       TO OUTBOX-REG
                   WRITE OUTBOX-REG
               END-IF
               IF OUTBOX-STATUS NOT EQUAL 0
                   MOVE 'N' TO WRK-PASSO-OK
                   MOVE '6900-PASSO-RECONQUISTA' TO WRK-ERL-PARAGRAFO
                   MOVE 'OUTBOX' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE OUTBOX-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               ELSE
                   MOVE LOW-VALUES TO COD-CLIENTE
                   START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
                       INVALID KEY
                           MOVE 10 TO CLIENTES-STATUS
                   END-START
                   IF CLIENTES-STATUS EQUAL 0
                       READ CLIENTES NEXT RECORD
                       PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                           IF CLIENTE-ATIVO
                               PERFORM 6920-TESTA-AFASTADO
                           END-IF
                           READ CLIENTES NEXT RECORD
                       END-PERFORM
                   END-IF
                   CLOSE OUTBOX
               END-IF
           END-IF
           CLOSE ULTLOC
           CLOSE CAMPANHA
           IF WRK-RQ-RFM-ABERTO EQUAL 'S'
               CLOSE RFMCLI
           END-IF

           MOVE WRK-QTD-RECONQ TO WRK-JOB-QTD
           DISPLAY '  Clientes afastados: ' WRK-QTD-AFASTADOS
           DISPLAY '  Convites na caixa de saida: ' WRK-QTD-RECONQ
           DISPLAY '  Convites suprimidos (sem consentimento): '
               WRK-QTD-RECONQ-SUPR
           DISPLAY '  Fora dos segmentos RFM da campanha: '
               WRK-QTD-RECONQ-FORA.

      *Monta ULTLOC com a maior data de retirada de cada cliente:
      *primeiro o arquivo morto (registro cru na ordem de
      *EMPRESTIMOS-REG: cliente na posicao 14, retirada na 19 e
      *situacao na 43), depois o movimento vivo; estornos nao
      *contam como locacao
       6910-MONTA-ULTIMAS SECTION.
           OPEN INPUT ARQEMP
           IF ARQEMP-STATUS EQUAL 0
               READ ARQEMP
               PERFORM UNTIL ARQEMP-STATUS NOT EQUAL 0
                   MOVE ARQEMP-REG (14:5) TO WRK-RQ-CLIENTE
                   MOVE ARQEMP-REG (19:8) TO WRK-RQ-DATA
                   MOVE ARQEMP-REG (43:1) TO WRK-RQ-STATUS
                   IF WRK-RQ-STATUS NOT EQUAL 'X'
                       PERFORM 6915-GUARDA-ULTIMA
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
                       MOVE EMP-CLIENTE TO WRK-RQ-CLIENTE
                       MOVE EMP-DATA-RETIRADA TO WRK-RQ-DATA
                       PERFORM 6915-GUARDA-ULTIMA
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF.

      *Guarda WRK-RQ-DATA como ultima retirada de WRK-RQ-CLIENTE
      *quando e mais nova que a ja registrada
       6915-GUARDA-ULTIMA SECTION.
           MOVE WRK-RQ-CLIENTE TO UL-CLIENTE
           READ ULTLOC
               INVALID KEY
                   MOVE WRK-RQ-DATA TO UL-DATA
                   WRITE ULTLOC-REG
               NOT INVALID KEY
                   IF WRK-RQ-DATA > UL-DATA
                       MOVE WRK-RQ-DATA TO UL-DATA
                       REWRITE ULTLOC-REG
                   END-IF
           END-READ.

      *Cliente ativo corrente: se ja alugou e esta sem locacao
      *desde antes do corte, e ainda nao foi contatado depois da
      *ultima retirada (registro de CAMPANHA com data maior que
      *ela), gera o convite
       6920-TESTA-AFASTADO SECTION.
           MOVE COD-CLIENTE TO UL-CLIENTE
           READ ULTLOC
               INVALID KEY
                   MOVE ZERO TO UL-DATA
           END-READ

           IF UL-DATA > ZERO AND UL-DATA < WRK-RQ-CORTE
               ADD 1 TO WRK-QTD-AFASTADOS
               MOVE 'N' TO WRK-RQ-CONTATADO
               MOVE COD-CLIENTE TO CP-CLIENTE
               MOVE UL-DATA TO CP-DATA
               START CAMPANHA KEY IS GREATER THAN CP-CHAVE
                   INVALID KEY
                       MOVE 10 TO CAMPANHA-STATUS
               END-START
               IF CAMPANHA-STATUS EQUAL 0
                   READ CAMPANHA NEXT RECORD
                   IF CAMPANHA-STATUS EQUAL 0
                      AND CP-CLIENTE EQUAL COD-CLIENTE
                       MOVE 'S' TO WRK-RQ-CONTATADO
                   END-IF
               END-IF

               IF WRK-RQ-CONTATADO EQUAL 'N'
                   PERFORM 6925-TESTA-SEGMENTO
                   IF WRK-RQ-NO-ALVO EQUAL 'N'
                       ADD 1 TO WRK-QTD-RECONQ-FORA
                   ELSE
                       PERFORM 5720-CANAIS-DO-CLIENTE
                       IF WRK-NOT-SUPRIME EQUAL 'S'
                           ADD 1 TO WRK-QTD-RECONQ-SUPR
                       ELSE
                           PERFORM 6930-GENERO-PREFERIDO
                           PERFORM 6940-GRAVA-RECONQUISTA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Cliente corrente no alvo da campanha (WRK-RQ-NO-ALVO): sem
      *segmentos configurados, sem RFMCLI ou sem segmento apurado
      *para o cliente, todos estao no alvo; senao o segmento da
      *ultima apuracao precisa estar na lista de WRK-RQ-SEGMENTOS
       6925-TESTA-SEGMENTO SECTION.
           MOVE 'S' TO WRK-RQ-NO-ALVO
           IF WRK-RQ-RFM-ABERTO EQUAL 'S'
               MOVE COD-CLIENTE TO RFM-CLIENTE
               READ RFMCLI
                   INVALID KEY
                       MOVE SPACES TO RFM-SEGMENTO
               END-READ
               IF RFM-SEGMENTO NOT EQUAL SPACES
                   MOVE 'N' TO WRK-RQ-NO-ALVO
                   PERFORM VARYING WRK-RQ-IDX-SEG FROM 1 BY 2
                       UNTIL WRK-RQ-IDX-SEG > 17
                       IF WRK-RQ-SEGMENTOS (WRK-RQ-IDX-SEG:2)
                          EQUAL RFM-SEGMENTO
                           MOVE 'S' TO WRK-RQ-NO-ALVO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *Genero mais alugado do cliente corrente em WRK-RQ-GENERO
      *(espaco quando nao ha locacao viva): mesma contagem do
      *9922 do PROJETO-FILMES, com o genero principal do titulo
      *e os adicionais de FILMEGEN, pelos emprestimos nao
      *estornados do cliente
       6930-GENERO-PREFERIDO SECTION.
           MOVE 0 TO WRK-GEN-TALLY-QTD
           MOVE SPACES TO WRK-RQ-GENERO

           MOVE COD-CLIENTE TO EMP-CLIENTE
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CLIENTE
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                  OR EMP-CLIENTE NOT EQUAL COD-CLIENTE
                   IF NOT EMPRESTIMO-ESTORNADO
                       MOVE EMP-CODFILME TO CODFILME
                       READ FILMES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE GENERO TO WRK-GEN-BUSCADO
                               PERFORM 6935-TALLY-GENERO

      *                        Generos adicionais do titulo
                               MOVE CODFILME TO FG-CODFILME
                               MOVE LOW-VALUES TO FG-GENERO
                               START FILMEGEN
                                   KEY IS NOT LESS THAN FG-CHAVE
                                   INVALID KEY
                                       MOVE 10 TO FILMEGEN-STATUS
                               END-START
                               IF FILMEGEN-STATUS EQUAL 0
                                   READ FILMEGEN NEXT RECORD
                                   PERFORM UNTIL FILMEGEN-STATUS
                                       NOT EQUAL 0
                                      OR FG-CODFILME NOT EQUAL CODFILME
                                       MOVE FG-GENERO
                                           TO WRK-GEN-BUSCADO
                                       PERFORM 6935-TALLY-GENERO
                                       READ FILMEGEN NEXT RECORD
                                   END-PERFORM
                               END-IF
                       END-READ
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF

           MOVE 0 TO WRK-MAX-CONT
           MOVE 0 TO WRK-MAX-IDX
           PERFORM VARYING WRK-IDX-GEN FROM 1 BY 1
               UNTIL WRK-IDX-GEN > WRK-GEN-TALLY-QTD
               IF WRK-GEN-CONT (WRK-IDX-GEN) > WRK-MAX-CONT
                   MOVE WRK-GEN-CONT (WRK-IDX-GEN) TO WRK-MAX-CONT
                   MOVE WRK-IDX-GEN TO WRK-MAX-IDX
               END-IF
           END-PERFORM
           IF WRK-MAX-IDX > 0
               MOVE WRK-GEN-NOME (WRK-MAX-IDX) TO WRK-RQ-GENERO
           END-IF.

      *Soma um no genero em WRK-GEN-BUSCADO, como o 9921 do
      *PROJETO-FILMES
       6935-TALLY-GENERO SECTION.
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

      *Grava o convite do cliente corrente na caixa de saida (com
      *o primeiro nome e o genero preferido) e o contato em
      *CAMPANHA, com a data limite do retorno 30 dias adiante
       6940-GRAVA-RECONQUISTA SECTION.
           MOVE SPACES TO WRK-LINHA-CSV
           IF WRK-RQ-GENERO NOT EQUAL SPACES
               STRING WRK-NOT-FONE     DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WRK-NOT-EMAIL    DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      COD-CLIENTE      DELIMITED BY SIZE
                      ";RECONQUISTA;Ola " DELIMITED BY SIZE
                      NOME-CLIENTE     DELIMITED BY SPACE
                      ", temos novidades de " DELIMITED BY SIZE
                      WRK-RQ-GENERO    DELIMITED BY SPACE
                      " para voce"     DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
           ELSE
               STRING WRK-NOT-FONE     DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WRK-NOT-EMAIL    DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      COD-CLIENTE      DELIMITED BY SIZE
                      ";RECONQUISTA;Ola " DELIMITED BY SIZE
                      NOME-CLIENTE     DELIMITED BY SPACE
                      ", venha ver as novidades da loja"
                      DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
           END-IF
           WRITE OUTBOX-REG FROM WRK-LINHA-CSV

           MOVE COD-CLIENTE TO CP-CLIENTE
           MOVE WRK-DATA-HOJE TO CP-DATA
           MOVE UL-DATA TO CP-ULT-LOCACAO
           MOVE WRK-RQ-GENERO TO CP-GENERO
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           PERFORM 30 TIMES
               PERFORM 4800-AVANCA-UM-DIA
           END-PERFORM
           MOVE WRK-DATA-CALC TO CP-DATA-LIMITE
           WRITE CAMPANHA-REG
               INVALID KEY
                   REWRITE CAMPANHA-REG
           END-WRITE
           ADD 1 TO WRK-QTD-RECONQ.

      *Avanca WRK-DATA-CALC em um dia corrido, tratando virada de
      *mes e de ano, como o 3150 do PROJETO-FILMES
      *Passo NFCE: aplica nas NFC-e o retorno do transmissor
      *fiscal (chave de acesso e protocolo, ou o motivo da
      *rejeicao), reenvia pela fila as guardadas em contingencia
      *quando o transmissor esta de volta ao ar e lista em
      *NFCEPEND.PRN as rejeitadas e as ainda sem autorizacao
       7000-PASSO-NFCE SECTION.
           MOVE 0 TO WRK-QTD-NFE-RET
           MOVE 0 TO WRK-QTD-NFE-REENV
           MOVE 0 TO WRK-QTD-NFE-PEND

           OPEN I-O NFCE
           IF NFCE-STATUS EQUAL 35
               OPEN OUTPUT NFCE
               CLOSE NFCE
               OPEN I-O NFCE
           END-IF
           IF NFCE-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '7000-PASSO-NFCE' TO WRK-ERL-PARAGRAFO
               MOVE 'NFCE' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE NFCE-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               PERFORM 7010-APLICA-RETORNO
               PERFORM 7020-REENVIA-GUARDADAS
               PERFORM 7030-RELATORIO-PENDENTES
               CLOSE NFCE
           END-IF

           MOVE WRK-QTD-NFE-REENV TO WRK-JOB-QTD
           DISPLAY '  Retornos aplicados: ' WRK-QTD-NFE-RET
           DISPLAY '  Reenviadas da contingencia: ' WRK-QTD-NFE-REENV
           DISPLAY '  Rejeitadas ou pendentes: ' WRK-QTD-NFE-PEND.

      *Le o arquivo de retorno inteiro e o apaga, para a mesma
      *linha nao ser reaplicada na noite seguinte
       7010-APLICA-RETORNO SECTION.
           OPEN INPUT NFCERET
           IF NFCERET-STATUS EQUAL 0
               READ NFCERET
               PERFORM UNTIL NFCERET-STATUS NOT EQUAL 0
                   PERFORM 7015-APLICA-UMA-LINHA
                   READ NFCERET
               END-PERFORM
               CLOSE NFCERET
               CALL 'CBL_DELETE_FILE' USING WRK-PATH-NFCERET
                   RETURNING WRK-DEL-STATUS
               END-CALL
           END-IF.

      *Uma linha de retorno: A = autorizada, com chave de acesso e
      *protocolo; qualquer outra situacao e rejeicao, com motivo
       7015-APLICA-UMA-LINHA SECTION.
           MOVE SPACES TO WRK-NR-CAMPOS
           UNSTRING NFCERET-REG DELIMITED BY ';'
               INTO WRK-NR-SERIE WRK-NR-NUMERO WRK-NR-SITUACAO
                    WRK-NR-CHAVE WRK-NR-PROTOCOLO WRK-NR-MOTIVO
           END-UNSTRING
           IF WRK-NR-SERIE IS NUMERIC
              AND WRK-NR-NUMERO IS NUMERIC
               MOVE WRK-NR-SERIE TO NFE-SERIE
               MOVE WRK-NR-NUMERO TO NFE-NUMERO
               MOVE ZERO TO NFE-LINHA
               READ NFCE KEY IS NFE-CHAVE
                   INVALID KEY
                       DISPLAY '  Retorno de NFC-e desconhecida: '
                           WRK-NR-SERIE ' ' WRK-NR-NUMERO
                   NOT INVALID KEY
                       IF WRK-NR-SITUACAO EQUAL 'A'
                           MOVE 'A' TO NFE-SITUACAO
                           MOVE WRK-NR-CHAVE TO NFE-CHAVE-ACESSO
                           MOVE WRK-NR-PROTOCOLO TO NFE-PROTOCOLO
                           MOVE SPACES TO NFE-MOTIVO
                       ELSE
                           MOVE 'R' TO NFE-SITUACAO
                           MOVE WRK-NR-MOTIVO TO NFE-MOTIVO
                       END-IF
                       REWRITE NFCE-REG
                       ADD 1 TO WRK-QTD-NFE-RET
               END-READ
           END-IF.

      *Com o transmissor no ar, poe na fila cada documento ainda
      *guardado (emitido em contingencia ou que nao achou a fila
      *no balcao), linha a linha e com a linha FIM, e marca o
      *cabecalho como na fila
       7020-REENVIA-GUARDADAS SECTION.
           MOVE 'N' TO WRK-NFE-ONLINE
           OPEN INPUT NFCEST
           IF NFCEST-STATUS EQUAL 0
               READ NFCEST
               IF NFCEST-STATUS EQUAL 0
                  AND NFCEST-REG (1:2) EQUAL 'ON'
                   MOVE 'S' TO WRK-NFE-ONLINE
               END-IF
               CLOSE NFCEST
           END-IF

           IF WRK-NFE-ONLINE NOT EQUAL 'S'
               DISPLAY '  Transmissor fiscal fora do ar: as NFC-e'
               DISPLAY '  guardadas seguem em contingencia'
           ELSE
               OPEN EXTEND NFCEFILA
               IF NFCEFILA-STATUS EQUAL 35
                   OPEN OUTPUT NFCEFILA
               END-IF
               IF NFCEFILA-STATUS NOT EQUAL 0
                   MOVE 'N' TO WRK-PASSO-OK
                   MOVE '7020-REENVIA-GUARDADAS' TO WRK-ERL-PARAGRAFO
                   MOVE 'NFCEFILA' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE NFCEFILA-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               ELSE
                   MOVE 'N' TO WRK-NFE-REENVIANDO
                   MOVE LOW-VALUES TO NFE-CHAVE
                   START NFCE KEY IS NOT LESS THAN NFE-CHAVE
                       INVALID KEY
                           MOVE 10 TO NFCE-STATUS
                   END-START
                   IF NFCE-STATUS EQUAL 0
                       READ NFCE NEXT RECORD
                       PERFORM UNTIL NFCE-STATUS NOT EQUAL 0
                           IF NFE-LINHA EQUAL ZERO
                               PERFORM 7022-INICIA-DOCUMENTO
                           END-IF
                           IF WRK-NFE-REENVIANDO EQUAL 'S'
                               PERFORM 7027-LINHA-FILA
                           END-IF
                           READ NFCE NEXT RECORD
                       END-PERFORM
                   END-IF
                   IF WRK-NFE-REENVIANDO EQUAL 'S'
                       PERFORM 7028-FIM-DOCUMENTO
                   END-IF
                   CLOSE NFCEFILA
               END-IF
           END-IF.

      *Cabecalho lido: fecha na fila o documento anterior e decide
      *se este vai ser reenviado
       7022-INICIA-DOCUMENTO SECTION.
           IF WRK-NFE-REENVIANDO EQUAL 'S'
               PERFORM 7028-FIM-DOCUMENTO
           END-IF
           MOVE 'N' TO WRK-NFE-REENVIANDO
           IF NFCE-GUARDADA
               MOVE 'S' TO WRK-NFE-REENVIANDO
               MOVE NFE-SERIE TO WRK-NFE-SERIE
               MOVE NFE-NUMERO TO WRK-NFE-NUMERO
               MOVE 'F' TO NFE-SITUACAO
               MOVE WRK-DATA-HOJE TO NFE-DATA-ENVIO
               REWRITE NFCE-REG
               ADD 1 TO WRK-QTD-NFE-REENV
           END-IF.

      *Linha da fila a partir do registro corrente de NFCE, no
      *formato do 3681 do PROJETO-FILMES
       7027-LINHA-FILA SECTION.
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
                   PERFORM 4950-PROTEGE-CAMPO
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

      *Linha FIM do documento reenviado
       7028-FIM-DOCUMENTO SECTION.
           MOVE SPACES TO WRK-LINHA-CSV
           STRING 'FIM;'           DELIMITED BY SIZE
                  WRK-NFE-SERIE    DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WRK-NFE-NUMERO   DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE NFCEFILA-REG FROM WRK-LINHA-CSV.

      *Relatorio diario das NFC-e que ainda nao estao autorizadas:
      *rejeitadas (com o motivo), guardadas em contingencia e
      *enviadas sem retorno
       7030-RELATORIO-PENDENTES SECTION.
           OPEN OUTPUT NFCEPEND
           IF NFCEPEND-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '7030-RELATORIO-PENDENTES' TO WRK-ERL-PARAGRAFO
               MOVE 'NFCEPEND' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE NFCEPEND-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               MOVE SPACES TO WRK-LINHA-CSV
               STRING 'NFC-e rejeitadas e pendentes em '
                      DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE NFCEPEND-REG FROM WRK-LINHA-CSV
               MOVE 'Serie Numero   Data     Recibo Valor      Situacao
      -            '             Motivo' TO NFCEPEND-REG
               WRITE NFCEPEND-REG

               MOVE LOW-VALUES TO NFE-CHAVE
               START NFCE KEY IS NOT LESS THAN NFE-CHAVE
                   INVALID KEY
                       MOVE 10 TO NFCE-STATUS
               END-START
               IF NFCE-STATUS EQUAL 0
                   READ NFCE NEXT RECORD
                   PERFORM UNTIL NFCE-STATUS NOT EQUAL 0
                       IF NFE-LINHA EQUAL ZERO
                          AND NOT NFCE-AUTORIZADA
                           PERFORM 7035-LINHA-PENDENTE
                       END-IF
                       READ NFCE NEXT RECORD
                   END-PERFORM
               END-IF

               MOVE SPACES TO WRK-LINHA-CSV
               STRING 'Total: ' DELIMITED BY SIZE
                      WRK-QTD-NFE-PEND DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE NFCEPEND-REG FROM WRK-LINHA-CSV
               CLOSE NFCEPEND
               MOVE 'NFCEPEND' TO WRK-SPL-RELATORIO
               MOVE WRK-PATH-NFCEPEND TO WRK-PATH-SPLORIG
               PERFORM 4960-ARQUIVA-RELATORIO
           END-IF.

       7035-LINHA-PENDENTE SECTION.
           EVALUATE TRUE
               WHEN NFCE-REJEITADA
                   MOVE 'REJEITADA' TO WRK-NFE-SITUACAO
               WHEN NFCE-GUARDADA
                   MOVE 'GUARDADA' TO WRK-NFE-SITUACAO
               WHEN OTHER
                   MOVE 'SEM RETORNO' TO WRK-NFE-SITUACAO
           END-EVALUATE
           IF NFCE-CONTINGENCIA
               MOVE 'CONTING.' TO WRK-NFE-SITUACAO (13:8)
           END-IF
           MOVE NFE-VALOR TO WRK-NFE-VALOR-ED
           MOVE SPACES TO WRK-LINHA-CSV
           STRING NFE-SERIE        DELIMITED BY SIZE
                  '   '            DELIMITED BY SIZE
                  NFE-NUMERO       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  NFE-DATA         DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  NFE-RECIBO       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-NFE-VALOR-ED DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-NFE-SITUACAO DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  NFE-MOTIVO       DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE NFCEPEND-REG FROM WRK-LINHA-CSV
           ADD 1 TO WRK-QTD-NFE-PEND.

      *Linha do diario de alteracoes, como o 5200 do
      *PROJETO-FILMES; a origem fica marcada como o lote noturno
       7040-GRAVA-JORNAL SECTION.
           MOVE '1' TO CTLJRN-CHAVE
           READ CTLJRN KEY IS CTLJRN-CHAVE
           ADD 1 TO CTLJRN-ULT-SEQ
           REWRITE CTLJRN-REG

           MOVE CTLJRN-ULT-SEQ TO WRK-JRN-SEQ
           ACCEPT WRK-JRN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-JRN-HORA FROM TIME
           MOVE 'NOTURNO' TO WRK-JRN-ORIGEM
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

      *Pontos de entrada do diario por arquivo mestre, so quando
      *o comando anterior deu certo
       7041-JORNAL-FILMES SECTION.
           IF FILME-STATUS < 10
               MOVE 'FILMES' TO WRK-JRN-ARQUIVO
               MOVE FILMES-REG TO WRK-JRN-DADOS
               PERFORM 7040-GRAVA-JORNAL
           END-IF.

       7042-JORNAL-EMPRESTIMOS SECTION.
           IF EMPRESTIMOS-STATUS < 10
               MOVE 'EMPRESTIMOS' TO WRK-JRN-ARQUIVO
               MOVE EMPRESTIMOS-REG TO WRK-JRN-DADOS
               PERFORM 7040-GRAVA-JORNAL
           END-IF.

       7043-JORNAL-PAGAMENTOS SECTION.
           IF PAGAMENTOS-STATUS < 10
               MOVE 'PAGAMENTOS' TO WRK-JRN-ARQUIVO
               MOVE PAGAMENTOS-REG TO WRK-JRN-DADOS
               PERFORM 7040-GRAVA-JORNAL
           END-IF.

       7044-JORNAL-CLIENTES SECTION.
           IF CLIENTES-STATUS < 10
               MOVE 'CLIENTES' TO WRK-JRN-ARQUIVO
               MOVE CLIENTES-REG TO WRK-JRN-DADOS
               PERFORM 7040-GRAVA-JORNAL
           END-IF.

       7045-JORNAL-EXEMPLARES SECTION.
           IF EXEMPLARES-STATUS < 10
               MOVE 'EXEMPLARES' TO WRK-JRN-ARQUIVO
               MOVE EXEMPLARES-REG TO WRK-JRN-DADOS
               PERFORM 7040-GRAVA-JORNAL
           END-IF.

       7046-JORNAL-RESERVAS SECTION.
           IF RESERVAS-STATUS < 10
               MOVE 'RESERVAS' TO WRK-JRN-ARQUIVO
               MOVE RESERVAS-REG TO WRK-JRN-DADOS
               PERFORM 7040-GRAVA-JORNAL
           END-IF.

      *Reorganizacao dos indexados, passo opcional (entra na
      *cadeia pelo RUNCTL.TXT, p.ex. REORG;S;1): cada arquivo e
      *fechado, descarregado em ordem de chave para REORG.TMP com a
      *conferencia de chave crescente, recarregado num arquivo novo
      *<nome>.NEW e relido; so com a mesma contagem, o mesmo total
      *de controle e nenhuma chave recusada o novo toma o lugar do
      *vivo, que fica como <nome>.OLD ate a proxima reorganizacao.
      *Chave alternada unica repetida e recusada na recarga (status
      *22) e aparece como CHAVE DUPLICADA. REORGREL.TXT traz tamanho,
      *registros e tempo de leitura antes e depois
       7100-PASSO-REORG SECTION.
           MOVE 'N' TO WRK-RO-ERRO
           OPEN OUTPUT REORGREL
           MOVE SPACES TO WRK-LINHA-CSV
           STRING 'Arquivo;Data;TamanhoAntes;RegistrosAntes;'
                      DELIMITED BY SIZE
                  'SegundosAntes;TamanhoDepois;RegistrosDepois;'
                      DELIMITED BY SIZE
                  'SegundosDepois;Situacao' DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE REORGREL-REG FROM WRK-LINHA-CSV

           PERFORM 7110-REORG-FILMES
           PERFORM 7111-REORG-EMPRESTIMOS
           PERFORM 7112-REORG-CLIENTES
           PERFORM 7113-REORG-PAGAMENTOS
           PERFORM 7114-REORG-EXEMPLARES
           PERFORM 7115-REORG-RESERVAS
           CLOSE REORGREL

           IF WRK-RO-ERRO EQUAL 'S'
               MOVE 'N' TO WRK-PASSO-OK
           END-IF.

       7110-REORG-FILMES SECTION.
           MOVE 'FILMES' TO WRK-RO-NOME
           MOVE 'FILMES' TO WRK-RO-FISICO
           MOVE WRK-PATH-FILMES TO WRK-RO-PATH-VIVO
           CLOSE FILMES
           PERFORM 7150-INICIA-DESCARGA
           OPEN INPUT FILMES
           IF FILME-STATUS EQUAL 0
               MOVE LOW-VALUES TO CODFILME
               START FILMES KEY IS NOT LESS THAN CODFILME
                   INVALID KEY
                       MOVE 10 TO FILME-STATUS
               END-START
               IF FILME-STATUS EQUAL 0
                   READ FILMES NEXT RECORD
                   PERFORM UNTIL FILME-STATUS NOT EQUAL 0
                       MOVE CODFILME TO WRK-RO-CHAVE
                       MOVE CODFILME TO WRK-RO-HASH-ITEM
                       WRITE REORGSEQ-REG FROM FILMES-REG
                       PERFORM 7155-CONTA-DESCARGA
                       READ FILMES NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE FILMES
           ELSE
               MOVE 'N' TO WRK-RO-ORDEM-OK
               MOVE 'NAO ABRIU' TO WRK-RO-SITUACAO
           END-IF
           PERFORM 7160-FIM-DESCARGA

           IF WRK-RO-ORDEM-OK EQUAL 'S'
               MOVE WRK-RO-PATH-NOVO TO WRK-PATH-FILMES
               OPEN OUTPUT FILMES
               OPEN INPUT REORGSEQ
               READ REORGSEQ
               PERFORM UNTIL REORGSEQ-STATUS NOT EQUAL 0
                   MOVE REORGSEQ-REG TO FILMES-REG
                   WRITE FILMES-REG
                       INVALID KEY
                           ADD 1 TO WRK-RO-DUPLICADOS
                   END-WRITE
                   READ REORGSEQ
               END-PERFORM
               CLOSE REORGSEQ
               CLOSE FILMES

               PERFORM 7165-INICIA-RELEITURA
               OPEN INPUT FILMES
               IF FILME-STATUS EQUAL 0
                   MOVE LOW-VALUES TO CODFILME
                   START FILMES KEY IS NOT LESS THAN CODFILME
                       INVALID KEY
                           MOVE 10 TO FILME-STATUS
                   END-START
                   IF FILME-STATUS EQUAL 0
                       READ FILMES NEXT RECORD
                       PERFORM UNTIL FILME-STATUS NOT EQUAL 0
                           MOVE CODFILME TO WRK-RO-HASH-ITEM
                           PERFORM 7170-CONTA-RELEITURA
                           READ FILMES NEXT RECORD
                       END-PERFORM
                   END-IF
                   CLOSE FILMES
               END-IF
               PERFORM 7175-TROCA-ARQUIVOS
               MOVE WRK-RO-PATH-VIVO TO WRK-PATH-FILMES
           END-IF

           PERFORM 7180-LINHA-REORG
           OPEN I-O FILMES.

       7111-REORG-EMPRESTIMOS SECTION.
           MOVE 'EMPRESTIMOS' TO WRK-RO-NOME
           MOVE 'EMPREST' TO WRK-RO-FISICO
           MOVE WRK-PATH-EMPRESTIMOS TO WRK-RO-PATH-VIVO
           CLOSE EMPRESTIMOS
           PERFORM 7150-INICIA-DESCARGA
           OPEN INPUT EMPRESTIMOS
           IF EMPRESTIMOS-STATUS EQUAL 0
               MOVE LOW-VALUES TO NUM-EMPRESTIMO
               START EMPRESTIMOS KEY IS NOT LESS THAN NUM-EMPRESTIMO
                   INVALID KEY
                       MOVE 10 TO EMPRESTIMOS-STATUS
               END-START
               IF EMPRESTIMOS-STATUS EQUAL 0
                   READ EMPRESTIMOS NEXT RECORD
                   PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                       MOVE NUM-EMPRESTIMO TO WRK-RO-CHAVE
                       MOVE NUM-EMPRESTIMO TO WRK-RO-HASH-ITEM
                       WRITE REORGSEQ-REG FROM EMPRESTIMOS-REG
                       PERFORM 7155-CONTA-DESCARGA
                       READ EMPRESTIMOS NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE EMPRESTIMOS
           ELSE
               MOVE 'N' TO WRK-RO-ORDEM-OK
               MOVE 'NAO ABRIU' TO WRK-RO-SITUACAO
           END-IF
           PERFORM 7160-FIM-DESCARGA

           IF WRK-RO-ORDEM-OK EQUAL 'S'
               MOVE WRK-RO-PATH-NOVO TO WRK-PATH-EMPRESTIMOS
               OPEN OUTPUT EMPRESTIMOS
               OPEN INPUT REORGSEQ
               READ REORGSEQ
               PERFORM UNTIL REORGSEQ-STATUS NOT EQUAL 0
                   MOVE REORGSEQ-REG TO EMPRESTIMOS-REG
                   WRITE EMPRESTIMOS-REG
                       INVALID KEY
                           ADD 1 TO WRK-RO-DUPLICADOS
                   END-WRITE
                   READ REORGSEQ
               END-PERFORM
               CLOSE REORGSEQ
               CLOSE EMPRESTIMOS

               PERFORM 7165-INICIA-RELEITURA
               OPEN INPUT EMPRESTIMOS
               IF EMPRESTIMOS-STATUS EQUAL 0
                   MOVE LOW-VALUES TO NUM-EMPRESTIMO
                   START EMPRESTIMOS KEY IS NOT LESS THAN NUM-EMPRESTIMO
                       INVALID KEY
                           MOVE 10 TO EMPRESTIMOS-STATUS
                   END-START
                   IF EMPRESTIMOS-STATUS EQUAL 0
                       READ EMPRESTIMOS NEXT RECORD
                       PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                           MOVE NUM-EMPRESTIMO TO WRK-RO-HASH-ITEM
                           PERFORM 7170-CONTA-RELEITURA
                           READ EMPRESTIMOS NEXT RECORD
                       END-PERFORM
                   END-IF
                   CLOSE EMPRESTIMOS
               END-IF
               PERFORM 7175-TROCA-ARQUIVOS
               MOVE WRK-RO-PATH-VIVO TO WRK-PATH-EMPRESTIMOS
           END-IF

           PERFORM 7180-LINHA-REORG
           OPEN I-O EMPRESTIMOS.
               IF EMPRESTIMOS-STATUS = 35 THEN
                   OPEN OUTPUT EMPRESTIMOS
                   CLOSE EMPRESTIMOS
                   OPEN I-O EMPRESTIMOS
               END-IF.

       7112-REORG-CLIENTES SECTION.
           MOVE 'CLIENTES' TO WRK-RO-NOME
           MOVE 'CLIENTES' TO WRK-RO-FISICO
           MOVE WRK-PATH-CLIENTES TO WRK-RO-PATH-VIVO
           CLOSE CLIENTES
           PERFORM 7150-INICIA-DESCARGA
           OPEN INPUT CLIENTES
           IF CLIENTES-STATUS EQUAL 0
               MOVE LOW-VALUES TO COD-CLIENTE
               START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
                   INVALID KEY
                       MOVE 10 TO CLIENTES-STATUS
               END-START
               IF CLIENTES-STATUS EQUAL 0
                   READ CLIENTES NEXT RECORD
                   PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                       MOVE COD-CLIENTE TO WRK-RO-CHAVE
                       MOVE COD-CLIENTE TO WRK-RO-HASH-ITEM
                       WRITE REORGSEQ-REG FROM CLIENTES-REG
                       PERFORM 7155-CONTA-DESCARGA
                       READ CLIENTES NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE CLIENTES
           ELSE
               MOVE 'N' TO WRK-RO-ORDEM-OK
               MOVE 'NAO ABRIU' TO WRK-RO-SITUACAO
           END-IF
           PERFORM 7160-FIM-DESCARGA

           IF WRK-RO-ORDEM-OK EQUAL 'S'
               MOVE WRK-RO-PATH-NOVO TO WRK-PATH-CLIENTES
               OPEN OUTPUT CLIENTES
               OPEN INPUT REORGSEQ
               READ REORGSEQ
               PERFORM UNTIL REORGSEQ-STATUS NOT EQUAL 0
                   MOVE REORGSEQ-REG TO CLIENTES-REG
                   WRITE CLIENTES-REG
                       INVALID KEY
                           ADD 1 TO WRK-RO-DUPLICADOS
                   END-WRITE
                   READ REORGSEQ
               END-PERFORM
               CLOSE REORGSEQ
               CLOSE CLIENTES

               PERFORM 7165-INICIA-RELEITURA
               OPEN INPUT CLIENTES
               IF CLIENTES-STATUS EQUAL 0
                   MOVE LOW-VALUES TO COD-CLIENTE
                   START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
                       INVALID KEY
                           MOVE 10 TO CLIENTES-STATUS
                   END-START
                   IF CLIENTES-STATUS EQUAL 0
                       READ CLIENTES NEXT RECORD
                       PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                           MOVE COD-CLIENTE TO WRK-RO-HASH-ITEM
                           PERFORM 7170-CONTA-RELEITURA
                           READ CLIENTES NEXT RECORD
                       END-PERFORM
                   END-IF
                   CLOSE CLIENTES
               END-IF
               PERFORM 7175-TROCA-ARQUIVOS
               MOVE WRK-RO-PATH-VIVO TO WRK-PATH-CLIENTES
           END-IF

           PERFORM 7180-LINHA-REORG
           OPEN I-O CLIENTES.
               IF CLIENTES-STATUS = 35 THEN
                   OPEN OUTPUT CLIENTES
                   CLOSE CLIENTES
                   OPEN I-O CLIENTES
               END-IF.

       7113-REORG-PAGAMENTOS SECTION.
           MOVE 'PAGAMENTOS' TO WRK-RO-NOME
           MOVE 'PAGAMENTO' TO WRK-RO-FISICO
           MOVE WRK-PATH-PAGAMENTOS TO WRK-RO-PATH-VIVO
           CLOSE PAGAMENTOS
           PERFORM 7150-INICIA-DESCARGA
           OPEN INPUT PAGAMENTOS
           IF PAGAMENTOS-STATUS EQUAL 0
               MOVE LOW-VALUES TO NUM-PAGAMENTO
               START PAGAMENTOS KEY IS NOT LESS THAN NUM-PAGAMENTO
                   INVALID KEY
                       MOVE 10 TO PAGAMENTOS-STATUS
               END-START
               IF PAGAMENTOS-STATUS EQUAL 0
                   READ PAGAMENTOS NEXT RECORD
                   PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                       MOVE NUM-PAGAMENTO TO WRK-RO-CHAVE
                       MOVE NUM-PAGAMENTO TO WRK-RO-HASH-ITEM
                       WRITE REORGSEQ-REG FROM PAGAMENTOS-REG
                       PERFORM 7155-CONTA-DESCARGA
                       READ PAGAMENTOS NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE PAGAMENTOS
           ELSE
               MOVE 'N' TO WRK-RO-ORDEM-OK
               MOVE 'NAO ABRIU' TO WRK-RO-SITUACAO
           END-IF
           PERFORM 7160-FIM-DESCARGA

           IF WRK-RO-ORDEM-OK EQUAL 'S'
               MOVE WRK-RO-PATH-NOVO TO WRK-PATH-PAGAMENTOS
               OPEN OUTPUT PAGAMENTOS
               OPEN INPUT REORGSEQ
               READ REORGSEQ
               PERFORM UNTIL REORGSEQ-STATUS NOT EQUAL 0
                   MOVE REORGSEQ-REG TO PAGAMENTOS-REG
                   WRITE PAGAMENTOS-REG
                       INVALID KEY
                           ADD 1 TO WRK-RO-DUPLICADOS
                   END-WRITE
                   READ REORGSEQ
               END-PERFORM
               CLOSE REORGSEQ
               CLOSE PAGAMENTOS

               PERFORM 7165-INICIA-RELEITURA
               OPEN INPUT PAGAMENTOS
               IF PAGAMENTOS-STATUS EQUAL 0
                   MOVE LOW-VALUES TO NUM-PAGAMENTO
                   START PAGAMENTOS KEY IS NOT LESS THAN NUM-PAGAMENTO
                       INVALID KEY
                           MOVE 10 TO PAGAMENTOS-STATUS
                   END-START
                   IF PAGAMENTOS-STATUS EQUAL 0
                       READ PAGAMENTOS NEXT RECORD
                       PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                           MOVE NUM-PAGAMENTO TO WRK-RO-HASH-ITEM
                           PERFORM 7170-CONTA-RELEITURA
                           READ PAGAMENTOS NEXT RECORD
                       END-PERFORM
                   END-IF
                   CLOSE PAGAMENTOS
               END-IF
               PERFORM 7175-TROCA-ARQUIVOS
               MOVE WRK-RO-PATH-VIVO TO WRK-PATH-PAGAMENTOS
           END-IF

           PERFORM 7180-LINHA-REORG
           OPEN I-O PAGAMENTOS.
               IF PAGAMENTOS-STATUS = 35 THEN
                   OPEN OUTPUT PAGAMENTOS
                   CLOSE PAGAMENTOS
                   OPEN I-O PAGAMENTOS
               END-IF.

       7114-REORG-EXEMPLARES SECTION.
           MOVE 'EXEMPLARES' TO WRK-RO-NOME
           MOVE 'EXEMPLAR' TO WRK-RO-FISICO
           MOVE WRK-PATH-EXEMPLARES TO WRK-RO-PATH-VIVO
           CLOSE EXEMPLARES
           PERFORM 7150-INICIA-DESCARGA
           OPEN INPUT EXEMPLARES
           IF EXEMPLARES-STATUS EQUAL 0
               MOVE LOW-VALUES TO EX-CHAVE
               START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
                   INVALID KEY
                       MOVE 10 TO EXEMPLARES-STATUS
               END-START
               IF EXEMPLARES-STATUS EQUAL 0
                   READ EXEMPLARES NEXT RECORD
                   PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                       MOVE EX-CHAVE TO WRK-RO-CHAVE
                       COMPUTE WRK-RO-HASH-ITEM = EX-CODFILME * 100
                           + EX-NUMERO
                       WRITE REORGSEQ-REG FROM EXEMPLARES-REG
                       PERFORM 7155-CONTA-DESCARGA
                       READ EXEMPLARES NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE EXEMPLARES
           ELSE
               MOVE 'N' TO WRK-RO-ORDEM-OK
               MOVE 'NAO ABRIU' TO WRK-RO-SITUACAO
           END-IF
           PERFORM 7160-FIM-DESCARGA

           IF WRK-RO-ORDEM-OK EQUAL 'S'
               MOVE WRK-RO-PATH-NOVO TO WRK-PATH-EXEMPLARES
               OPEN OUTPUT EXEMPLARES
               OPEN INPUT REORGSEQ
               READ REORGSEQ
               PERFORM UNTIL REORGSEQ-STATUS NOT EQUAL 0
                   MOVE REORGSEQ-REG TO EXEMPLARES-REG
                   WRITE EXEMPLARES-REG
                       INVALID KEY
                           ADD 1 TO WRK-RO-DUPLICADOS
                   END-WRITE
                   READ REORGSEQ
               END-PERFORM
               CLOSE REORGSEQ
               CLOSE EXEMPLARES

               PERFORM 7165-INICIA-RELEITURA
               OPEN INPUT EXEMPLARES
               IF EXEMPLARES-STATUS EQUAL 0
                   MOVE LOW-VALUES TO EX-CHAVE
                   START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
                       INVALID KEY
                           MOVE 10 TO EXEMPLARES-STATUS
                   END-START
                   IF EXEMPLARES-STATUS EQUAL 0
                       READ EXEMPLARES NEXT RECORD
                       PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                           COMPUTE WRK-RO-HASH-ITEM = EX-CODFILME * 100
                               + EX-NUMERO
                           PERFORM 7170-CONTA-RELEITURA
                           READ EXEMPLARES NEXT RECORD
                       END-PERFORM
                   END-IF
                   CLOSE EXEMPLARES
               END-IF
               PERFORM 7175-TROCA-ARQUIVOS
               MOVE WRK-RO-PATH-VIVO TO WRK-PATH-EXEMPLARES
           END-IF

           PERFORM 7180-LINHA-REORG
           OPEN I-O EXEMPLARES.
               IF EXEMPLARES-STATUS = 35 THEN
                   OPEN OUTPUT EXEMPLARES
                   CLOSE EXEMPLARES
                   OPEN I-O EXEMPLARES
               END-IF.

       7115-REORG-RESERVAS SECTION.
           MOVE 'RESERVAS' TO WRK-RO-NOME
           MOVE 'RESERVAS' TO WRK-RO-FISICO
           MOVE WRK-PATH-RESERVAS TO WRK-RO-PATH-VIVO
           CLOSE RESERVAS
           PERFORM 7150-INICIA-DESCARGA
           OPEN INPUT RESERVAS
           IF RESERVAS-STATUS EQUAL 0
               MOVE LOW-VALUES TO NUM-RESERVA
               START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
                   INVALID KEY
                       MOVE 10 TO RESERVAS-STATUS
               END-START
               IF RESERVAS-STATUS EQUAL 0
                   READ RESERVAS NEXT RECORD
                   PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                       MOVE NUM-RESERVA TO WRK-RO-CHAVE
                       MOVE NUM-RESERVA TO WRK-RO-HASH-ITEM
                       WRITE REORGSEQ-REG FROM RESERVAS-REG
                       PERFORM 7155-CONTA-DESCARGA
                       READ RESERVAS NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE RESERVAS
           ELSE
               MOVE 'N' TO WRK-RO-ORDEM-OK
               MOVE 'NAO ABRIU' TO WRK-RO-SITUACAO
           END-IF
           PERFORM 7160-FIM-DESCARGA

           IF WRK-RO-ORDEM-OK EQUAL 'S'
               MOVE WRK-RO-PATH-NOVO TO WRK-PATH-RESERVAS
               OPEN OUTPUT RESERVAS
               OPEN INPUT REORGSEQ
               READ REORGSEQ
               PERFORM UNTIL REORGSEQ-STATUS NOT EQUAL 0
                   MOVE REORGSEQ-REG TO RESERVAS-REG
                   WRITE RESERVAS-REG
                       INVALID KEY
                           ADD 1 TO WRK-RO-DUPLICADOS
                   END-WRITE
                   READ REORGSEQ
               END-PERFORM
               CLOSE REORGSEQ
               CLOSE RESERVAS

               PERFORM 7165-INICIA-RELEITURA
               OPEN INPUT RESERVAS
               IF RESERVAS-STATUS EQUAL 0
                   MOVE LOW-VALUES TO NUM-RESERVA
                   START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
                       INVALID KEY
                           MOVE 10 TO RESERVAS-STATUS
                   END-START
                   IF RESERVAS-STATUS EQUAL 0
                       READ RESERVAS NEXT RECORD
                       PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                           MOVE NUM-RESERVA TO WRK-RO-HASH-ITEM
                           PERFORM 7170-CONTA-RELEITURA
                           READ RESERVAS NEXT RECORD
                       END-PERFORM
                   END-IF
                   CLOSE RESERVAS
               END-IF
               PERFORM 7175-TROCA-ARQUIVOS
               MOVE WRK-RO-PATH-VIVO TO WRK-PATH-RESERVAS
           END-IF

           PERFORM 7180-LINHA-REORG
           OPEN I-O RESERVAS.
               IF RESERVAS-STATUS = 35 THEN
                   OPEN OUTPUT RESERVAS
                   CLOSE RESERVAS
                   OPEN I-O RESERVAS
               END-IF.

      *Tamanho do vivo, caminhos do novo e do antigo, contadores
      *zerados e inicio do relogio da descarga
       7150-INICIA-DESCARGA SECTION.
           MOVE 0 TO WRK-RO-TAM-ANTES
           MOVE 0 TO WRK-RO-TAM-DEPOIS
           CALL 'CBL_CHECK_FILE_EXIST' USING WRK-RO-PATH-VIVO
               WRK-RO-DETALHES
               RETURNING WRK-DEL-STATUS
           END-CALL
           IF WRK-DEL-STATUS EQUAL 0
               MOVE WRK-RO-TAM-BYTES TO WRK-RO-TAM-ANTES
           END-IF

           MOVE SPACES TO WRK-RO-PATH-NOVO
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  WRK-RO-FISICO DELIMITED BY SPACE
                  '.NEW' DELIMITED BY SIZE
                  INTO WRK-RO-PATH-NOVO
           END-STRING
           MOVE SPACES TO WRK-RO-PATH-VELHO
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  WRK-RO-FISICO DELIMITED BY SPACE
                  '.OLD' DELIMITED BY SIZE
                  INTO WRK-RO-PATH-VELHO
           END-STRING

           MOVE 'S' TO WRK-RO-ORDEM-OK
           MOVE SPACES TO WRK-RO-SITUACAO
           MOVE LOW-VALUES TO WRK-RO-CHAVE-ANT
           MOVE 0 TO WRK-RO-QTD-ANTES
           MOVE 0 TO WRK-RO-QTD-DEPOIS
           MOVE 0 TO WRK-RO-HASH-ANTES
           MOVE 0 TO WRK-RO-HASH-DEPOIS
           MOVE 0 TO WRK-RO-DUPLICADOS
           MOVE 0 TO WRK-RO-TEMPO-ANTES
           MOVE 0 TO WRK-RO-TEMPO-DEPOIS
           OPEN OUTPUT REORGSEQ
           PERFORM 7185-MARCA-TEMPO
           MOVE WRK-RO-CENT TO WRK-RO-CENT-INI.

      *Um registro descarregado: a chave tem de vir maior que a
      *anterior; a contagem e a soma das chaves vao para a troca
       7155-CONTA-DESCARGA SECTION.
           IF WRK-RO-CHAVE NOT GREATER THAN WRK-RO-CHAVE-ANT
               MOVE 'N' TO WRK-RO-ORDEM-OK
               MOVE 'FORA DE ORDEM' TO WRK-RO-SITUACAO
           END-IF
           MOVE WRK-RO-CHAVE TO WRK-RO-CHAVE-ANT
           ADD 1 TO WRK-RO-QTD-ANTES
           ADD WRK-RO-HASH-ITEM TO WRK-RO-HASH-ANTES.

      *Fecha a descarga e guarda o tempo de leitura do vivo
       7160-FIM-DESCARGA SECTION.
           CLOSE REORGSEQ
           PERFORM 7185-MARCA-TEMPO
           MOVE WRK-RO-CENT TO WRK-RO-CENT-FIM
           PERFORM 7186-TEMPO-DECORRIDO
           MOVE WRK-RO-TEMPO-DEPOIS TO WRK-RO-TEMPO-ANTES
           MOVE 0 TO WRK-RO-TEMPO-DEPOIS
           IF WRK-RO-ORDEM-OK EQUAL 'S'
               CALL 'CBL_DELETE_FILE' USING WRK-RO-PATH-NOVO
                   RETURNING WRK-DEL-STATUS
               END-CALL
           END-IF.

      *Inicio do relogio da releitura do arquivo novo
       7165-INICIA-RELEITURA SECTION.
           PERFORM 7185-MARCA-TEMPO
           MOVE WRK-RO-CENT TO WRK-RO-CENT-INI.

       7170-CONTA-RELEITURA SECTION.
           ADD 1 TO WRK-RO-QTD-DEPOIS
           ADD WRK-RO-HASH-ITEM TO WRK-RO-HASH-DEPOIS.

      *Confere contagem, total de controle e recusas; batendo, o
      *vivo vira <nome>.OLD e o novo passa a ser o vivo (se a
      *segunda troca falhar o antigo volta); nao batendo, o novo e
      *apagado e o vivo fica como estava
       7175-TROCA-ARQUIVOS SECTION.
           PERFORM 7185-MARCA-TEMPO
           MOVE WRK-RO-CENT TO WRK-RO-CENT-FIM
           PERFORM 7186-TEMPO-DECORRIDO

           EVALUATE TRUE
               WHEN WRK-RO-DUPLICADOS GREATER THAN 0
                   MOVE 'CHAVE DUPLICADA' TO WRK-RO-SITUACAO
               WHEN WRK-RO-QTD-ANTES NOT EQUAL WRK-RO-QTD-DEPOIS
                   OR WRK-RO-HASH-ANTES NOT EQUAL WRK-RO-HASH-DEPOIS
                   MOVE 'TOTAIS DIVERGENTES' TO WRK-RO-SITUACAO
               WHEN OTHER
                   MOVE 'OK' TO WRK-RO-SITUACAO
           END-EVALUATE

           IF WRK-RO-SITUACAO NOT EQUAL 'OK'
               CALL 'CBL_DELETE_FILE' USING WRK-RO-PATH-NOVO
                   RETURNING WRK-DEL-STATUS
               END-CALL
           ELSE
               CALL 'CBL_DELETE_FILE' USING WRK-RO-PATH-VELHO
                   RETURNING WRK-DEL-STATUS
               END-CALL
               CALL 'CBL_RENAME_FILE' USING WRK-RO-PATH-VIVO
                   WRK-RO-PATH-VELHO
                   RETURNING WRK-RO-TROCA-STATUS
               END-CALL
               IF WRK-RO-TROCA-STATUS NOT EQUAL 0
                   MOVE 'ERRO NA TROCA' TO WRK-RO-SITUACAO
                   CALL 'CBL_DELETE_FILE' USING WRK-RO-PATH-NOVO
                       RETURNING WRK-DEL-STATUS
                   END-CALL
               ELSE
                   CALL 'CBL_RENAME_FILE' USING WRK-RO-PATH-NOVO
                       WRK-RO-PATH-VIVO
                       RETURNING WRK-RO-TROCA-STATUS
                   END-CALL
                   IF WRK-RO-TROCA-STATUS NOT EQUAL 0
                       MOVE 'ERRO NA TROCA' TO WRK-RO-SITUACAO
                       CALL 'CBL_RENAME_FILE' USING WRK-RO-PATH-VELHO
                           WRK-RO-PATH-VIVO
                           RETURNING WRK-RO-TROCA-STATUS
                       END-CALL
                   END-IF
               END-IF
           END-IF

           CALL 'CBL_CHECK_FILE_EXIST' USING WRK-RO-PATH-VIVO
               WRK-RO-DETALHES
               RETURNING WRK-DEL-STATUS
           END-CALL
           IF WRK-DEL-STATUS EQUAL 0
               MOVE WRK-RO-TAM-BYTES TO WRK-RO-TAM-DEPOIS
           END-IF.

      *Linha do relatorio; qualquer situacao que nao OK derruba o
      *passo, mas os demais arquivos ainda sao reorganizados
       7180-LINHA-REORG SECTION.
           IF WRK-RO-SITUACAO EQUAL SPACES
               MOVE 'OK' TO WRK-RO-SITUACAO
           END-IF
           IF WRK-RO-SITUACAO NOT EQUAL 'OK'
               MOVE 'S' TO WRK-RO-ERRO
           END-IF
           MOVE WRK-RO-TEMPO-ANTES TO WRK-RO-TEMPO-A-ED
           MOVE WRK-RO-TEMPO-DEPOIS TO WRK-RO-TEMPO-D-ED
           MOVE SPACES TO WRK-LINHA-CSV
           STRING WRK-RO-NOME       DELIMITED BY SPACE
                  ';'               DELIMITED BY SIZE
                  WRK-DATA-HOJE     DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WRK-RO-TAM-ANTES  DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WRK-RO-QTD-ANTES  DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WRK-RO-TEMPO-A-ED DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WRK-RO-TAM-DEPOIS DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WRK-RO-QTD-DEPOIS DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WRK-RO-TEMPO-D-ED DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WRK-RO-SITUACAO   DELIMITED BY '  '
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE REORGREL-REG FROM WRK-LINHA-CSV
           ADD WRK-RO-QTD-ANTES TO WRK-JOB-QTD
           DISPLAY '  ' WRK-RO-NOME ' antes ' WRK-RO-QTD-ANTES
               ' depois ' WRK-RO-QTD-DEPOIS ' ' WRK-RO-SITUACAO.

      *Hora corrente em centesimos de segundo desde a meia-noite
       7185-MARCA-TEMPO SECTION.
           ACCEPT WRK-RO-HORA FROM TIME
           COMPUTE WRK-RO-CENT = WRK-RO-HH * 360000
               + WRK-RO-MM * 6000 + WRK-RO-SS * 100 + WRK-RO-CC.

      *Segundos entre WRK-RO-CENT-INI e WRK-RO-CENT-FIM, passando
      *pela meia-noite se preciso, em WRK-RO-TEMPO-DEPOIS
       7186-TEMPO-DECORRIDO SECTION.
           IF WRK-RO-CENT-FIM LESS THAN WRK-RO-CENT-INI
               ADD 8640000 TO WRK-RO-CENT-FIM
           END-IF
           COMPUTE WRK-RO-TEMPO-DEPOIS =
               (WRK-RO-CENT-FIM - WRK-RO-CENT-INI) / 100.

      *Despacho da assinatura pelo correio: cada exemplar
      *Disponivel vai para o assinante melhor colocado na fila
      *daquele titulo (menor posicao na fila, depois o pedido mais
      *antigo e o menor codigo), desde que a assinatura esteja
      *ativa, o plano em dia e o assinante abaixo do limite de
      *discos em casa. As reservas do balcao ainda sem exemplar
      *vem antes: tantas copias do titulo quantas reservas
      *aguardando ficam na prateleira, assim como a copia em
      *recall de prensagem e o titulo fora da janela de direitos
      *(antes da estreia ou com a licenca vencida). O disco
      *despachado vira um emprestimo sem cobranca no balcao (o
      *plano paga), com prazo de PARAM-DIAS-CORREIO, e sai na
      *lista de separacao (CORRSEP.PRN) e na etiqueta de postagem
      *(CORRETQ.PRN)
       7200-PASSO-CORREIO SECTION.
           MOVE 0 TO WRK-QTD-CORREIO
           MOVE 0 TO WRK-QTD-CR-VOLTA
           MOVE 0 TO WRK-QTD-CR-RETIDOS
           MOVE 0 TO WRK-QTD-CR-RECALL
           MOVE 0 TO WRK-QTD-CR-JANELA

           OPEN I-O ASSCORR
           IF ASSCORR-STATUS EQUAL 35
               OPEN OUTPUT ASSCORR
               CLOSE ASSCORR
               OPEN I-O ASSCORR
           END-IF
           OPEN I-O FILAASS
           IF FILAASS-STATUS EQUAL 35
               OPEN OUTPUT FILAASS
               CLOSE FILAASS
               OPEN I-O FILAASS
           END-IF
           OPEN I-O CTLEMP
      *    Sem RECITEM nao ha copia em recall
           MOVE 'N' TO WRK-CR-RECITEM
           OPEN INPUT RECITEM
           IF RECITEM-STATUS EQUAL 0
               MOVE 'S' TO WRK-CR-RECITEM
           END-IF

           IF ASSCORR-STATUS NOT EQUAL 0
              OR FILAASS-STATUS NOT EQUAL 0
              OR CTLEMP-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               IF ASSCORR-STATUS NOT EQUAL 0
                   MOVE '7200-PASSO-CORREIO' TO WRK-ERL-PARAGRAFO
                   MOVE 'ASSCORR' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE ASSCORR-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
               IF FILAASS-STATUS NOT EQUAL 0
                   MOVE '7200-PASSO-CORREIO' TO WRK-ERL-PARAGRAFO
                   MOVE 'FILAASS' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE FILAASS-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
               IF CTLEMP-STATUS NOT EQUAL 0
                   MOVE '7200-PASSO-CORREIO' TO WRK-ERL-PARAGRAFO
                   MOVE 'CTLEMP' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE CTLEMP-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
           ELSE
               OPEN OUTPUT CORRSEP
               OPEN OUTPUT CORRETQ
               MOVE SPACES TO WRK-LINHA-CSV
               STRING 'Separacao do correio em ' DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE CORRSEP-REG FROM WRK-LINHA-CSV
               MOVE 'Loja     Local      Filme Ex Titulo
      -            '                  Emprest Cliente' TO CORRSEP-REG
               WRITE CORRSEP-REG

               PERFORM 7210-CR-RECONTA-EM-CASA
               PERFORM 7220-CR-MONTA-RESERVAS

               MOVE 0 TO WRK-CR-FILME
               MOVE LOW-VALUES TO EX-CHAVE
               START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
                   INVALID KEY
                       MOVE 10 TO EXEMPLARES-STATUS
               END-START
               IF EXEMPLARES-STATUS EQUAL 0
                   READ EXEMPLARES NEXT RECORD
                   PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                       IF EX-CODFILME NOT EQUAL WRK-CR-FILME
                           MOVE EX-CODFILME TO WRK-CR-FILME
                           PERFORM 7225-CR-RESERVAS-DO-FILME
                           PERFORM 7227-CR-TESTA-JANELA
                       END-IF
                       MOVE 'N' TO WRK-CR-EM-RECALL
                       IF EXEMPLAR-DISPONIVEL
                           PERFORM 7228-CR-TESTA-RECALL
                       END-IF
                       IF EXEMPLAR-DISPONIVEL
                          AND WRK-CR-EM-RECALL EQUAL 'N'
                           IF WRK-CR-PEND > 0
                               SUBTRACT 1 FROM WRK-CR-PEND
                               ADD 1 TO WRK-QTD-CR-RETIDOS
                           ELSE
                               IF WRK-CR-NA-JANELA EQUAL 'S'
                                   PERFORM 7230-CR-DESPACHA-EXEMPLAR
                               ELSE
                                   ADD 1 TO WRK-QTD-CR-JANELA
                               END-IF
                           END-IF
                       END-IF
                       READ EXEMPLARES NEXT RECORD
                   END-PERFORM
               END-IF

               MOVE SPACES TO WRK-LINHA-CSV
               STRING 'Total de discos despachados: ' DELIMITED BY SIZE
                      WRK-QTD-CORREIO DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE CORRSEP-REG FROM WRK-LINHA-CSV
               CLOSE CORRSEP
               MOVE 'CORRSEP' TO WRK-SPL-RELATORIO
               MOVE WRK-PATH-CORRSEP TO WRK-PATH-SPLORIG
               PERFORM 4960-ARQUIVA-RELATORIO
               CLOSE CORRETQ
           END-IF
           CLOSE ASSCORR
           CLOSE FILAASS
           CLOSE CTLEMP
           IF WRK-CR-RECITEM EQUAL 'S'
               CLOSE RECITEM
           END-IF

           MOVE WRK-QTD-CORREIO TO WRK-JOB-QTD
           DISPLAY '  Discos despachados pelo correio: '
               WRK-QTD-CORREIO
           DISPLAY '  Devolvidos fora da caixa noturna: '
               WRK-QTD-CR-VOLTA
           DISPLAY '  Copias retidas para reservas do balcao: '
               WRK-QTD-CR-RETIDOS
           DISPLAY '  Copias retidas por recall de prensagem: '
               WRK-QTD-CR-RECALL
           DISPLAY '  Copias fora da janela de direitos: '
               WRK-QTD-CR-JANELA.

      *Reconta os discos em casa de cada assinante: so conta o
      *titulo Enviado cujo emprestimo segue aberto; o que ja voltou
      *por outro caminho (checkin no balcao, venda forcada) sai da
      *fila aqui e libera o lugar
       7210-CR-RECONTA-EM-CASA SECTION.
           MOVE LOW-VALUES TO ASC-CLIENTE
           START ASSCORR KEY IS NOT LESS THAN ASC-CLIENTE
               INVALID KEY
                   MOVE 10 TO ASSCORR-STATUS
           END-START
           IF ASSCORR-STATUS EQUAL 0
               READ ASSCORR NEXT RECORD
               PERFORM UNTIL ASSCORR-STATUS NOT EQUAL 0
                   MOVE ZERO TO ASC-QTD-FORA
                   REWRITE ASSCORR-REG
                   READ ASSCORR NEXT RECORD
               END-PERFORM
           END-IF

           MOVE LOW-VALUES TO FA-CHAVE
           START FILAASS KEY IS NOT LESS THAN FA-CHAVE
               INVALID KEY
                   MOVE 10 TO FILAASS-STATUS
           END-START
           IF FILAASS-STATUS EQUAL 0
               READ FILAASS NEXT RECORD
               PERFORM UNTIL FILAASS-STATUS NOT EQUAL 0
                   IF FILA-ENVIADO
                       MOVE 'N' TO WRK-CR-APTO
                       MOVE FA-NUM-EMP TO NUM-EMPRESTIMO
                       READ EMPRESTIMOS
                           NOT INVALID KEY
                               IF EMPRESTIMO-ABERTO
                                   MOVE 'S' TO WRK-CR-APTO
                               END-IF
                       END-READ
                       IF WRK-CR-APTO EQUAL 'S'
                           MOVE FA-CLIENTE TO ASC-CLIENTE
                           READ ASSCORR
                               NOT INVALID KEY
                                   ADD 1 TO ASC-QTD-FORA
                                   REWRITE ASSCORR-REG
                           END-READ
                       ELSE
                           DELETE FILAASS RECORD
                           ADD 1 TO WRK-QTD-CR-VOLTA
                       END-IF
                   END-IF
                   READ FILAASS NEXT RECORD
               END-PERFORM
           END-IF.

      *Reservas do balcao aguardando exemplar, contadas por titulo
      *(RESERVAS nao tem chave por filme); acima de 500 titulos
      *diferentes o excedente fica sem copia retida
       7220-CR-MONTA-RESERVAS SECTION.
           MOVE 0 TO WRK-CR-QTD-RES
           MOVE LOW-VALUES TO NUM-RESERVA
           START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
               INVALID KEY
                   MOVE 10 TO RESERVAS-STATUS
           END-START
           IF RESERVAS-STATUS EQUAL 0
               READ RESERVAS NEXT RECORD
               PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                   IF RESERVA-AGUARDANDO
                       MOVE RES-CODFILME TO WRK-CR-FILME
                       PERFORM 7225-CR-RESERVAS-DO-FILME
                       IF WRK-CR-IDX > 0
                           ADD 1 TO WRK-CR-RES-QTD (WRK-CR-IDX)
                       ELSE
                           IF WRK-CR-QTD-RES < 500
                               ADD 1 TO WRK-CR-QTD-RES
                               MOVE RES-CODFILME
                                   TO WRK-CR-RES-FILME (WRK-CR-QTD-RES)
                               MOVE 1
                                   TO WRK-CR-RES-QTD (WRK-CR-QTD-RES)
                           END-IF
                       END-IF
                   END-IF
                   READ RESERVAS NEXT RECORD
               END-PERFORM
           END-IF.

      *Reservas aguardando do titulo WRK-CR-FILME: posicao na
      *tabela em WRK-CR-IDX (zero = nenhuma) e a quantidade em
      *WRK-CR-PEND
       7225-CR-RESERVAS-DO-FILME SECTION.
           MOVE 0 TO WRK-CR-IDX
           MOVE 0 TO WRK-CR-PEND
           PERFORM VARYING WRK-CR-I FROM 1 BY 1
               UNTIL WRK-CR-I > WRK-CR-QTD-RES
               OR WRK-CR-IDX > 0
               IF WRK-CR-RES-FILME (WRK-CR-I) EQUAL WRK-CR-FILME
                   MOVE WRK-CR-I TO WRK-CR-IDX
                   MOVE WRK-CR-RES-QTD (WRK-CR-I) TO WRK-CR-PEND
               END-IF
           END-PERFORM.

      *Titulo WRK-CR-FILME dentro da janela de direitos hoje, com
      *os testes do 9614 do PROJETO-FILMES: sem linha em JANELA o
      *titulo esta liberado; antes da estreia ou depois do fim da
      *licenca o disco nao sai pelo correio
       7227-CR-TESTA-JANELA SECTION.
           MOVE 'S' TO WRK-CR-NA-JANELA
           MOVE WRK-CR-FILME TO JN-CODFILME
           READ JANELA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF JN-DATA-FIM > ZERO
                      AND JN-DATA-FIM < WRK-DATA-HOJE
                       MOVE 'N' TO WRK-CR-NA-JANELA
                   END-IF
                   IF JN-DATA-ESTREIA > WRK-DATA-HOJE
                       MOVE 'N' TO WRK-CR-NA-JANELA
                   END-IF
           END-READ.

      *Exemplar corrente pendente em um recall de prensagem
      *(RECITEM): nao sai pelo correio nem fica retido para o
      *balcao, como no 3175 do PROJETO-FILMES
       7228-CR-TESTA-RECALL SECTION.
           MOVE 'N' TO WRK-CR-EM-RECALL
           IF WRK-CR-RECITEM EQUAL 'S'
               MOVE EX-CODFILME TO RI-CODFILME
               MOVE EX-NUMERO TO RI-EXEMPLAR
               READ RECITEM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RECITEM-PENDENTE
                           MOVE 'S' TO WRK-CR-EM-RECALL
                           ADD 1 TO WRK-QTD-CR-RECALL
                       END-IF
               END-READ
           END-IF.

      *Procura na fila do titulo do exemplar corrente o assinante
      *melhor colocado e apto e, achando, despacha o disco para ele
       7230-CR-DESPACHA-EXEMPLAR SECTION.
           MOVE 'N' TO WRK-CR-ACHOU
           MOVE 0 TO WRK-CR-MELHOR-CLI
           MOVE 999 TO WRK-CR-MELHOR-POS
           MOVE 99999999 TO WRK-CR-MELHOR-DATA

           MOVE EX-CODFILME TO FA-CODFILME
           START FILAASS KEY IS EQUAL FA-CODFILME
               INVALID KEY
                   MOVE 23 TO FILAASS-STATUS
           END-START
           IF FILAASS-STATUS EQUAL 0
               READ FILAASS NEXT RECORD
               PERFORM UNTIL FILAASS-STATUS NOT EQUAL 0
                   OR FA-CODFILME NOT EQUAL EX-CODFILME
                   IF FILA-AGUARDANDO
                       PERFORM 7235-CR-TESTA-CANDIDATO
                   END-IF
                   READ FILAASS NEXT RECORD
               END-PERFORM
           END-IF

           IF WRK-CR-ACHOU EQUAL 'S'
               PERFORM 7240-CR-CRIA-EMPRESTIMO
           END-IF.

      *O pedido corrente da fila (FILAASS-REG) passa a ser o
      *candidato se for melhor colocado que o atual e o assinante
      *estiver apto a receber mais um disco
       7235-CR-TESTA-CANDIDATO SECTION.
           MOVE 'S' TO WRK-CR-APTO
           IF FA-POSICAO > WRK-CR-MELHOR-POS
               MOVE 'N' TO WRK-CR-APTO
           END-IF
           IF FA-POSICAO EQUAL WRK-CR-MELHOR-POS
               IF FA-DATA-INCLUSAO > WRK-CR-MELHOR-DATA
                   MOVE 'N' TO WRK-CR-APTO
               END-IF
               IF FA-DATA-INCLUSAO EQUAL WRK-CR-MELHOR-DATA
                  AND FA-CLIENTE NOT LESS THAN WRK-CR-MELHOR-CLI
                   MOVE 'N' TO WRK-CR-APTO
               END-IF
           END-IF

           IF WRK-CR-APTO EQUAL 'S'
               MOVE FA-CLIENTE TO ASC-CLIENTE
               READ ASSCORR
                   INVALID KEY
                       MOVE 'N' TO WRK-CR-APTO
                   NOT INVALID KEY
                       IF NOT ASSINATURA-ATIVA
                          OR ASC-QTD-FORA NOT LESS THAN ASC-LIMITE
                           MOVE 'N' TO WRK-CR-APTO
                       END-IF
               END-READ
           END-IF

           IF WRK-CR-APTO EQUAL 'S'
               MOVE FA-CLIENTE TO COD-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE 'N' TO WRK-CR-APTO
                   NOT INVALID KEY
                       IF NOT CLIENTE-ATIVO
                           MOVE 'N' TO WRK-CR-APTO
                       END-IF
                       IF CLI-PLANO NOT EQUAL SPACES
                          AND CLI-PAGO-ATE < WRK-DATA-HOJE
                           MOVE 'N' TO WRK-CR-APTO
                       END-IF
               END-READ
           END-IF

           IF WRK-CR-APTO EQUAL 'S'
               MOVE 'S' TO WRK-CR-ACHOU
               MOVE FA-CLIENTE TO WRK-CR-MELHOR-CLI
               MOVE FA-POSICAO TO WRK-CR-MELHOR-POS
               MOVE FA-DATA-INCLUSAO TO WRK-CR-MELHOR-DATA
           END-IF.

      *Cria o emprestimo do exemplar corrente para o candidato
      *escolhido, marca o pedido da fila como Enviado, soma o disco
      *em casa e imprime a linha de separacao e a etiqueta
       7240-CR-CRIA-EMPRESTIMO SECTION.
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           PERFORM WRK-DIAS-CORREIO TIMES
               PERFORM 4800-AVANCA-UM-DIA
           END-PERFORM
           MOVE WRK-DATA-CALC TO WRK-CR-PREVISTA

      *    Numero do emprestimo, como o 2051 do balcao
           MOVE '1' TO CTLEMP-CHAVE
           READ CTLEMP
           COMPUTE WRK-CR-NUM-EMP = CTLEMP-ULT-NUMERO + 1
           MOVE WRK-CR-NUM-EMP TO CTLEMP-ULT-NUMERO
           REWRITE CTLEMP-REG

           MOVE WRK-CR-NUM-EMP   TO NUM-EMPRESTIMO
           MOVE EX-CODFILME      TO EMP-CODFILME
           MOVE EX-NUMERO        TO EMP-EXEMPLAR
           MOVE WRK-CR-MELHOR-CLI TO EMP-CLIENTE
           MOVE WRK-DATA-HOJE    TO EMP-DATA-RETIRADA
           MOVE WRK-CR-PREVISTA  TO EMP-DATA-PREVISTA
           MOVE ZERO             TO EMP-DATA-DEVOLUCAO
           MOVE 'A'              TO EMP-STATUS
           MOVE ZERO             TO EMP-VALOR-MULTA
           MOVE SPACE            TO EMP-MULTA-SITUACAO
           MOVE ZERO             TO EMP-NUM-CUPOM
           MOVE ZERO             TO EMP-QTD-RENOVACOES
           MOVE EX-LOJA          TO EMP-LOJA
           MOVE ZERO             TO EMP-NIVEL-COBRANCA
           MOVE ZERO             TO EMP-VALOR-COBRADO
           MOVE ZERO             TO EMP-IMPOSTO-COBRADO
           MOVE ZERO             TO EMP-NUM-PREPAGO
           MOVE ZERO             TO EMP-HORA-RETIRADA
           MOVE ZERO             TO EMP-HORA-DEVOLUCAO
           WRITE EMPRESTIMOS-REG
               INVALID KEY
                   DISPLAY '  Emprestimo ja existe: ' NUM-EMPRESTIMO
               NOT INVALID KEY
                   MOVE 'I' TO WRK-JRN-OPER
                   PERFORM 7042-JORNAL-EMPRESTIMOS
                   PERFORM 7245-CR-MARCA-ENVIO
           END-WRITE.

      *Emprestimo do correio gravado: exemplar Emprestado, pedido
      *da fila Enviado, disco somado em casa, linha de separacao,
      *etiqueta e auditoria
       7245-CR-MARCA-ENVIO SECTION.
           MOVE 'E' TO EX-STATUS
           REWRITE EXEMPLARES-REG
           MOVE 'A' TO WRK-JRN-OPER
           PERFORM 7045-JORNAL-EXEMPLARES

           MOVE WRK-CR-MELHOR-CLI TO FA-CLIENTE
           MOVE WRK-CR-MELHOR-POS TO FA-POSICAO
           READ FILAASS
               NOT INVALID KEY
                   MOVE 'E' TO FA-STATUS
                   MOVE WRK-DATA-HOJE TO FA-DATA-ENVIO
                   MOVE EX-NUMERO TO FA-EXEMPLAR
                   MOVE WRK-CR-NUM-EMP TO FA-NUM-EMP
                   REWRITE FILAASS-REG
           END-READ

           MOVE WRK-CR-MELHOR-CLI TO ASC-CLIENTE
           READ ASSCORR
               NOT INVALID KEY
                   ADD 1 TO ASC-QTD-FORA
                   MOVE WRK-DATA-HOJE TO ASC-ULT-ENVIO
                   REWRITE ASSCORR-REG
           END-READ
           MOVE WRK-CR-MELHOR-CLI TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO NOME-CLIENTE
                   MOVE SPACES TO ENDERECO-CLIENTE
           END-READ
           MOVE EX-CODFILME TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE SPACES TO TITULO
           END-READ

      *    Lista de separacao, na ordem da prateleira do acervo
           MOVE SPACES TO WRK-LINHA-CSV
           STRING EX-LOJA          DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  EX-LOCALIZACAO   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  EX-CODFILME      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  EX-NUMERO        DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  TITULO           DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  NUM-EMPRESTIMO   DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  COD-CLIENTE      DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE CORRSEP-REG FROM WRK-LINHA-CSV

      *    Etiqueta de postagem, um bloco por disco
           MOVE ALL '*' TO CORRETQ-REG
           WRITE CORRETQ-REG
           MOVE NOME-CLIENTE TO CORRETQ-REG
           WRITE CORRETQ-REG
           MOVE ENDERECO-CLIENTE TO CORRETQ-REG
           WRITE CORRETQ-REG
           MOVE ASC-COMPLEMENTO TO CORRETQ-REG
           WRITE CORRETQ-REG
           MOVE SPACES TO WRK-LINHA-CSV
           STRING ASC-CEP (1:5)    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  ASC-CEP (6:3)    DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  ASC-CIDADE       DELIMITED BY '  '
                  ' - '            DELIMITED BY SIZE
                  ASC-UF           DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE CORRETQ-REG FROM WRK-LINHA-CSV
           MOVE SPACES TO WRK-LINHA-CSV
           STRING 'Emprestimo ' DELIMITED BY SIZE
                  NUM-EMPRESTIMO DELIMITED BY SIZE
                  ' - devolver ate ' DELIMITED BY SIZE
                  WRK-CR-PREVISTA DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE CORRETQ-REG FROM WRK-LINHA-CSV

           MOVE EX-CODFILME TO WRK-AUD-CODFILME
           MOVE 'CORREIO' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'CLIENTE=' DELIMITED BY SIZE
                  WRK-CR-MELHOR-CLI DELIMITED BY SIZE
                  ' EMP=' DELIMITED BY SIZE
                  NUM-EMPRESTIMO DELIMITED BY SIZE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 4900-GRAVA-AUDITORIA
           ADD 1 TO WRK-QTD-CORREIO.

      *Conferencia dos acordos de parcelamento de divida: parcela
      *Aberta vencida ha mais de PARAM-DIAS-CARENCIA-ACD dias fica
      *marcada Vencida e rompe o acordo, que devolve o saldo ainda
      *nao pago para a cobranca (7320) e avisa o cliente pela
      *caixa de saida. Os acordos rompidos vao para uma tabela na
      *varredura e sao desfeitos depois dela; o que passar da
      *tabela fica para a noite seguinte
       7300-PASSO-ACORDOS SECTION.
           MOVE 0 TO WRK-QTD-AC-VENCIDAS
           MOVE 0 TO WRK-QTD-AC-ROMPIDOS
           MOVE 0 TO WRK-QTD-AC-SUPR
           MOVE 0 TO WRK-AC-QTD-ROMPE

           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           PERFORM WRK-DIAS-CARENCIA-ACD TIMES
               PERFORM 4810-RECUA-UM-DIA
           END-PERFORM
           MOVE WRK-DATA-CALC TO WRK-AC-CORTE

           OPEN I-O ACORDOS
           IF ACORDOS-STATUS EQUAL 35
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS
           END-IF
           OPEN I-O CONTACLI
           IF CONTACLI-STATUS EQUAL 35
               OPEN OUTPUT CONTACLI
               CLOSE CONTACLI
               OPEN I-O CONTACLI
           END-IF

           IF ACORDOS-STATUS NOT EQUAL 0
              OR CONTACLI-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               IF ACORDOS-STATUS NOT EQUAL 0
                   MOVE '7300-PASSO-ACORDOS' TO WRK-ERL-PARAGRAFO
                   MOVE 'ACORDOS' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE ACORDOS-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
               IF CONTACLI-STATUS NOT EQUAL 0
                   MOVE '7300-PASSO-ACORDOS' TO WRK-ERL-PARAGRAFO
                   MOVE 'CONTACLI' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE CONTACLI-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
           ELSE
               MOVE 'N' TO WRK-AC-ATIVO
               MOVE LOW-VALUES TO ACD-CHAVE
               START ACORDOS KEY IS NOT LESS THAN ACD-CHAVE
                   INVALID KEY
                       MOVE 10 TO ACORDOS-STATUS
               END-START
               IF ACORDOS-STATUS EQUAL 0
                   READ ACORDOS NEXT RECORD
                   PERFORM UNTIL ACORDOS-STATUS NOT EQUAL 0
                       PERFORM 7310-AC-TESTA-REGISTRO
                       READ ACORDOS NEXT RECORD
                   END-PERFORM
               END-IF

               IF WRK-AC-QTD-ROMPE > 0
                   OPEN EXTEND OUTBOX
                   IF OUTBOX-STATUS EQUAL 35
                       OPEN OUTPUT OUTBOX
                       MOVE "Telefone;Email;Cliente;Evento;Texto"
                           TO OUTBOX-REG
                       WRITE OUTBOX-REG
                   END-IF
                   IF OUTBOX-STATUS NOT EQUAL 0
                       MOVE 'N' TO WRK-PASSO-OK
                       MOVE '7300-PASSO-ACORDOS' TO WRK-ERL-PARAGRAFO
                       MOVE 'OUTBOX' TO WRK-ERL-ARQUIVO
                       MOVE 'OPEN' TO WRK-ERL-OPERACAO
                       MOVE OUTBOX-STATUS TO WRK-ERL-STATUS
                       MOVE SPACES TO WRK-ERL-CHAVE
                       PERFORM 4990-GRAVA-ERRO-ARQUIVO
                   ELSE
                       PERFORM VARYING WRK-AC-IDX FROM 1 BY 1
                           UNTIL WRK-AC-IDX > WRK-AC-QTD-ROMPE
                           MOVE WRK-AC-ROMPE-NUM (WRK-AC-IDX)
                               TO WRK-AC-NUMERO
                           PERFORM 7320-AC-ROMPE-ACORDO
                       END-PERFORM
                       CLOSE OUTBOX
                   END-IF
               END-IF
           END-IF
           CLOSE ACORDOS
           CLOSE CONTACLI

           MOVE WRK-QTD-AC-ROMPIDOS TO WRK-JOB-QTD
           DISPLAY '  Parcelas de acordo vencidas: '
               WRK-QTD-AC-VENCIDAS
           DISPLAY '  Acordos rompidos (saldo de volta a cobranca): '
               WRK-QTD-AC-ROMPIDOS
           DISPLAY '  Avisos suprimidos (sem consentimento): '
               WRK-QTD-AC-SUPR.

      *Registro corrente da varredura: o cabecalho diz se o acordo
      *esta Ativo; parcela Aberta de acordo ativo com vencimento
      *antes do corte fica Vencida e o acordo entra uma vez so na
      *tabela dos rompidos
       7310-AC-TESTA-REGISTRO SECTION.
           IF ACD-CABECALHO
               MOVE ACD-NUMERO TO WRK-AC-NUMERO
               IF ACORDO-ATIVO
                   MOVE 'S' TO WRK-AC-ATIVO
               ELSE
                   MOVE 'N' TO WRK-AC-ATIVO
               END-IF
           ELSE
               IF WRK-AC-ATIVO EQUAL 'S'
                  AND ACD-NUMERO EQUAL WRK-AC-NUMERO
                  AND PARCELA-ABERTA
                  AND ACD-DATA < WRK-AC-CORTE
                   MOVE 'V' TO ACD-SITUACAO
                   REWRITE ACORDOS-REG
                   ADD 1 TO WRK-QTD-AC-VENCIDAS
                   IF WRK-AC-QTD-ROMPE < 200
                       ADD 1 TO WRK-AC-QTD-ROMPE
                       MOVE ACD-NUMERO
                           TO WRK-AC-ROMPE-NUM (WRK-AC-QTD-ROMPE)
                   END-IF
                   MOVE 'N' TO WRK-AC-ATIVO
               END-IF
           END-IF.

      *Rompe o acordo em WRK-AC-NUMERO: o recebido abate primeiro
      *as multas do acordo (as cobertas ficam pagas, a que sobrar
      *em parte fica Pendente so pelo saldo, as demais voltam a
      *Pendente inteiras) e o que nao cobriu da conta da casa volta
      *como Debito no razao; o cliente sai do acordo e volta para a
      *escalada de cobranca
       7320-AC-ROMPE-ACORDO SECTION.
           MOVE WRK-AC-NUMERO TO ACD-NUMERO
           MOVE ZERO TO ACD-PARCELA
           READ ACORDOS
               INVALID KEY
                   MOVE 23 TO ACORDOS-STATUS
           END-READ
           IF ACORDOS-STATUS EQUAL 0
               MOVE ACD-CLIENTE TO WRK-AC-CLIENTE
               MOVE ACD-VALOR-PAGO TO WRK-AC-SOBRA
               COMPUTE WRK-AC-RESTANTE = ACD-VALOR - ACD-VALOR-PAGO
               MOVE 0 TO WRK-AC-DEBITO
               IF ACD-VALOR-CONTA > ZERO
                   MOVE ACD-VALOR-CONTA TO WRK-AC-DEBITO
               END-IF
               MOVE 'R' TO ACD-SITUACAO
               MOVE WRK-DATA-HOJE TO ACD-DATA-FIM
               REWRITE ACORDOS-REG

               MOVE WRK-AC-CLIENTE TO EMP-CLIENTE
               START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CLIENTE
                   INVALID KEY
                       MOVE 10 TO EMPRESTIMOS-STATUS
               END-START
               IF EMPRESTIMOS-STATUS EQUAL 0
                   READ EMPRESTIMOS NEXT RECORD
                   PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                       OR EMP-CLIENTE NOT EQUAL WRK-AC-CLIENTE
                       IF MULTA-EM-ACORDO
                           PERFORM 7325-AC-DEVOLVE-MULTA
                       END-IF
                       READ EMPRESTIMOS NEXT RECORD
                   END-PERFORM
               END-IF

               IF WRK-AC-DEBITO > WRK-AC-SOBRA
                   SUBTRACT WRK-AC-SOBRA FROM WRK-AC-DEBITO
                   PERFORM 7330-AC-DEBITA-CONTA
               END-IF

               MOVE WRK-AC-CLIENTE TO COD-CLIENTE
               PERFORM 5720-CANAIS-DO-CLIENTE
               MOVE WRK-AC-RESTANTE TO WRK-AC-VALOR-ED
               IF WRK-NOT-SUPRIME EQUAL 'S'
                   ADD 1 TO WRK-QTD-AC-SUPR
               ELSE
                   MOVE SPACES TO WRK-LINHA-CSV
                   STRING WRK-NOT-FONE     DELIMITED BY SIZE
                          ";"              DELIMITED BY SIZE
                          WRK-NOT-EMAIL    DELIMITED BY SIZE
                          ";"              DELIMITED BY SIZE
                          WRK-AC-CLIENTE   DELIMITED BY SIZE
                          ";ACORDO;Parcela vencida - acordo "
                          DELIMITED BY SIZE
                          WRK-AC-NUMERO    DELIMITED BY SIZE
                          " rompido, saldo de R$ " DELIMITED BY SIZE
                          WRK-AC-VALOR-ED  DELIMITED BY SIZE
                          " volta para cobranca" DELIMITED BY SIZE
                          INTO WRK-LINHA-CSV
                   END-STRING
                   WRITE OUTBOX-REG FROM WRK-LINHA-CSV
               END-IF

               MOVE ZERO TO WRK-AUD-CODFILME
               MOVE 'ACDROMPE' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-DETALHE
               STRING 'ACD=' DELIMITED BY SIZE
                      WRK-AC-NUMERO DELIMITED BY SIZE
                      ' SALDO=' DELIMITED BY SIZE
                      WRK-AC-RESTANTE DELIMITED BY SIZE
                      INTO WRK-AUD-DETALHE
               END-STRING
               PERFORM 4900-GRAVA-AUDITORIA
               ADD 1 TO WRK-QTD-AC-ROMPIDOS
           END-IF.

      *Multa do acordo rompido no emprestimo corrente: abate o que
      *ainda sobra do recebido e volta para a cobranca pelo resto
       7325-AC-DEVOLVE-MULTA SECTION.
           IF EMP-VALOR-MULTA NOT GREATER THAN WRK-AC-SOBRA
               SUBTRACT EMP-VALOR-MULTA FROM WRK-AC-SOBRA
               MOVE 'G' TO EMP-MULTA-SITUACAO
           ELSE
               SUBTRACT WRK-AC-SOBRA FROM EMP-VALOR-MULTA
               MOVE 0 TO WRK-AC-SOBRA
               MOVE 'P' TO EMP-MULTA-SITUACAO
           END-IF
           REWRITE EMPRESTIMOS-REG
           MOVE 'A' TO WRK-JRN-OPER
           PERFORM 7042-JORNAL-EMPRESTIMOS.

      *Debita na conta da casa do cliente do acordo rompido a parte
      *dela que as parcelas pagas nao cobriram, na sequencia
      *seguinte do razao e com o numero do acordo como documento
       7330-AC-DEBITA-CONTA SECTION.
           MOVE 0 TO WRK-AC-ULT-SEQ
           MOVE WRK-AC-CLIENTE TO CC-CLIENTE
           MOVE ZERO TO CC-SEQ
           START CONTACLI KEY IS NOT LESS THAN CC-CHAVE
               INVALID KEY
                   MOVE 10 TO CONTACLI-STATUS
           END-START
           IF CONTACLI-STATUS EQUAL 0
               READ CONTACLI NEXT RECORD
               PERFORM UNTIL CONTACLI-STATUS NOT EQUAL 0
                  OR CC-CLIENTE NOT EQUAL WRK-AC-CLIENTE
                   MOVE CC-SEQ TO WRK-AC-ULT-SEQ
                   READ CONTACLI NEXT RECORD
               END-PERFORM
           END-IF

           MOVE WRK-AC-CLIENTE TO CC-CLIENTE
           COMPUTE CC-SEQ = WRK-AC-ULT-SEQ + 1
           MOVE 'D' TO CC-TIPO
           MOVE WRK-AC-DEBITO TO CC-VALOR
           MOVE WRK-DATA-HOJE TO CC-DATA
           MOVE WRK-AC-NUMERO TO CC-DOC
           MOVE 'AUTO' TO CC-OPERADOR
           WRITE CONTACLI-REG
               INVALID KEY
                   DISPLAY '  Erro ao debitar conta do acordo '
                       WRK-AC-NUMERO
           END-WRITE.

      *Resumo diario de locacoes: um registro por dia, loja, titulo
      *e classe do cliente (P = com plano, C = avulso, S = sem
      *cliente) com as retiradas e as devolucoes do dia, para os
      *relatorios do PROJETO-FILMES nao varrerem EMPRESTIMOS. Toda
      *noite remonta so a janela dos ultimos dias (ou desde o
      *ultimo dia montado, se a cadeia ficou parada); sem marcador
      *de dia, ou pelo passo RESUMOREF, remonta o arquivo inteiro
      *a partir de EMPRESTIMOS e do arquivo morto ARQEMP. O
      *marcador do dia (loja em branco, titulo zero) guarda a foto
      *de abertos/atrasados da execucao
       7400-PASSO-RESUMOLOC SECTION.
           MOVE 0 TO WRK-QTD-RL-LIDOS
           MOVE 0 TO WRK-QTD-RL-EVENTOS
           MOVE 0 TO WRK-QTD-RL-APAGADOS
           MOVE 0 TO WRK-RL-ABERTOS
           MOVE 0 TO WRK-RL-ATRASADOS

           OPEN I-O RESUMOLOC
           IF RESUMOLOC-STATUS EQUAL 35
               OPEN OUTPUT RESUMOLOC
               CLOSE RESUMOLOC
               OPEN I-O RESUMOLOC
           END-IF

           IF RESUMOLOC-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '7400-PASSO-RESUMOLOC' TO WRK-ERL-PARAGRAFO
               MOVE 'RESUMOLOC' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE RESUMOLOC-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               MOVE 0 TO WRK-RL-ULTIMO
               IF WRK-RL-COMPLETO NOT EQUAL 'S'
                   PERFORM 7405-RL-ULTIMO-MARCADOR
                   IF WRK-RL-ULTIMO EQUAL ZERO
                       MOVE 'S' TO WRK-RL-COMPLETO
                   END-IF
               END-IF

               IF WRK-RL-COMPLETO EQUAL 'S'
                   CLOSE RESUMOLOC
                   OPEN OUTPUT RESUMOLOC
                   CLOSE RESUMOLOC
                   OPEN I-O RESUMOLOC
                   MOVE 0 TO WRK-RL-INICIO
               ELSE
                   MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
                   PERFORM WRK-DIAS-JANELA-RL TIMES
                       PERFORM 4810-RECUA-UM-DIA
                   END-PERFORM
                   MOVE WRK-DATA-CALC TO WRK-RL-INICIO
                   IF WRK-RL-ULTIMO < WRK-RL-INICIO
                       MOVE WRK-RL-ULTIMO TO WRK-RL-INICIO
                   END-IF
                   PERFORM 7410-RL-APAGA-JANELA
               END-IF

               PERFORM 7420-RL-EXTRAI-LOCACOES
               IF WRK-PASSO-OK EQUAL 'S'
                   SORT RLORD
                       ON ASCENDING KEY RLO-CODFILME
                                        RLO-CLIENTE
                                        RLO-RETIRADA
                                        RLO-NUMERO
                       USING RLTMP
                       GIVING RLSEQ
                   PERFORM 7430-RL-APLICA-LOCACOES
                   PERFORM 7450-RL-GRAVA-MARCADOR
               END-IF
           END-IF
           CLOSE RESUMOLOC

           MOVE WRK-QTD-RL-EVENTOS TO WRK-JOB-QTD
           IF WRK-RL-COMPLETO EQUAL 'S'
               DISPLAY '  Resumo remontado por inteiro'
           ELSE
               DISPLAY '  Resumo remontado desde ' WRK-RL-INICIO
           END-IF
           DISPLAY '  Locacoes lidas   : ' WRK-QTD-RL-LIDOS
           DISPLAY '  Eventos resumidos: ' WRK-QTD-RL-EVENTOS
           DISPLAY '  Registros apagados da janela: '
               WRK-QTD-RL-APAGADOS
           MOVE 'N' TO WRK-RL-COMPLETO.

      *Ultimo dia montado: o maior RL-DATA entre os marcadores
      *(titulo zero na chave alternada); zero se nao houver
       7405-RL-ULTIMO-MARCADOR SECTION.
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

      *Apaga os registros de titulo da janela (RL-DATA a partir do
      *inicio); os marcadores dos dias ficam
       7410-RL-APAGA-JANELA SECTION.
           MOVE WRK-RL-INICIO TO RL-DATA
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
                   IF RL-CODFILME NOT EQUAL ZERO
                       DELETE RESUMOLOC RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WRK-QTD-RL-APAGADOS
                       END-DELETE
                   END-IF
                   READ RESUMOLOC NEXT RECORD
               END-PERFORM
           END-IF.

      *Grava em RLTMP toda locacao nao estornada, viva e do
      *arquivo morto, contando de passagem os abertos e atrasados
      *de hoje para o marcador
       7420-RL-EXTRAI-LOCACOES SECTION.
           OPEN OUTPUT RLTMP
           IF RLTMP-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '7420-RL-EXTRAI-LOCACOES' TO WRK-ERL-PARAGRAFO
               MOVE 'RLTMP' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE RLTMP-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               MOVE LOW-VALUES TO NUM-EMPRESTIMO
               START EMPRESTIMOS KEY IS NOT LESS THAN NUM-EMPRESTIMO
                   INVALID KEY
                       MOVE 10 TO EMPRESTIMOS-STATUS
               END-START
               IF EMPRESTIMOS-STATUS EQUAL 0
                   READ EMPRESTIMOS NEXT RECORD
                   PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                       IF EMPRESTIMO-ABERTO
                           ADD 1 TO WRK-RL-ABERTOS
                           IF WRK-DATA-HOJE > EMP-DATA-PREVISTA
                               ADD 1 TO WRK-RL-ATRASADOS
                           END-IF
                       END-IF
                       IF NOT EMPRESTIMO-ESTORNADO
                           MOVE EMP-CODFILME TO RLT-CODFILME
                           MOVE EMP-CLIENTE TO RLT-CLIENTE
                           MOVE EMP-DATA-RETIRADA TO RLT-RETIRADA
                           MOVE NUM-EMPRESTIMO TO RLT-NUMERO
                           MOVE EMP-LOJA TO RLT-LOJA
                           MOVE EMP-STATUS TO RLT-STATUS
                           MOVE EMP-DATA-DEVOLUCAO TO RLT-DEVOLUCAO
                           MOVE EMP-VALOR-MULTA TO RLT-MULTA
                           MOVE EMP-VALOR-COBRADO TO RLT-COBRADO
                           WRITE RLTMP-REG
                           ADD 1 TO WRK-QTD-RL-LIDOS
                       END-IF
                       READ EMPRESTIMOS NEXT RECORD
                   END-PERFORM
               END-IF

               OPEN INPUT ARQEMP
               IF ARQEMP-STATUS EQUAL 0
                   READ ARQEMP INTO WRK-RL-ARQ
                   PERFORM UNTIL ARQEMP-STATUS NOT EQUAL 0
                       IF WRK-RLA-STATUS NOT EQUAL 'X'
                           MOVE WRK-RLA-CODFILME TO RLT-CODFILME
                           MOVE WRK-RLA-CLIENTE TO RLT-CLIENTE
                           MOVE WRK-RLA-RETIRADA TO RLT-RETIRADA
                           MOVE WRK-RLA-NUMERO TO RLT-NUMERO
                           MOVE WRK-RLA-LOJA TO RLT-LOJA
                           MOVE WRK-RLA-STATUS TO RLT-STATUS
                           MOVE WRK-RLA-DEVOLUCAO TO RLT-DEVOLUCAO
                           MOVE WRK-RLA-MULTA TO RLT-MULTA
                           MOVE WRK-RLA-COBRADO TO RLT-COBRADO
                           WRITE RLTMP-REG
                           ADD 1 TO WRK-QTD-RL-LIDOS
                       END-IF
                       READ ARQEMP INTO WRK-RL-ARQ
                   END-PERFORM
                   CLOSE ARQEMP
               END-IF
               CLOSE RLTMP
           END-IF.

      *Percorre as locacoes ordenadas: a primeira de cada cliente
      *no titulo conta como cliente novo do titulo; a retirada e
      *a devolucao que caem na janela somam no dia de cada uma
       7430-RL-APLICA-LOCACOES SECTION.
           MOVE 0 TO WRK-RL-FILME-ANT
           MOVE 0 TO WRK-RL-CLIENTE-ANT
           MOVE 999999 TO WRK-RL-CLI-LIDO

           OPEN INPUT RLSEQ
           IF RLSEQ-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '7430-RL-APLICA-LOCACOES' TO WRK-ERL-PARAGRAFO
               MOVE 'RLSEQ' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE RLSEQ-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               READ RLSEQ
               PERFORM UNTIL RLSEQ-STATUS NOT EQUAL 0
                   IF RLS-CODFILME NOT EQUAL WRK-RL-FILME-ANT
                      OR RLS-CLIENTE NOT EQUAL WRK-RL-CLIENTE-ANT
                       MOVE 'S' TO WRK-RL-NOVO
                       MOVE RLS-CODFILME TO WRK-RL-FILME-ANT
                       MOVE RLS-CLIENTE TO WRK-RL-CLIENTE-ANT
                   ELSE
                       MOVE 'N' TO WRK-RL-NOVO
                   END-IF

                   IF RLS-RETIRADA NOT LESS THAN WRK-RL-INICIO
                       PERFORM 7440-RL-CLASSE-CLIENTE
                       MOVE 'L' TO WRK-RL-TIPO
                       MOVE RLS-RETIRADA TO WRK-RL-DATA-EVT
                       PERFORM 7460-RL-SOMA-EVENTO
                   END-IF

                   IF RLS-DEVOLVIDO
                      AND RLS-DEVOLUCAO NOT LESS THAN WRK-RL-INICIO
                       PERFORM 7440-RL-CLASSE-CLIENTE
                       MOVE 'D' TO WRK-RL-TIPO
                       MOVE RLS-DEVOLUCAO TO WRK-RL-DATA-EVT
                       PERFORM 7460-RL-SOMA-EVENTO
                   END-IF
                   READ RLSEQ
               END-PERFORM
               CLOSE RLSEQ
           END-IF.

      *Classe do cliente da locacao corrente, pelo cadastro de
      *hoje; CLIENTES so e relido quando o cliente muda
       7440-RL-CLASSE-CLIENTE SECTION.
           IF RLS-CLIENTE NOT EQUAL WRK-RL-CLI-LIDO
               MOVE RLS-CLIENTE TO WRK-RL-CLI-LIDO
               MOVE 'S' TO WRK-RL-CLASSE
               IF RLS-CLIENTE NOT EQUAL ZERO
                   MOVE RLS-CLIENTE TO COD-CLIENTE
                   READ CLIENTES
                       INVALID KEY
                           MOVE 23 TO CLIENTES-STATUS
                   END-READ
                   IF CLIENTES-STATUS EQUAL 0
                       IF CLI-PLANO NOT EQUAL SPACES
                           MOVE 'P' TO WRK-RL-CLASSE
                       ELSE
                           MOVE 'C' TO WRK-RL-CLASSE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Soma a retirada (WRK-RL-TIPO = L) ou a devolucao (D) da
      *locacao corrente no registro do dia, loja, titulo e classe
       7460-RL-SOMA-EVENTO SECTION.
           MOVE WRK-RL-DATA-EVT TO RL-DATA
           MOVE RLS-LOJA TO RL-LOJA
           MOVE RLS-CODFILME TO RL-CODFILME
           MOVE WRK-RL-CLASSE TO RL-CLASSE
           READ RESUMOLOC
               INVALID KEY
                   MOVE 23 TO RESUMOLOC-STATUS
           END-READ
           IF RESUMOLOC-STATUS NOT EQUAL 0
               MOVE WRK-RL-DATA-EVT TO RL-DATA
               MOVE RLS-LOJA TO RL-LOJA
               MOVE RLS-CODFILME TO RL-CODFILME
               MOVE WRK-RL-CLASSE TO RL-CLASSE
               MOVE ZEROS TO RL-CONTADORES
           END-IF

           IF WRK-RL-TIPO EQUAL 'L'
               ADD 1 TO RL-QTD-LOCACOES
               ADD RLS-COBRADO TO RL-VALOR-LOCACOES
               IF WRK-RL-NOVO EQUAL 'S'
                   ADD 1 TO RL-QTD-CLI-NOVOS
               END-IF
           ELSE
               ADD 1 TO RL-QTD-DEVOLUCOES
               ADD RLS-MULTA TO RL-VALOR-MULTAS
               IF RLS-DEVOLUCAO > RLS-RETIRADA
                   MOVE 0 TO WRK-RL-DIAS
                   MOVE RLS-RETIRADA TO WRK-DATA-CALC
                   PERFORM UNTIL WRK-DATA-CALC NOT LESS THAN
                       RLS-DEVOLUCAO
                       PERFORM 4800-AVANCA-UM-DIA
                       ADD 1 TO WRK-RL-DIAS
                   END-PERFORM
                   ADD WRK-RL-DIAS TO RL-DIAS-DEVOLUCOES
                   ADD 1 TO RL-QTD-DEV-MEDIA
               END-IF
           END-IF

           IF RESUMOLOC-STATUS EQUAL 0
               REWRITE RESUMOLOC-REG
           ELSE
               WRITE RESUMOLOC-REG
           END-IF
           ADD 1 TO WRK-QTD-RL-EVENTOS.

      *Marcador do dia de hoje: loja em branco e titulo zero, com
      *a foto de abertos e atrasados desta execucao
       7450-RL-GRAVA-MARCADOR SECTION.
           MOVE WRK-DATA-HOJE TO RL-DATA
           MOVE SPACES TO RL-LOJA
           MOVE ZERO TO RL-CODFILME
           MOVE SPACE TO RL-CLASSE
           MOVE ZEROS TO RL-CONTADORES
           MOVE WRK-RL-ABERTOS TO RL-QTD-ABERTOS
           MOVE WRK-RL-ATRASADOS TO RL-QTD-ATRASADOS
           WRITE RESUMOLOC-REG
               INVALID KEY
                   REWRITE RESUMOLOC-REG
           END-WRITE.

      *Extracao para a ferramenta de BI: dimensoes de titulos,
      *clientes (sem dados pessoais), lojas, operadores e datas
      *e fatos de locacoes, pagamentos, mudancas de situacao de
      *exemplar e reservas, com chaves substitutas estaveis
      *(BICHAVES). A carga e incremental pelo JORNAL (so o que
      *mudou desde a sequencia ja extraida) ou completa na
      *primeira vez e pelo passo BICOMPLETO; lojas e operadores
      *saem sempre inteiros. Cada arquivo fecha com a linha
      *CTL;arquivo;modo;data;carga;linhas;total das chaves, para
      *a carga do outro lado recusar um arquivo incompleto
       7500-PASSO-BIEXTRAI SECTION.
           MOVE 0 TO WRK-BI-TOTAL
           MOVE 0 TO WRK-QTD-BI-JORNAL
           MOVE 0 TO WRK-BI-DESDE-SEQ

           OPEN I-O BICHAVES
           IF BICHAVES-STATUS EQUAL 35
               OPEN OUTPUT BICHAVES
               CLOSE BICHAVES
               OPEN I-O BICHAVES
           END-IF
           OPEN I-O CTLBI
           IF CTLBI-STATUS EQUAL 35
               OPEN OUTPUT CTLBI
               CLOSE CTLBI
               OPEN I-O CTLBI
           END-IF

           IF BICHAVES-STATUS NOT EQUAL 0
              OR CTLBI-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               IF BICHAVES-STATUS NOT EQUAL 0
                   MOVE '7500-PASSO-BIEXTRAI' TO WRK-ERL-PARAGRAFO
                   MOVE 'BICHAVES' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE BICHAVES-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
               IF CTLBI-STATUS NOT EQUAL 0
                   MOVE '7500-PASSO-BIEXTRAI' TO WRK-ERL-PARAGRAFO
                   MOVE 'CTLBI' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE CTLBI-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
           ELSE
      *        Sem extracao anterior a carga e completa
               MOVE 'ZZ' TO CTLBI-CHAVE
               READ CTLBI
                   INVALID KEY
                       MOVE 'S' TO WRK-BI-COMPLETO
                   NOT INVALID KEY
                       MOVE CTLBI-ULT-NUMERO TO WRK-BI-DESDE-SEQ
                       MOVE CTLBI-DATA TO WRK-BI-ULT-DATA
               END-READ
               IF WRK-BI-COMPLETO EQUAL 'S'
                   MOVE 0 TO WRK-BI-DESDE-SEQ
                   MOVE 'C' TO WRK-BI-MODO
               ELSE
                   MOVE 'I' TO WRK-BI-MODO
               END-IF

               MOVE '1' TO CTLJRN-CHAVE
               READ CTLJRN
                   INVALID KEY
                       MOVE ZERO TO CTLJRN-ULT-SEQ
               END-READ
               MOVE CTLJRN-ULT-SEQ TO WRK-BI-ATE-SEQ

               MOVE 'RN' TO WRK-BI-ENTIDADE
               PERFORM 7582-BI-PROXIMO-NUMERO
               MOVE WRK-BI-SK TO WRK-BI-CARGA

      *        A dimensao de datas cobre de hoje (ou da extracao
      *        anterior) ate hoje, alargada pelas datas dos fatos
               MOVE WRK-DATA-HOJE TO WRK-BI-DATA-TESTE
               COMPUTE WRK-BI-ANO-LIMITE = WRK-BDT-ANO + 1
               MOVE WRK-DATA-HOJE TO WRK-BI-DATA-MIN
               MOVE WRK-DATA-HOJE TO WRK-BI-DATA-MAX
               IF WRK-BI-COMPLETO EQUAL 'S'
                   PERFORM 7505-BI-LIMPA-SITUACAO
               ELSE
                   MOVE WRK-BI-ULT-DATA TO WRK-BI-DATA-VISTA
                   PERFORM 7585-BI-DATA-VISTA
               END-IF

               OPEN INPUT GENEROS
               OPEN INPUT DISTRIB
               OPEN INPUT LOJAS
               OPEN INPUT CALENDARIO
               OPEN INPUT OPERADORES

               PERFORM 7510-BI-ABRE-SAIDAS
               IF WRK-PASSO-OK EQUAL 'S'
                   PERFORM 7520-BI-LOJAS
                   PERFORM 7525-BI-OPERADORES
                   IF WRK-BI-COMPLETO EQUAL 'S'
                       PERFORM 7530-BI-FILMES-TODOS
                       PERFORM 7535-BI-CLIENTES-TODOS
                       PERFORM 7540-BI-LOCACOES-TODAS
                       PERFORM 7545-BI-PAGAMENTOS-TODOS
                       PERFORM 7550-BI-RESERVAS-TODAS
                   END-IF
                   PERFORM 7560-BI-LE-JORNAL
                   PERFORM 7570-BI-DATAS
               END-IF
               PERFORM 7595-BI-FECHA-SAIDAS

               CLOSE GENEROS
               CLOSE DISTRIB
               CLOSE LOJAS
               CLOSE CALENDARIO
               CLOSE OPERADORES

      *        So avanca a sequencia extraida com a carga inteira
      *        gravada; senao a proxima repete a mesma faixa
               IF WRK-PASSO-OK EQUAL 'S'
                   MOVE 'ZZ' TO CTLBI-CHAVE
                   MOVE WRK-BI-ATE-SEQ TO CTLBI-ULT-NUMERO
                   MOVE WRK-DATA-HOJE TO CTLBI-DATA
                   WRITE CTLBI-REG
                       INVALID KEY
                           REWRITE CTLBI-REG
                   END-WRITE
               END-IF
           END-IF
           CLOSE BICHAVES
           CLOSE CTLBI

           MOVE WRK-BI-TOTAL TO WRK-JOB-QTD
           IF WRK-BI-COMPLETO EQUAL 'S'
               DISPLAY '  Extracao de BI completa, carga '
                   WRK-BI-CARGA
           ELSE
               DISPLAY '  Extracao de BI desde a sequencia '
                   WRK-BI-DESDE-SEQ ', carga ' WRK-BI-CARGA
           END-IF
           DISPLAY '  Entradas do diario lidas: ' WRK-QTD-BI-JORNAL
           PERFORM VARYING WRK-BI-IDX FROM 1 BY 1
               UNTIL WRK-BI-IDX > 9
               DISPLAY '  ' WRK-BI-ARQ-NOME (WRK-BI-IDX) ': '
                   WRK-BI-ARQ-QTD (WRK-BI-IDX)
           END-PERFORM
           MOVE 'N' TO WRK-BI-COMPLETO.

      *Na carga completa as mudancas de situacao dos exemplares
      *saem de novo do JORNAL inteiro: esquece a ultima situacao
      *guardada de cada exemplar (as chaves ficam)
       7505-BI-LIMPA-SITUACAO SECTION.
           MOVE 'XE' TO BK-ENTIDADE
           MOVE LOW-VALUES TO BK-NATURAL
           START BICHAVES KEY IS NOT LESS THAN BK-CHAVE
               INVALID KEY
                   MOVE 10 TO BICHAVES-STATUS
           END-START
           IF BICHAVES-STATUS EQUAL 0
               READ BICHAVES NEXT RECORD
               PERFORM UNTIL BICHAVES-STATUS NOT EQUAL 0
                  OR BK-ENTIDADE NOT EQUAL 'XE'
                   MOVE SPACE TO BK-SITUACAO
                   REWRITE BICHAVES-REG
                   READ BICHAVES NEXT RECORD
               END-PERFORM
           END-IF.

      *Abre os nove arquivos e grava o cabecalho de cada um
       7510-BI-ABRE-SAIDAS SECTION.
           MOVE 'BIDFIL.CSV' TO WRK-BI-ARQ-NOME (1)
           MOVE 'BIDCLI.CSV' TO WRK-BI-ARQ-NOME (2)
           MOVE 'BIDLOJ.CSV' TO WRK-BI-ARQ-NOME (3)
           MOVE 'BIDOPE.CSV' TO WRK-BI-ARQ-NOME (4)
           MOVE 'BIDDAT.CSV' TO WRK-BI-ARQ-NOME (5)
           MOVE 'BIFLOC.CSV' TO WRK-BI-ARQ-NOME (6)
           MOVE 'BIFPAG.CSV' TO WRK-BI-ARQ-NOME (7)
           MOVE 'BIFEXE.CSV' TO WRK-BI-ARQ-NOME (8)
           MOVE 'BIFRES.CSV' TO WRK-BI-ARQ-NOME (9)
           PERFORM VARYING WRK-BI-IDX FROM 1 BY 1
               UNTIL WRK-BI-IDX > 9
               MOVE 0 TO WRK-BI-ARQ-QTD (WRK-BI-IDX)
               MOVE 0 TO WRK-BI-ARQ-SOMA (WRK-BI-IDX)
           END-PERFORM

           OPEN OUTPUT BIDFIL
           OPEN OUTPUT BIDCLI
           OPEN OUTPUT BIDLOJ
           OPEN OUTPUT BIDOPE
           OPEN OUTPUT BIDDAT
           OPEN OUTPUT BIFLOC
           OPEN OUTPUT BIFPAG
           OPEN OUTPUT BIFEXE
           OPEN OUTPUT BIFRES
           IF BIDFIL-STATUS NOT EQUAL 0
              OR BIDCLI-STATUS NOT EQUAL 0
              OR BIDLOJ-STATUS NOT EQUAL 0
              OR BIDOPE-STATUS NOT EQUAL 0
              OR BIDDAT-STATUS NOT EQUAL 0
              OR BIFLOC-STATUS NOT EQUAL 0
              OR BIFPAG-STATUS NOT EQUAL 0
              OR BIFEXE-STATUS NOT EQUAL 0
              OR BIFRES-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               IF BIDFIL-STATUS NOT EQUAL 0
                   MOVE '7510-BI-ABRE-SAIDAS' TO WRK-ERL-PARAGRAFO
                   MOVE 'BIDFIL' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE BIDFIL-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
               IF BIDCLI-STATUS NOT EQUAL 0
                   MOVE '7510-BI-ABRE-SAIDAS' TO WRK-ERL-PARAGRAFO
                   MOVE 'BIDCLI' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE BIDCLI-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
               IF BIDLOJ-STATUS NOT EQUAL 0
                   MOVE '7510-BI-ABRE-SAIDAS' TO WRK-ERL-PARAGRAFO
                   MOVE 'BIDLOJ' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE BIDLOJ-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
               IF BIDOPE-STATUS NOT EQUAL 0
                   MOVE '7510-BI-ABRE-SAIDAS' TO WRK-ERL-PARAGRAFO
                   MOVE 'BIDOPE' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE BIDOPE-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
               IF BIDDAT-STATUS NOT EQUAL 0
                   MOVE '7510-BI-ABRE-SAIDAS' TO WRK-ERL-PARAGRAFO
                   MOVE 'BIDDAT' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE BIDDAT-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
               IF BIFLOC-STATUS NOT EQUAL 0
                   MOVE '7510-BI-ABRE-SAIDAS' TO WRK-ERL-PARAGRAFO
                   MOVE 'BIFLOC' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE BIFLOC-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
               IF BIFPAG-STATUS NOT EQUAL 0
                   MOVE '7510-BI-ABRE-SAIDAS' TO WRK-ERL-PARAGRAFO
                   MOVE 'BIFPAG' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE BIFPAG-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
               IF BIFEXE-STATUS NOT EQUAL 0
                   MOVE '7510-BI-ABRE-SAIDAS' TO WRK-ERL-PARAGRAFO
                   MOVE 'BIFEXE' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE BIFEXE-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
               IF BIFRES-STATUS NOT EQUAL 0
                   MOVE '7510-BI-ABRE-SAIDAS' TO WRK-ERL-PARAGRAFO
                   MOVE 'BIFRES' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE BIFRES-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
           ELSE
               MOVE SPACES TO WRK-BI-LINHA
               STRING 'SkTitulo;CodFilme;Titulo;Genero;'
                          DELIMITED BY SIZE
                      'DescGenero;Distribuidora;NomeDistribuidora;'
                          DELIMITED BY SIZE
                      'Formato;Ano;Categoria;Situacao'
                          DELIMITED BY SIZE
                      INTO WRK-BI-LINHA
               END-STRING
               WRITE BIDFIL-REG FROM WRK-BI-LINHA

               MOVE SPACES TO WRK-BI-LINHA
               STRING 'SkCliente;CodCliente;Situacao;Plano;'
                          DELIMITED BY SIZE
                      'DataCadastro;LojaOrigem;SkLojaOrigem;'
                          DELIMITED BY SIZE
                      'ContaCasa'
                          DELIMITED BY SIZE
                      INTO WRK-BI-LINHA
               END-STRING
               WRITE BIDCLI-REG FROM WRK-BI-LINHA

               MOVE 'SkLoja;Loja;Nome;LocalAliquota' TO BIDLOJ-REG
               WRITE BIDLOJ-REG

               MOVE 'SkOperador;Operador;Nome;Perfil' TO BIDOPE-REG
               WRITE BIDOPE-REG

               MOVE 'Data;Ano;Mes;Dia;DiaSemana;Fechado;Descricao'
                   TO BIDDAT-REG
               WRITE BIDDAT-REG

               MOVE SPACES TO WRK-BI-LINHA
               STRING 'SkLocacao;NumEmprestimo;SkTitulo;SkCliente;'
                          DELIMITED BY SIZE
                      'SkLoja;DataRetirada;DataPrevista;'
                          DELIMITED BY SIZE
                      'DataDevolucao;Situacao;ValorCobrado;'
                          DELIMITED BY SIZE
                      'ValorMulta;SituacaoMulta'
                          DELIMITED BY SIZE
                      INTO WRK-BI-LINHA
               END-STRING
               WRITE BIFLOC-REG FROM WRK-BI-LINHA

               MOVE SPACES TO WRK-BI-LINHA
               STRING 'SkPagamento;NumPagamento;Data;SkCliente;'
                          DELIMITED BY SIZE
                      'SkLoja;SkOperador;SkLocacao;Tipo;Forma;'
                          DELIMITED BY SIZE
                      'ValorBRL;Desconto;Imposto'
                          DELIMITED BY SIZE
                      INTO WRK-BI-LINHA
               END-STRING
               WRITE BIFPAG-REG FROM WRK-BI-LINHA

               MOVE SPACES TO WRK-BI-LINHA
               STRING 'SkMudanca;Sequencia;Data;Hora;SkTitulo;'
                          DELIMITED BY SIZE
                      'SkExemplar;SkLoja;SituacaoAnterior;'
                          DELIMITED BY SIZE
                      'SituacaoNova;SkOperador'
                          DELIMITED BY SIZE
                      INTO WRK-BI-LINHA
               END-STRING
               WRITE BIFEXE-REG FROM WRK-BI-LINHA

               MOVE SPACES TO WRK-BI-LINHA
               STRING 'SkReserva;NumReserva;SkTitulo;SkCliente;'
                          DELIMITED BY SIZE
                      'DataReserva;DataAtendida;Situacao'
                          DELIMITED BY SIZE
                      INTO WRK-BI-LINHA
               END-STRING
               WRITE BIFRES-REG FROM WRK-BI-LINHA
           END-IF.

      *Dimensao de lojas, sempre inteira
       7520-BI-LOJAS SECTION.
           MOVE LOW-VALUES TO LOJA-CODIGO
           START LOJAS KEY IS NOT LESS THAN LOJA-CODIGO
               INVALID KEY
                   MOVE 10 TO LOJAS-STATUS
           END-START
           IF LOJAS-STATUS EQUAL 0
               READ LOJAS NEXT RECORD
               PERFORM UNTIL LOJAS-STATUS NOT EQUAL 0
                   MOVE 'LJ' TO WRK-BI-ENTIDADE
                   MOVE LOJA-CODIGO TO WRK-BI-NATURAL
                   PERFORM 7580-BI-CHAVE
                   MOVE WRK-BI-SK TO WRK-BI-SK-LINHA
                   MOVE LOJA-NOME TO WRK-CSV-CAMPO-IN
                   PERFORM 4950-PROTEGE-CAMPO
                   MOVE SPACES TO WRK-BI-LINHA
                   STRING WRK-BI-SK-LINHA   DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          LOJA-CODIGO       DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          WRK-CSV-CAMPO-OUT DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          LOJA-LOCAL-ALIQ   DELIMITED BY SIZE
                          INTO WRK-BI-LINHA
                   END-STRING
                   MOVE 3 TO WRK-BI-IDX
                   PERFORM 7590-BI-GRAVA-LINHA
                   READ LOJAS NEXT RECORD
               END-PERFORM
           END-IF.

      *Dimensao de operadores, sempre inteira e sem a senha
       7525-BI-OPERADORES SECTION.
           MOVE LOW-VALUES TO OP-CODIGO
           START OPERADORES KEY IS NOT LESS THAN OP-CODIGO
               INVALID KEY
                   MOVE 10 TO OPERADORES-STATUS
           END-START
           IF OPERADORES-STATUS EQUAL 0
               READ OPERADORES NEXT RECORD
               PERFORM UNTIL OPERADORES-STATUS NOT EQUAL 0
                   MOVE 'OP' TO WRK-BI-ENTIDADE
                   MOVE OP-CODIGO TO WRK-BI-NATURAL
                   PERFORM 7580-BI-CHAVE
                   MOVE WRK-BI-SK TO WRK-BI-SK-LINHA
                   MOVE OP-NOME TO WRK-CSV-CAMPO-IN
                   PERFORM 4950-PROTEGE-CAMPO
                   MOVE SPACES TO WRK-BI-LINHA
                   STRING WRK-BI-SK-LINHA   DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          OP-CODIGO         DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          WRK-CSV-CAMPO-OUT DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          OP-PERFIL         DELIMITED BY SIZE
                          INTO WRK-BI-LINHA
                   END-STRING
                   MOVE 4 TO WRK-BI-IDX
                   PERFORM 7590-BI-GRAVA-LINHA
                   READ OPERADORES NEXT RECORD
               END-PERFORM
           END-IF.

       7530-BI-FILMES-TODOS SECTION.
           MOVE ZERO TO CODFILME
           START FILMES KEY IS NOT LESS THAN CODFILME
               INVALID KEY
                   MOVE 10 TO FILME-STATUS
           END-START
           IF FILME-STATUS EQUAL 0
               READ FILMES NEXT RECORD
               PERFORM UNTIL FILME-STATUS NOT EQUAL 0
                   PERFORM 7531-BI-LINHA-FILME
                   READ FILMES NEXT RECORD
               END-PERFORM
           END-IF.

      *Linha da dimensao de titulos para o FILMES-REG lido, com a
      *descricao do genero e o nome da distribuidora
       7531-BI-LINHA-FILME SECTION.
           MOVE 'FI' TO WRK-BI-ENTIDADE
           MOVE CODFILME TO WRK-BI-NATURAL
           PERFORM 7580-BI-CHAVE
           PERFORM 7581-BI-MARCA-CARGA
           IF WRK-BI-REPETIDO EQUAL 'N'
               MOVE WRK-BI-SK TO WRK-BI-SK-LINHA

               MOVE GENERO TO COD-GENERO
               READ GENEROS
                   INVALID KEY
                       CONTINUE
               END-READ
               IF GENEROS-STATUS NOT EQUAL 0
                   MOVE SPACES TO DESC-GENERO
               END-IF
               MOVE DISTRIBUIDORA TO COD-DISTRIBUIDORA
               READ DISTRIB
                   INVALID KEY
                       CONTINUE
               END-READ
               IF DISTRIB-STATUS NOT EQUAL 0
                   MOVE SPACES TO NOME-DISTRIBUIDORA
               END-IF

               MOVE TITULO TO WRK-CSV-CAMPO-IN
               PERFORM 4950-PROTEGE-CAMPO
               MOVE WRK-CSV-CAMPO-OUT TO WRK-BI-TXT-1
               MOVE DESC-GENERO TO WRK-CSV-CAMPO-IN
               PERFORM 4950-PROTEGE-CAMPO
               MOVE WRK-CSV-CAMPO-OUT TO WRK-BI-TXT-2
               MOVE NOME-DISTRIBUIDORA TO WRK-CSV-CAMPO-IN
               PERFORM 4950-PROTEGE-CAMPO
               MOVE WRK-CSV-CAMPO-OUT TO WRK-BI-TXT-3

               MOVE SPACES TO WRK-BI-LINHA
               STRING WRK-BI-SK-LINHA      DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      CODFILME             DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BI-TXT-1         DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      GENERO               DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BI-TXT-2         DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      DISTRIBUIDORA        DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BI-TXT-3         DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      FORMATO-MIDIA        DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      ANOLANCAMENTO        DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      CATEGORIA-LANCAMENTO DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      STATUS-REG           DELIMITED BY SIZE
                      INTO WRK-BI-LINHA
               END-STRING
               MOVE 1 TO WRK-BI-IDX
               PERFORM 7590-BI-GRAVA-LINHA
           END-IF.

       7535-BI-CLIENTES-TODOS SECTION.
           MOVE ZERO TO COD-CLIENTE
           START CLIENTES KEY IS NOT LESS THAN COD-CLIENTE
               INVALID KEY
                   MOVE 10 TO CLIENTES-STATUS
           END-START
           IF CLIENTES-STATUS EQUAL 0
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL CLIENTES-STATUS NOT EQUAL 0
                   PERFORM 7536-BI-LINHA-CLIENTE
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-IF.

      *Linha da dimensao de clientes para o CLIENTES-REG lido:
      *nome, telefone, endereco, e-mail, CPF e nascimento nao saem
       7536-BI-LINHA-CLIENTE SECTION.
           MOVE 'CL' TO WRK-BI-ENTIDADE
           MOVE COD-CLIENTE TO WRK-BI-NATURAL
           PERFORM 7580-BI-CHAVE
           PERFORM 7581-BI-MARCA-CARGA
           IF WRK-BI-REPETIDO EQUAL 'N'
               MOVE WRK-BI-SK TO WRK-BI-SK-LINHA
               MOVE 'LJ' TO WRK-BI-ENTIDADE
               MOVE CLI-LOJA-ORIGEM TO WRK-BI-NATURAL
               PERFORM 7580-BI-CHAVE
               MOVE WRK-BI-SK TO WRK-BI-SK-LOJA

               MOVE SPACES TO WRK-BI-LINHA
               STRING WRK-BI-SK-LINHA      DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      COD-CLIENTE          DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      STATUS-CLIENTE       DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      CLI-PLANO            DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      CLI-DATA-CADASTRO    DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      CLI-LOJA-ORIGEM      DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BI-SK-LOJA       DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      CLI-CONTA-CASA       DELIMITED BY SIZE
                      INTO WRK-BI-LINHA
               END-STRING
               MOVE 2 TO WRK-BI-IDX
               PERFORM 7590-BI-GRAVA-LINHA
           END-IF.

      *Fato de locacoes: EMPRESTIMOS inteiro e o arquivo morto
       7540-BI-LOCACOES-TODAS SECTION.
           MOVE LOW-VALUES TO NUM-EMPRESTIMO
           START EMPRESTIMOS KEY IS NOT LESS THAN NUM-EMPRESTIMO
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   PERFORM 7542-BI-EMP-DO-VIVO
                   PERFORM 7541-BI-LINHA-LOCACAO
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF

           OPEN INPUT ARQEMP
           IF ARQEMP-STATUS EQUAL 0
               READ ARQEMP INTO WRK-RL-ARQ
               PERFORM UNTIL ARQEMP-STATUS NOT EQUAL 0
                   PERFORM 7543-BI-EMP-DO-MORTO
                   PERFORM 7541-BI-LINHA-LOCACAO
                   READ ARQEMP INTO WRK-RL-ARQ
               END-PERFORM
               CLOSE ARQEMP
           END-IF.

      *Linha do fato de locacoes para a locacao em WRK-BI-EMP
       7541-BI-LINHA-LOCACAO SECTION.
           MOVE 'EM' TO WRK-BI-ENTIDADE
           MOVE WRK-BIE-NUMERO TO WRK-BI-NATURAL
           PERFORM 7580-BI-CHAVE
           PERFORM 7581-BI-MARCA-CARGA
           IF WRK-BI-REPETIDO EQUAL 'N'
               MOVE WRK-BI-SK TO WRK-BI-SK-LINHA

               MOVE 'FI' TO WRK-BI-ENTIDADE
               MOVE WRK-BIE-CODFILME TO WRK-BI-NATURAL
               PERFORM 7580-BI-CHAVE
               MOVE WRK-BI-SK TO WRK-BI-SK-FILME
               MOVE 'CL' TO WRK-BI-ENTIDADE
               IF WRK-BIE-CLIENTE EQUAL ZERO
                   MOVE SPACES TO WRK-BI-NATURAL
               ELSE
                   MOVE WRK-BIE-CLIENTE TO WRK-BI-NATURAL
               END-IF
               PERFORM 7580-BI-CHAVE
               MOVE WRK-BI-SK TO WRK-BI-SK-CLIENTE
               MOVE 'LJ' TO WRK-BI-ENTIDADE
               MOVE WRK-BIE-LOJA TO WRK-BI-NATURAL
               PERFORM 7580-BI-CHAVE
               MOVE WRK-BI-SK TO WRK-BI-SK-LOJA

               MOVE WRK-BIE-RETIRADA TO WRK-BI-DATA-VISTA
               PERFORM 7585-BI-DATA-VISTA
               MOVE WRK-BIE-PREVISTA TO WRK-BI-DATA-VISTA
               PERFORM 7585-BI-DATA-VISTA
               MOVE WRK-BIE-DEVOLUCAO TO WRK-BI-DATA-VISTA
               PERFORM 7585-BI-DATA-VISTA

               MOVE SPACES TO WRK-BI-LINHA
               STRING WRK-BI-SK-LINHA      DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BIE-NUMERO       DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BI-SK-FILME      DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BI-SK-CLIENTE    DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BI-SK-LOJA       DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BIE-RETIRADA     DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BIE-PREVISTA     DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BIE-DEVOLUCAO    DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BIE-STATUS       DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BIE-COBRADO      DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BIE-MULTA        DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BIE-SIT-MULTA    DELIMITED BY SIZE
                      INTO WRK-BI-LINHA
               END-STRING
               MOVE 6 TO WRK-BI-IDX
               PERFORM 7590-BI-GRAVA-LINHA
           END-IF.

       7542-BI-EMP-DO-VIVO SECTION.
           MOVE NUM-EMPRESTIMO TO WRK-BIE-NUMERO
           MOVE EMP-CODFILME TO WRK-BIE-CODFILME
           MOVE EMP-CLIENTE TO WRK-BIE-CLIENTE
           MOVE EMP-DATA-RETIRADA TO WRK-BIE-RETIRADA
           MOVE EMP-DATA-PREVISTA TO WRK-BIE-PREVISTA
           MOVE EMP-DATA-DEVOLUCAO TO WRK-BIE-DEVOLUCAO
           MOVE EMP-STATUS TO WRK-BIE-STATUS
           MOVE EMP-VALOR-MULTA TO WRK-BIE-MULTA
           MOVE EMP-MULTA-SITUACAO TO WRK-BIE-SIT-MULTA
           MOVE EMP-LOJA TO WRK-BIE-LOJA
           MOVE EMP-VALOR-COBRADO TO WRK-BIE-COBRADO.

      *A linha do arquivo morto (ou a imagem de uma locacao
      *excluida no JORNAL) ja esta em WRK-RL-ARQ
       7543-BI-EMP-DO-MORTO SECTION.
           MOVE WRK-RLA-NUMERO TO WRK-BIE-NUMERO
           MOVE WRK-RLA-CODFILME TO WRK-BIE-CODFILME
           MOVE WRK-RLA-CLIENTE TO WRK-BIE-CLIENTE
           MOVE WRK-RLA-RETIRADA TO WRK-BIE-RETIRADA
           MOVE WRK-RLA-PREVISTA TO WRK-BIE-PREVISTA
           MOVE WRK-RLA-DEVOLUCAO TO WRK-BIE-DEVOLUCAO
           MOVE WRK-RLA-STATUS TO WRK-BIE-STATUS
           MOVE WRK-RLA-MULTA TO WRK-BIE-MULTA
           MOVE WRK-RLA-SIT-MULTA TO WRK-BIE-SIT-MULTA
           MOVE WRK-RLA-LOJA TO WRK-BIE-LOJA
           MOVE WRK-RLA-COBRADO TO WRK-BIE-COBRADO.

      *Fato de pagamentos: PAGAMENTOS inteiro e o arquivo morto
       7545-BI-PAGAMENTOS-TODOS SECTION.
           MOVE LOW-VALUES TO NUM-PAGAMENTO
           START PAGAMENTOS KEY IS NOT LESS THAN NUM-PAGAMENTO
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START
           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
               PERFORM UNTIL PAGAMENTOS-STATUS NOT EQUAL 0
                   PERFORM 7547-BI-PAG-DO-VIVO
                   PERFORM 7546-BI-LINHA-PAGAMENTO
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM
           END-IF

           OPEN INPUT ARQPAG
           IF ARQPAG-STATUS EQUAL 0
               READ ARQPAG INTO WRK-BI-ARQPAG
               PERFORM UNTIL ARQPAG-STATUS NOT EQUAL 0
                   PERFORM 7548-BI-PAG-DO-MORTO
                   PERFORM 7546-BI-LINHA-PAGAMENTO
                   READ ARQPAG INTO WRK-BI-ARQPAG
               END-PERFORM
               CLOSE ARQPAG
           END-IF.

      *Linha do fato de pagamentos para o pagamento em WRK-BI-PAG,
      *com o tipo (PAG-TIPO) e a forma (PAG-FORMA)
       7546-BI-LINHA-PAGAMENTO SECTION.
           MOVE 'PG' TO WRK-BI-ENTIDADE
           MOVE WRK-BIP-NUMERO TO WRK-BI-NATURAL
           PERFORM 7580-BI-CHAVE
           PERFORM 7581-BI-MARCA-CARGA
           IF WRK-BI-REPETIDO EQUAL 'N'
               MOVE WRK-BI-SK TO WRK-BI-SK-LINHA

               MOVE 'CL' TO WRK-BI-ENTIDADE
               IF WRK-BIP-CLIENTE EQUAL ZERO
                   MOVE SPACES TO WRK-BI-NATURAL
               ELSE
                   MOVE WRK-BIP-CLIENTE TO WRK-BI-NATURAL
               END-IF
               PERFORM 7580-BI-CHAVE
               MOVE WRK-BI-SK TO WRK-BI-SK-CLIENTE
               MOVE 'LJ' TO WRK-BI-ENTIDADE
               MOVE WRK-BIP-LOJA TO WRK-BI-NATURAL
               PERFORM 7580-BI-CHAVE
               MOVE WRK-BI-SK TO WRK-BI-SK-LOJA
               MOVE 'EM' TO WRK-BI-ENTIDADE
               IF WRK-BIP-NUM-EMP EQUAL ZERO
                   MOVE SPACES TO WRK-BI-NATURAL
               ELSE
                   MOVE WRK-BIP-NUM-EMP TO WRK-BI-NATURAL
               END-IF
               PERFORM 7580-BI-CHAVE
               MOVE WRK-BI-SK TO WRK-BI-SK-LOCACAO
               MOVE WRK-BIP-OPERADOR TO WRK-BI-OPERADOR
               PERFORM 7583-BI-SK-OPERADOR

               MOVE WRK-BIP-DATA TO WRK-BI-DATA-VISTA
               PERFORM 7585-BI-DATA-VISTA

               MOVE SPACES TO WRK-BI-LINHA
               STRING WRK-BI-SK-LINHA      DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BIP-NUMERO       DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BIP-DATA         DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BI-SK-CLIENTE    DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BI-SK-LOJA       DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BI-SK-OPERADOR   DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BI-SK-LOCACAO    DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BIP-TIPO         DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BIP-FORMA        DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BIP-VALOR-BRL    DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BIP-DESCONTO     DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BIP-IMPOSTO      DELIMITED BY SIZE
                      INTO WRK-BI-LINHA
               END-STRING
               MOVE 7 TO WRK-BI-IDX
               PERFORM 7590-BI-GRAVA-LINHA
           END-IF.

       7547-BI-PAG-DO-VIVO SECTION.
           MOVE NUM-PAGAMENTO TO WRK-BIP-NUMERO
           MOVE PAG-NUM-EMPRESTIMO TO WRK-BIP-NUM-EMP
           MOVE PAG-CLIENTE TO WRK-BIP-CLIENTE
           MOVE PAG-VALOR-IMPOSTO TO WRK-BIP-IMPOSTO
           MOVE PAG-OPERADOR TO WRK-BIP-OPERADOR
           MOVE PAG-DATA TO WRK-BIP-DATA
           MOVE PAG-TIPO TO WRK-BIP-TIPO
           MOVE PAG-VALOR-BRL TO WRK-BIP-VALOR-BRL
           MOVE PAG-DESCONTO TO WRK-BIP-DESCONTO
           MOVE PAG-LOJA TO WRK-BIP-LOJA
           MOVE PAG-FORMA TO WRK-BIP-FORMA.

      *A linha do arquivo morto (ou a imagem de um pagamento
      *excluido no JORNAL) ja esta em WRK-BI-ARQPAG
       7548-BI-PAG-DO-MORTO SECTION.
           MOVE WRK-BAP-NUMERO TO WRK-BIP-NUMERO
           MOVE WRK-BAP-NUM-EMP TO WRK-BIP-NUM-EMP
           MOVE WRK-BAP-CLIENTE TO WRK-BIP-CLIENTE
           MOVE WRK-BAP-IMPOSTO TO WRK-BIP-IMPOSTO
           MOVE WRK-BAP-OPERADOR TO WRK-BIP-OPERADOR
           MOVE WRK-BAP-DATA TO WRK-BIP-DATA
           MOVE WRK-BAP-TIPO TO WRK-BIP-TIPO
           MOVE WRK-BAP-VALOR-BRL TO WRK-BIP-VALOR-BRL
           MOVE WRK-BAP-DESCONTO TO WRK-BIP-DESCONTO
           MOVE WRK-BAP-LOJA TO WRK-BIP-LOJA
           MOVE WRK-BAP-FORMA TO WRK-BIP-FORMA.

       7550-BI-RESERVAS-TODAS SECTION.
           MOVE LOW-VALUES TO NUM-RESERVA
           START RESERVAS KEY IS NOT LESS THAN NUM-RESERVA
               INVALID KEY
                   MOVE 10 TO RESERVAS-STATUS
           END-START
           IF RESERVAS-STATUS EQUAL 0
               READ RESERVAS NEXT RECORD
               PERFORM UNTIL RESERVAS-STATUS NOT EQUAL 0
                   PERFORM 7551-BI-LINHA-RESERVA
                   READ RESERVAS NEXT RECORD
               END-PERFORM
           END-IF.

      *Linha do fato de reservas para o RESERVAS-REG lido
       7551-BI-LINHA-RESERVA SECTION.
           MOVE 'RS' TO WRK-BI-ENTIDADE
           MOVE NUM-RESERVA TO WRK-BI-NATURAL
           PERFORM 7580-BI-CHAVE
           PERFORM 7581-BI-MARCA-CARGA
           IF WRK-BI-REPETIDO EQUAL 'N'
               MOVE WRK-BI-SK TO WRK-BI-SK-LINHA

               MOVE 'FI' TO WRK-BI-ENTIDADE
               MOVE RES-CODFILME TO WRK-BI-NATURAL
               PERFORM 7580-BI-CHAVE
               MOVE WRK-BI-SK TO WRK-BI-SK-FILME
               MOVE 'CL' TO WRK-BI-ENTIDADE
               MOVE RES-CLIENTE TO WRK-BI-NATURAL
               PERFORM 7580-BI-CHAVE
               MOVE WRK-BI-SK TO WRK-BI-SK-CLIENTE

               MOVE RES-DATA TO WRK-BI-DATA-VISTA
               PERFORM 7585-BI-DATA-VISTA
               MOVE RES-DATA-ATENDIDA TO WRK-BI-DATA-VISTA
               PERFORM 7585-BI-DATA-VISTA

               MOVE SPACES TO WRK-BI-LINHA
               STRING WRK-BI-SK-LINHA      DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      NUM-RESERVA          DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BI-SK-FILME      DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      WRK-BI-SK-CLIENTE    DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      RES-DATA             DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      RES-DATA-ATENDIDA    DELIMITED BY SIZE
                      ';'                  DELIMITED BY SIZE
                      RES-STATUS           DELIMITED BY SIZE
                      INTO WRK-BI-LINHA
               END-STRING
               MOVE 9 TO WRK-BI-IDX
               PERFORM 7590-BI-GRAVA-LINHA
           END-IF.

      *Percorre o JORNAL na faixa de sequencias desta carga: as
      *imagens de EXEMPLARES dao as mudancas de situacao (nas duas
      *cargas); na incremental, cada titulo, cliente, locacao,
      *pagamento e reserva alterado sai uma vez, relido do mestre
       7560-BI-LE-JORNAL SECTION.
           OPEN INPUT JORNAL
           IF JORNAL-STATUS EQUAL 0
               READ JORNAL INTO WRK-JRN-REG
               PERFORM UNTIL JORNAL-STATUS NOT EQUAL 0
                   IF WRK-JRN-SEQ > WRK-BI-DESDE-SEQ
                      AND WRK-JRN-SEQ NOT > WRK-BI-ATE-SEQ
                       ADD 1 TO WRK-QTD-BI-JORNAL
                       IF WRK-JRN-R-ARQUIVO EQUAL 'EXEMPLARES'
                           PERFORM 7565-BI-MUDANCA-EXEMPLAR
                       ELSE
                           IF WRK-BI-COMPLETO NOT EQUAL 'S'
                               PERFORM 7561-BI-JORNAL-ENTRADA
                           END-IF
                       END-IF
                   END-IF
                   READ JORNAL INTO WRK-JRN-REG
               END-PERFORM
               CLOSE JORNAL
           END-IF.

      *Uma alteracao da carga incremental: o registro sai como
      *esta agora no mestre; locacao ou pagamento que ja saiu do
      *mestre (arquivado) sai pela imagem da exclusao
       7561-BI-JORNAL-ENTRADA SECTION.
           EVALUATE WRK-JRN-R-ARQUIVO
               WHEN 'FILMES'
                   MOVE WRK-JRN-IMAGEM (1:5) TO CODFILME
                   READ FILMES
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF FILME-STATUS EQUAL 0
                       PERFORM 7531-BI-LINHA-FILME
                   END-IF
               WHEN 'CLIENTES'
                   MOVE WRK-JRN-IMAGEM (1:5) TO COD-CLIENTE
                   READ CLIENTES
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF CLIENTES-STATUS EQUAL 0
                       PERFORM 7536-BI-LINHA-CLIENTE
                   END-IF
               WHEN 'EMPRESTIMOS'
                   MOVE WRK-JRN-IMAGEM (1:6) TO NUM-EMPRESTIMO
                   READ EMPRESTIMOS
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF EMPRESTIMOS-STATUS EQUAL 0
                       PERFORM 7542-BI-EMP-DO-VIVO
                       PERFORM 7541-BI-LINHA-LOCACAO
                   ELSE
                       IF WRK-JRN-R-OPER EQUAL 'E'
                           MOVE WRK-JRN-IMAGEM TO WRK-RL-ARQ
                           PERFORM 7543-BI-EMP-DO-MORTO
                           PERFORM 7541-BI-LINHA-LOCACAO
                       END-IF
                   END-IF
               WHEN 'PAGAMENTOS'
                   MOVE WRK-JRN-IMAGEM (1:6) TO NUM-PAGAMENTO
                   READ PAGAMENTOS
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF PAGAMENTOS-STATUS EQUAL 0
                       PERFORM 7547-BI-PAG-DO-VIVO
                       PERFORM 7546-BI-LINHA-PAGAMENTO
                   ELSE
                       IF WRK-JRN-R-OPER EQUAL 'E'
                           MOVE WRK-JRN-IMAGEM TO WRK-BI-ARQPAG
                           PERFORM 7548-BI-PAG-DO-MORTO
                           PERFORM 7546-BI-LINHA-PAGAMENTO
                       END-IF
                   END-IF
               WHEN 'RESERVAS'
                   MOVE WRK-JRN-IMAGEM (1:6) TO NUM-RESERVA
                   READ RESERVAS
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF RESERVAS-STATUS EQUAL 0
                       PERFORM 7551-BI-LINHA-RESERVA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *Imagem de EXEMPLARES no JORNAL: vira um fato quando a
      *situacao difere da ultima extraida para o exemplar (a
      *primeira imagem de cada exemplar sempre vira); a chave do
      *fato e a sequencia do JORNAL
       7565-BI-MUDANCA-EXEMPLAR SECTION.
           MOVE WRK-JRN-IMAGEM TO WRK-BI-IMG-EXE
           IF WRK-JRN-R-OPER NOT EQUAL 'E'
               MOVE 'XE' TO WRK-BI-ENTIDADE
               MOVE WRK-JRN-IMAGEM (1:7) TO WRK-BI-NATURAL
               PERFORM 7580-BI-CHAVE
               MOVE WRK-BI-SK TO WRK-BI-SK-EXEMPLAR
               IF BK-SITUACAO NOT EQUAL WRK-BIX-STATUS
                   MOVE BK-SITUACAO TO WRK-BI-SIT-ANTERIOR
                   MOVE WRK-BIX-STATUS TO BK-SITUACAO
                   REWRITE BICHAVES-REG

                   MOVE 'XM' TO WRK-BI-ENTIDADE
                   MOVE WRK-JRN-SEQ TO WRK-BI-NATURAL
                   PERFORM 7580-BI-CHAVE
                   MOVE WRK-BI-SK TO WRK-BI-SK-LINHA
                   MOVE 'FI' TO WRK-BI-ENTIDADE
                   MOVE WRK-BIX-CODFILME TO WRK-BI-NATURAL
                   PERFORM 7580-BI-CHAVE
                   MOVE WRK-BI-SK TO WRK-BI-SK-FILME
                   MOVE 'LJ' TO WRK-BI-ENTIDADE
                   MOVE WRK-BIX-LOJA TO WRK-BI-NATURAL
                   PERFORM 7580-BI-CHAVE
                   MOVE WRK-BI-SK TO WRK-BI-SK-LOJA
                   MOVE WRK-JRN-ORIGEM TO WRK-BI-OPERADOR
                   PERFORM 7583-BI-SK-OPERADOR

                   MOVE WRK-JRN-DATA TO WRK-BI-DATA-VISTA
                   PERFORM 7585-BI-DATA-VISTA

                   MOVE SPACES TO WRK-BI-LINHA
                   STRING WRK-BI-SK-LINHA     DELIMITED BY SIZE
                          ';'                 DELIMITED BY SIZE
                          WRK-JRN-SEQ         DELIMITED BY SIZE
                          ';'                 DELIMITED BY SIZE
                          WRK-JRN-DATA        DELIMITED BY SIZE
                          ';'                 DELIMITED BY SIZE
                          WRK-JRN-HORA        DELIMITED BY SIZE
                          ';'                 DELIMITED BY SIZE
                          WRK-BI-SK-FILME     DELIMITED BY SIZE
                          ';'                 DELIMITED BY SIZE
                          WRK-BI-SK-EXEMPLAR  DELIMITED BY SIZE
                          ';'                 DELIMITED BY SIZE
                          WRK-BI-SK-LOJA      DELIMITED BY SIZE
                          ';'                 DELIMITED BY SIZE
                          WRK-BI-SIT-ANTERIOR DELIMITED BY SIZE
                          ';'                 DELIMITED BY SIZE
                          WRK-BIX-STATUS      DELIMITED BY SIZE
                          ';'                 DELIMITED BY SIZE
                          WRK-BI-SK-OPERADOR  DELIMITED BY SIZE
                          INTO WRK-BI-LINHA
                   END-STRING
                   MOVE 8 TO WRK-BI-IDX
                   PERFORM 7590-BI-GRAVA-LINHA
               END-IF
           END-IF.

      *Dimensao de datas: um dia por linha na faixa vista, com o
      *dia da semana (1 = domingo) e o dia fechado do CALENDARIO;
      *a chave da data e a propria data AAAAMMDD
       7570-BI-DATAS SECTION.
           MOVE WRK-BI-DATA-MIN TO WRK-DATA-CALC
           MOVE WRK-BI-DATA-MIN TO WRK-BI-DATA-DIA
           PERFORM UNTIL WRK-BI-DATA-DIA > WRK-BI-DATA-MAX
               PERFORM 4820-DIA-DA-SEMANA
               MOVE WRK-BI-DATA-DIA TO CAL-DATA
               READ CALENDARIO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CALENDARIO-STATUS EQUAL 0
                   MOVE 'S' TO WRK-BI-FECHADO
                   MOVE CAL-DESCRICAO TO WRK-CSV-CAMPO-IN
               ELSE
                   MOVE 'N' TO WRK-BI-FECHADO
                   MOVE SPACES TO WRK-CSV-CAMPO-IN
               END-IF
               PERFORM 4950-PROTEGE-CAMPO
               MOVE WRK-BI-DATA-DIA TO WRK-BI-SK-LINHA

               MOVE SPACES TO WRK-BI-LINHA
               STRING WRK-BI-DATA-DIA   DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      WRK-DC-ANO        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      WRK-DC-MES        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      WRK-DC-DIA        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      WRK-DIA-SEMANA    DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      WRK-BI-FECHADO    DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      WRK-CSV-CAMPO-OUT DELIMITED BY SIZE
                      INTO WRK-BI-LINHA
               END-STRING
               MOVE 5 TO WRK-BI-IDX
               PERFORM 7590-BI-GRAVA-LINHA

               PERFORM 4800-AVANCA-UM-DIA
               MOVE WRK-DATA-CALC TO WRK-BI-DATA-DIA
           END-PERFORM.

      *Chave substituta de WRK-BI-ENTIDADE + WRK-BI-NATURAL em
      *WRK-BI-SK, dada na primeira vez pelo contador da entidade;
      *chave natural em branco (sem cliente, sem loja) da zero.
      *Deixa o BICHAVES-REG da chave na area do registro
       7580-BI-CHAVE SECTION.
           MOVE 0 TO WRK-BI-SK
           IF WRK-BI-NATURAL NOT EQUAL SPACES
               MOVE WRK-BI-ENTIDADE TO BK-ENTIDADE
               MOVE WRK-BI-NATURAL TO BK-NATURAL
               READ BICHAVES
                   INVALID KEY
                       PERFORM 7582-BI-PROXIMO-NUMERO
                       MOVE WRK-BI-ENTIDADE TO BK-ENTIDADE
                       MOVE WRK-BI-NATURAL TO BK-NATURAL
                       MOVE WRK-BI-SK TO BK-SURROGATA
                       MOVE 0 TO BK-ULT-CARGA
                       MOVE SPACE TO BK-SITUACAO
                       WRITE BICHAVES-REG
                   NOT INVALID KEY
                       MOVE BK-SURROGATA TO WRK-BI-SK
               END-READ
           END-IF.

      *A linha da chave recem pedida ao 7580 ja saiu nesta carga?
      *Se nao, marca que saiu
       7581-BI-MARCA-CARGA SECTION.
           IF BK-ULT-CARGA EQUAL WRK-BI-CARGA
               MOVE 'S' TO WRK-BI-REPETIDO
           ELSE
               MOVE 'N' TO WRK-BI-REPETIDO
               MOVE WRK-BI-CARGA TO BK-ULT-CARGA
               REWRITE BICHAVES-REG
           END-IF.

      *Proximo numero do contador de WRK-BI-ENTIDADE em CTLBI
       7582-BI-PROXIMO-NUMERO SECTION.
           MOVE WRK-BI-ENTIDADE TO CTLBI-CHAVE
           READ CTLBI
               INVALID KEY
                   MOVE WRK-BI-ENTIDADE TO CTLBI-CHAVE
                   MOVE 1 TO CTLBI-ULT-NUMERO
                   MOVE WRK-DATA-HOJE TO CTLBI-DATA
                   WRITE CTLBI-REG
               NOT INVALID KEY
                   ADD 1 TO CTLBI-ULT-NUMERO
                   MOVE WRK-DATA-HOJE TO CTLBI-DATA
                   REWRITE CTLBI-REG
           END-READ
           MOVE CTLBI-ULT-NUMERO TO WRK-BI-SK.

      *Chave do operador WRK-BI-OPERADOR; zero quando o codigo nao
      *esta em OPERADORES (NOTURNO, lancamentos automaticos)
       7583-BI-SK-OPERADOR SECTION.
           MOVE 0 TO WRK-BI-SK-OPERADOR
           IF WRK-BI-OPERADOR NOT EQUAL SPACES
               MOVE WRK-BI-OPERADOR TO OP-CODIGO
               READ OPERADORES
                   INVALID KEY
                       CONTINUE
               END-READ
               IF OPERADORES-STATUS EQUAL 0
                   MOVE 'OP' TO WRK-BI-ENTIDADE
                   MOVE OP-CODIGO TO WRK-BI-NATURAL
                   PERFORM 7580-BI-CHAVE
                   MOVE WRK-BI-SK TO WRK-BI-SK-OPERADOR
               END-IF
           END-IF.

      *Alarga a faixa da dimensao de datas com WRK-BI-DATA-VISTA;
      *data zerada ou fora do calendario nao conta
       7585-BI-DATA-VISTA SECTION.
           MOVE WRK-BI-DATA-VISTA TO WRK-BI-DATA-TESTE
           IF WRK-BDT-ANO > 1899
              AND WRK-BDT-ANO NOT > WRK-BI-ANO-LIMITE
              AND WRK-BDT-MES > 0 AND WRK-BDT-MES < 13
              AND WRK-BDT-DIA > 0 AND WRK-BDT-DIA < 32
               IF WRK-BI-DATA-VISTA < WRK-BI-DATA-MIN
                   MOVE WRK-BI-DATA-VISTA TO WRK-BI-DATA-MIN
               END-IF
               IF WRK-BI-DATA-VISTA > WRK-BI-DATA-MAX
                   MOVE WRK-BI-DATA-VISTA TO WRK-BI-DATA-MAX
               END-IF
           END-IF.

      *Grava WRK-BI-LINHA no arquivo WRK-BI-IDX, somando a linha e
      *a chave WRK-BI-SK-LINHA no controle do arquivo
       7590-BI-GRAVA-LINHA SECTION.
           ADD 1 TO WRK-BI-ARQ-QTD (WRK-BI-IDX)
           ADD WRK-BI-SK-LINHA TO WRK-BI-ARQ-SOMA (WRK-BI-IDX)
           ADD 1 TO WRK-BI-TOTAL
           PERFORM 7591-BI-ESCREVE.

       7591-BI-ESCREVE SECTION.
           EVALUATE WRK-BI-IDX
               WHEN 1
                   WRITE BIDFIL-REG FROM WRK-BI-LINHA
               WHEN 2
                   WRITE BIDCLI-REG FROM WRK-BI-LINHA
               WHEN 3
                   WRITE BIDLOJ-REG FROM WRK-BI-LINHA
               WHEN 4
                   WRITE BIDOPE-REG FROM WRK-BI-LINHA
               WHEN 5
                   WRITE BIDDAT-REG FROM WRK-BI-LINHA
               WHEN 6
                   WRITE BIFLOC-REG FROM WRK-BI-LINHA
               WHEN 7
                   WRITE BIFPAG-REG FROM WRK-BI-LINHA
               WHEN 8
                   WRITE BIFEXE-REG FROM WRK-BI-LINHA
               WHEN 9
                   WRITE BIFRES-REG FROM WRK-BI-LINHA
           END-EVALUATE.

      *Linha de controle ao fim de cada arquivo (so com a carga
      *inteira gravada) e fechamento dos nove
       7595-BI-FECHA-SAIDAS SECTION.
           IF WRK-PASSO-OK EQUAL 'S'
               PERFORM VARYING WRK-BI-IDX FROM 1 BY 1
                   UNTIL WRK-BI-IDX > 9
                   MOVE SPACES TO WRK-BI-LINHA
                   STRING 'CTL;'              DELIMITED BY SIZE
                          WRK-BI-ARQ-NOME (WRK-BI-IDX)
                                              DELIMITED BY SPACE
                          ';'                 DELIMITED BY SIZE
                          WRK-BI-MODO         DELIMITED BY SIZE
                          ';'                 DELIMITED BY SIZE
                          WRK-DATA-HOJE       DELIMITED BY SIZE
                          ';'                 DELIMITED BY SIZE
                          WRK-BI-CARGA        DELIMITED BY SIZE
                          ';'                 DELIMITED BY SIZE
                          WRK-BI-ARQ-QTD (WRK-BI-IDX)
                                              DELIMITED BY SIZE
                          ';'                 DELIMITED BY SIZE
                          WRK-BI-ARQ-SOMA (WRK-BI-IDX)
                                              DELIMITED BY SIZE
                          INTO WRK-BI-LINHA
                   END-STRING
                   PERFORM 7591-BI-ESCREVE
               END-PERFORM
           END-IF
           CLOSE BIDFIL
           CLOSE BIDCLI
           CLOSE BIDLOJ
           CLOSE BIDOPE
           CLOSE BIDDAT
           CLOSE BIFLOC
           CLOSE BIFPAG
           CLOSE BIFEXE
           CLOSE BIFRES.

      *Devolucao semanal das copias de leasing e consignacao: toda
      *copia nao propria com data de devolucao ate daqui a uma
      *semana entra na lista DEVLEASE.CSV; a que esta na prateleira
      *vai para a remessa aberta da distribuidora dona (DEVDIST,
      *numerada pelo CTLDEV), sai do acervo como Devolvida e entra
      *no romaneio DEVPACK.PRN; a que esta emprestada com a data de
      *devolucao ja vencida vai para as excecoes DEVATRAS.CSV com o
      *emprestimo aberto, para o balcao cobrar o disco do cliente
       7600-PASSO-DEVLEASE SECTION.
           MOVE 0 TO WRK-QTD-DV-VENCENDO
           MOVE 0 TO WRK-QTD-DV-REMETIDAS
           MOVE 0 TO WRK-QTD-DV-ATRASO
           MOVE 0 TO WRK-DV-QTD-REM

           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           PERFORM 7 TIMES
               PERFORM 4800-AVANCA-UM-DIA
           END-PERFORM
           MOVE WRK-DATA-CALC TO WRK-DV-LIMITE

           OPEN I-O DEVDIST
           IF DEVDIST-STATUS EQUAL 35
               OPEN OUTPUT DEVDIST
               CLOSE DEVDIST
               OPEN I-O DEVDIST
           END-IF
           OPEN I-O CTLDEV
           IF CTLDEV-STATUS EQUAL 35
               OPEN OUTPUT CTLDEV
               MOVE '1' TO CTLDEV-CHAVE
               MOVE ZERO TO CTLDEV-ULT-NUMERO
               WRITE CTLDEV-REG
               CLOSE CTLDEV
               OPEN I-O CTLDEV
           END-IF

           IF DEVDIST-STATUS NOT EQUAL 0
              OR CTLDEV-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               IF DEVDIST-STATUS NOT EQUAL 0
                   MOVE '7600-PASSO-DEVLEASE' TO WRK-ERL-PARAGRAFO
                   MOVE 'DEVDIST' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE DEVDIST-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
               IF CTLDEV-STATUS NOT EQUAL 0
                   MOVE '7600-PASSO-DEVLEASE' TO WRK-ERL-PARAGRAFO
                   MOVE 'CTLDEV' TO WRK-ERL-ARQUIVO
                   MOVE 'OPEN' TO WRK-ERL-OPERACAO
                   MOVE CTLDEV-STATUS TO WRK-ERL-STATUS
                   MOVE SPACES TO WRK-ERL-CHAVE
                   PERFORM 4990-GRAVA-ERRO-ARQUIVO
               END-IF
           ELSE
               OPEN OUTPUT DEVPACK
               OPEN OUTPUT DEVLEASE
               OPEN OUTPUT DEVATRAS
               MOVE SPACES TO WRK-LINHA-CSV
               STRING 'Romaneio de devolucao a distribuidoras em '
                          DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE DEVPACK-REG FROM WRK-LINHA-CSV
               MOVE 'Remessa Ln Distribuidora   Filme Ex Titulo
      -            '                  Posse Devolver' TO DEVPACK-REG
               WRITE DEVPACK-REG
               MOVE SPACES TO WRK-LINHA-CSV
               STRING 'Filme;Exemplar;Titulo;Posse;Distribuidora;'
                          DELIMITED BY SIZE
                      'Devolver;PrecoCompra;Situacao;Remessa'
                          DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE DEVLEASE-REG FROM WRK-LINHA-CSV
               MOVE SPACES TO WRK-LINHA-CSV
               STRING 'Filme;Exemplar;Titulo;Distribuidora;Devolver;'
                          DELIMITED BY SIZE
                      'Emprestimo;Cliente;Nome;DataPrevista'
                          DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE DEVATRAS-REG FROM WRK-LINHA-CSV

               MOVE LOW-VALUES TO EX-CHAVE
               START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
                   INVALID KEY
                       MOVE 10 TO EXEMPLARES-STATUS
               END-START
               IF EXEMPLARES-STATUS EQUAL 0
                   READ EXEMPLARES NEXT RECORD
                   PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                       IF NOT EXEMPLAR-PROPRIO
                          AND EX-DATA-DEVOLVER > 0
                          AND EX-DATA-DEVOLVER NOT > WRK-DV-LIMITE
                          AND NOT EXEMPLAR-BAIXADO
                          AND NOT EXEMPLAR-VENDIDO
                          AND NOT EXEMPLAR-DEVOLVIDO
                           PERFORM 7610-DV-COPIA-VENCENDO
                       END-IF
                       READ EXEMPLARES NEXT RECORD
                   END-PERFORM
               END-IF

               PERFORM 7640-DV-FECHA-REMESSAS
               MOVE SPACES TO WRK-LINHA-CSV
               STRING 'Total de copias remetidas: ' DELIMITED BY SIZE
                      WRK-QTD-DV-REMETIDAS DELIMITED BY SIZE
                      ' em ' DELIMITED BY SIZE
                      WRK-DV-QTD-REM DELIMITED BY SIZE
                      ' remessa(s)' DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE DEVPACK-REG FROM WRK-LINHA-CSV
               CLOSE DEVPACK
               MOVE 'DEVPACK' TO WRK-SPL-RELATORIO
               MOVE WRK-PATH-DEVPACK TO WRK-PATH-SPLORIG
               PERFORM 4960-ARQUIVA-RELATORIO
               CLOSE DEVLEASE
               CLOSE DEVATRAS
           END-IF
           CLOSE DEVDIST
           CLOSE CTLDEV

           MOVE WRK-QTD-DV-REMETIDAS TO WRK-JOB-QTD
           DISPLAY '  Copias de leasing/consignacao a devolver: '
               WRK-QTD-DV-VENCENDO
           DISPLAY '  Copias remetidas as distribuidoras: '
               WRK-QTD-DV-REMETIDAS
           DISPLAY '  Copias emprestadas alem da devolucao: '
               WRK-QTD-DV-ATRASO.

      *Copia corrente (EXEMPLARES-REG) vence na semana: na
      *prateleira entra na remessa, emprestada e vencida vai para
      *as excecoes, nos demais casos so aparece na lista com a
      *situacao
       7610-DV-COPIA-VENCENDO SECTION.
           ADD 1 TO WRK-QTD-DV-VENCENDO
           MOVE ZERO TO DD-NUMERO
           MOVE EX-CODFILME TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE SPACES TO TITULO
           END-READ

           EVALUATE TRUE
               WHEN EXEMPLAR-DISPONIVEL
                   PERFORM 7620-DV-REMETE-COPIA
               WHEN EXEMPLAR-EMPRESTADO
               WHEN EXEMPLAR-P-ENTREGA
                   PERFORM 7630-DV-EMPRESTIMO-ABERTO
                   IF EX-DATA-DEVOLVER < WRK-DATA-HOJE
                       MOVE 'EMPRESTADA VENCIDA' TO WRK-DV-SITUACAO
                       PERFORM 7635-DV-LINHA-ATRASO
                   ELSE
                       MOVE 'EMPRESTADA' TO WRK-DV-SITUACAO
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WRK-DV-SITUACAO
                   STRING 'FORA DA PRATELEIRA ' DELIMITED BY SIZE
                          EX-STATUS DELIMITED BY SIZE
                          INTO WRK-DV-SITUACAO
                   END-STRING
           END-EVALUATE

           MOVE EX-PRECO-COMPRA TO WRK-DV-PRECO-CSV
           MOVE SPACES TO WRK-LINHA-CSV
           STRING EX-CODFILME      DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  EX-NUMERO        DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  TITULO           DELIMITED BY '  '
                  ';'              DELIMITED BY SIZE
                  EX-POSSE         DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  EX-DIST-DONO     DELIMITED BY SPACE
                  ';'              DELIMITED BY SIZE
                  EX-DATA-DEVOLVER DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WRK-DV-PRECO-CSV DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WRK-DV-SITUACAO  DELIMITED BY '  '
                  ';'              DELIMITED BY SIZE
                  DD-NUMERO        DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE DEVLEASE-REG FROM WRK-LINHA-CSV.

      *Poe a copia corrente na remessa aberta nesta execucao para a
      *distribuidora dona (abre uma nova, com cabecalho, na
      *primeira copia dela), marca a copia Devolvida e imprime a
      *linha do romaneio
       7620-DV-REMETE-COPIA SECTION.
           MOVE 0 TO WRK-DV-IDX
           PERFORM VARYING WRK-DV-I FROM 1 BY 1
               UNTIL WRK-DV-I > WRK-DV-QTD-REM
               OR WRK-DV-IDX > 0
               IF WRK-DV-REM-DIST (WRK-DV-I) EQUAL EX-DIST-DONO
                   MOVE WRK-DV-I TO WRK-DV-IDX
               END-IF
           END-PERFORM

           IF WRK-DV-IDX EQUAL 0
              AND WRK-DV-QTD-REM < 200
               MOVE '1' TO CTLDEV-CHAVE
               READ CTLDEV
               ADD 1 TO CTLDEV-ULT-NUMERO
               REWRITE CTLDEV-REG
               ADD 1 TO WRK-DV-QTD-REM
               MOVE WRK-DV-QTD-REM TO WRK-DV-IDX
               MOVE EX-DIST-DONO TO WRK-DV-REM-DIST (WRK-DV-IDX)
               MOVE CTLDEV-ULT-NUMERO TO WRK-DV-REM-NUM (WRK-DV-IDX)
               MOVE 0 TO WRK-DV-REM-LINHA (WRK-DV-IDX)

               MOVE SPACES TO DEVDIST-REG
               MOVE CTLDEV-ULT-NUMERO TO DD-NUMERO
               MOVE 0 TO DD-LINHA
               MOVE EX-DIST-DONO TO DD-DISTRIBUIDORA
               MOVE WRK-DATA-HOJE TO DD-DATA
               MOVE 'A' TO DD-STATUS
               MOVE ZERO TO DD-QTD-COPIAS
               MOVE ZERO TO DD-CODFILME
               MOVE ZERO TO DD-EXEMPLAR
               MOVE ZERO TO DD-DATA-DEVOLVER
               MOVE ZERO TO DD-PRECO-COMPRA
               WRITE DEVDIST-REG
                   INVALID KEY
                       DISPLAY '  Remessa ja existe: ' DD-NUMERO
               END-WRITE
           END-IF

      *    Sem lugar na tabela ou remessa cheia: fica na lista
           IF WRK-DV-IDX EQUAL 0
               MOVE 'SEM REMESSA' TO WRK-DV-SITUACAO
           ELSE
               IF WRK-DV-REM-LINHA (WRK-DV-IDX) NOT LESS THAN 99
                   MOVE 'SEM REMESSA' TO WRK-DV-SITUACAO
               ELSE
                   ADD 1 TO WRK-DV-REM-LINHA (WRK-DV-IDX)
                   MOVE SPACES TO DEVDIST-REG
                   MOVE WRK-DV-REM-NUM (WRK-DV-IDX) TO DD-NUMERO
                   MOVE WRK-DV-REM-LINHA (WRK-DV-IDX) TO DD-LINHA
                   MOVE EX-DIST-DONO TO DD-DISTRIBUIDORA
                   MOVE WRK-DATA-HOJE TO DD-DATA
                   MOVE 'A' TO DD-STATUS
                   MOVE ZERO TO DD-QTD-COPIAS
                   MOVE EX-CODFILME TO DD-CODFILME
                   MOVE EX-NUMERO TO DD-EXEMPLAR
                   MOVE EX-POSSE TO DD-POSSE
                   MOVE EX-DATA-DEVOLVER TO DD-DATA-DEVOLVER
                   MOVE EX-PRECO-COMPRA TO DD-PRECO-COMPRA
                   WRITE DEVDIST-REG
                       INVALID KEY
                           DISPLAY '  Linha de remessa ja existe: '
                               DD-CHAVE
                   END-WRITE
                   PERFORM 7625-DV-MARCA-DEVOLVIDA
               END-IF
           END-IF.

      *Linha da remessa gravada: copia Devolvida a distribuidora,
      *romaneio e auditoria
       7625-DV-MARCA-DEVOLVIDA SECTION.
           MOVE 'F' TO EX-STATUS
           MOVE WRK-DATA-HOJE TO EX-DATA-BAIXA
           MOVE 'DEVOLVIDA DIST' TO EX-MOTIVO-BAIXA
           REWRITE EXEMPLARES-REG
           MOVE 'A' TO WRK-JRN-OPER
           PERFORM 7045-JORNAL-EXEMPLARES
           MOVE 'REMETIDA' TO WRK-DV-SITUACAO

           MOVE SPACES TO WRK-LINHA-CSV
           STRING DD-NUMERO        DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  DD-LINHA         DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  EX-DIST-DONO     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  EX-CODFILME      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  EX-NUMERO        DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  TITULO           DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  EX-POSSE         DELIMITED BY SIZE
                  '     '          DELIMITED BY SIZE
                  EX-DATA-DEVOLVER DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE DEVPACK-REG FROM WRK-LINHA-CSV

           MOVE EX-CODFILME TO WRK-AUD-CODFILME
           MOVE 'DEVDIST' TO WRK-AUD-OPERACAO
           MOVE SPACES TO WRK-AUD-DETALHE
           STRING 'EXEMPLAR=' DELIMITED BY SIZE
                  EX-NUMERO DELIMITED BY SIZE
                  ' REMESSA=' DELIMITED BY SIZE
                  DD-NUMERO DELIMITED BY SIZE
                  ' DIST=' DELIMITED BY SIZE
                  EX-DIST-DONO DELIMITED BY SPACE
                  INTO WRK-AUD-DETALHE
           END-STRING
           PERFORM 4900-GRAVA-AUDITORIA
           ADD 1 TO WRK-QTD-DV-REMETIDAS.

      *Emprestimo aberto da copia corrente, pela chave alternativa
      *do filme: numero, cliente e data prevista (zeros se nao
      *houver)
       7630-DV-EMPRESTIMO-ABERTO SECTION.
           MOVE 0 TO WRK-DV-NUM-EMP
           MOVE 0 TO WRK-DV-CLIENTE
           MOVE 0 TO WRK-DV-PREVISTA
           MOVE EX-CODFILME TO EMP-CODFILME
           START EMPRESTIMOS KEY IS EQUAL EMP-CODFILME
               INVALID KEY
                   MOVE 23 TO EMPRESTIMOS-STATUS
           END-START
           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
               PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL 0
                   OR EMP-CODFILME NOT EQUAL EX-CODFILME
                   OR WRK-DV-NUM-EMP > 0
                   IF EMP-EXEMPLAR EQUAL EX-NUMERO
                      AND EMPRESTIMO-ABERTO
                       MOVE NUM-EMPRESTIMO TO WRK-DV-NUM-EMP
                       MOVE EMP-CLIENTE TO WRK-DV-CLIENTE
                       MOVE EMP-DATA-PREVISTA TO WRK-DV-PREVISTA
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
               END-PERFORM
           END-IF.

      *Excecao: copia emprestada com a data de devolucao a
      *distribuidora ja vencida
       7635-DV-LINHA-ATRASO SECTION.
           MOVE SPACES TO NOME-CLIENTE
           IF WRK-DV-CLIENTE > 0
               MOVE WRK-DV-CLIENTE TO COD-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE SPACES TO NOME-CLIENTE
               END-READ
           END-IF

           MOVE SPACES TO WRK-LINHA-CSV
           STRING EX-CODFILME      DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  EX-NUMERO        DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  TITULO           DELIMITED BY '  '
                  ';'              DELIMITED BY SIZE
                  EX-DIST-DONO     DELIMITED BY SPACE
                  ';'              DELIMITED BY SIZE
                  EX-DATA-DEVOLVER DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WRK-DV-NUM-EMP   DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WRK-DV-CLIENTE   DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  NOME-CLIENTE     DELIMITED BY '  '
                  ';'              DELIMITED BY SIZE
                  WRK-DV-PREVISTA  DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE DEVATRAS-REG FROM WRK-LINHA-CSV
           ADD 1 TO WRK-QTD-DV-ATRASO.

      *Grava no cabecalho de cada remessa aberta nesta execucao a
      *quantidade de copias
       7640-DV-FECHA-REMESSAS SECTION.
           PERFORM VARYING WRK-DV-I FROM 1 BY 1
               UNTIL WRK-DV-I > WRK-DV-QTD-REM
               MOVE WRK-DV-REM-NUM (WRK-DV-I) TO DD-NUMERO
               MOVE 0 TO DD-LINHA
               READ DEVDIST
                   NOT INVALID KEY
                       MOVE WRK-DV-REM-LINHA (WRK-DV-I)
                           TO DD-QTD-COPIAS
                       REWRITE DEVDIST-REG
               END-READ
           END-PERFORM.

      *Lista semanal das licencas a vencer: todo titulo da janela
      *de direitos com o fim da licenca de hoje ate daqui a
      *WRK-LC-DIAS dias entra em LICENCAS.PRN com a quantidade de
      *copias no acervo e, abaixo dele, a loja, a localizacao e a
      *situacao de cada copia, para o recolhimento antes do fim
       7700-PASSO-LICENCAS SECTION.
           MOVE 0 TO WRK-QTD-LC-TITULOS
           MOVE 0 TO WRK-QTD-LC-COPIAS

           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC
           PERFORM WRK-LC-DIAS TIMES
               PERFORM 4800-AVANCA-UM-DIA
           END-PERFORM
           MOVE WRK-DATA-CALC TO WRK-LC-LIMITE

           OPEN OUTPUT LICENCAS
           IF LICENCAS-STATUS NOT EQUAL 0
               MOVE 'N' TO WRK-PASSO-OK
               MOVE '7700-PASSO-LICENCAS' TO WRK-ERL-PARAGRAFO
               MOVE 'LICENCAS' TO WRK-ERL-ARQUIVO
               MOVE 'OPEN' TO WRK-ERL-OPERACAO
               MOVE LICENCAS-STATUS TO WRK-ERL-STATUS
               MOVE SPACES TO WRK-ERL-CHAVE
               PERFORM 4990-GRAVA-ERRO-ARQUIVO
           ELSE
               MOVE SPACES TO WRK-LINHA-CSV
               STRING 'Licencas a vencer de ' DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      ' ate ' DELIMITED BY SIZE
                      WRK-LC-LIMITE DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE LICENCAS-REG FROM WRK-LINHA-CSV
               MOVE 'Filme Titulo                         Fim licenca
      -            ' Copias' TO LICENCAS-REG
               WRITE LICENCAS-REG
               MOVE '         Ex Loja     Localizacao Situacao'
                   TO LICENCAS-REG
               WRITE LICENCAS-REG

               MOVE LOW-VALUES TO JANELA-REG
               START JANELA KEY IS NOT LESS THAN JN-CODFILME
                   INVALID KEY
                       MOVE 10 TO JANELA-STATUS
               END-START
               IF JANELA-STATUS EQUAL 0
                   READ JANELA NEXT RECORD
                   PERFORM UNTIL JANELA-STATUS NOT EQUAL 0
                       IF JN-DATA-FIM > ZERO
                          AND JN-DATA-FIM NOT < WRK-DATA-HOJE
                          AND JN-DATA-FIM NOT > WRK-LC-LIMITE
                           PERFORM 7710-LC-TITULO
                       END-IF
                       READ JANELA NEXT RECORD
                   END-PERFORM
               END-IF

               MOVE SPACES TO WRK-LINHA-CSV
               STRING 'Titulos: ' DELIMITED BY SIZE
                      WRK-QTD-LC-TITULOS DELIMITED BY SIZE
                      '   Copias a recolher: ' DELIMITED BY SIZE
                      WRK-QTD-LC-COPIAS DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               END-STRING
               WRITE LICENCAS-REG FROM WRK-LINHA-CSV
               CLOSE LICENCAS
               MOVE 'LICENCAS' TO WRK-SPL-RELATORIO
               MOVE WRK-PATH-LICENCAS TO WRK-PATH-SPLORIG
               PERFORM 4960-ARQUIVA-RELATORIO
           END-IF

           MOVE WRK-QTD-LC-TITULOS TO WRK-JOB-QTD
           DISPLAY '  Licencas a vencer em 30 dias: '
               WRK-QTD-LC-TITULOS
           DISPLAY '  Copias desses titulos no acervo: '
               WRK-QTD-LC-COPIAS.

      *Titulo corrente da janela (JANELA-REG) na lista: a linha do
      *titulo com a contagem e uma linha por copia no acervo (a
      *baixada, vendida ou devolvida a distribuidora nao conta)
       7710-LC-TITULO SECTION.
           ADD 1 TO WRK-QTD-LC-TITULOS
           MOVE JN-CODFILME TO CODFILME
           READ FILMES
               INVALID KEY
                   MOVE SPACES TO TITULO
           END-READ

           MOVE 0 TO WRK-LC-COPIAS
           MOVE JN-CODFILME TO EX-CODFILME
           MOVE ZERO TO EX-NUMERO
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                  OR EX-CODFILME NOT EQUAL JN-CODFILME
                   IF NOT EXEMPLAR-BAIXADO
                      AND NOT EXEMPLAR-VENDIDO
                      AND NOT EXEMPLAR-DEVOLVIDO
                       ADD 1 TO WRK-LC-COPIAS
                   END-IF
                   READ EXEMPLARES NEXT RECORD
               END-PERFORM
           END-IF
           ADD WRK-LC-COPIAS TO WRK-QTD-LC-COPIAS

           MOVE SPACES TO WRK-LINHA-CSV
           STRING JN-CODFILME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TITULO (1:30) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  JN-DATA-FIM DELIMITED BY SIZE
                  '       ' DELIMITED BY SIZE
                  WRK-LC-COPIAS DELIMITED BY SIZE
                  INTO WRK-LINHA-CSV
           END-STRING
           WRITE LICENCAS-REG FROM WRK-LINHA-CSV

           MOVE JN-CODFILME TO EX-CODFILME
           MOVE ZERO TO EX-NUMERO
           START EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 10 TO EXEMPLARES-STATUS
           END-START
           IF EXEMPLARES-STATUS EQUAL 0
               READ EXEMPLARES NEXT RECORD
               PERFORM UNTIL EXEMPLARES-STATUS NOT EQUAL 0
                  OR EX-CODFILME NOT EQUAL JN-CODFILME
                   IF NOT EXEMPLAR-BAIXADO
                      AND NOT EXEMPLAR-VENDIDO
                      AND NOT EXEMPLAR-DEVOLVIDO
                       MOVE SPACES TO WRK-LINHA-CSV
                       STRING '         ' DELIMITED BY SIZE
                              EX-NUMERO DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              EX-LOJA DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              EX-LOCALIZACAO DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              EX-STATUS DELIMITED BY SIZE
                              INTO WRK-LINHA-CSV
                       END-STRING
                       WRITE LICENCAS-REG FROM WRK-LINHA-CSV
                   END-IF
                   READ EXEMPLARES NEXT RECORD
               END-PERFORM
           END-IF.

       4800-AVANCA-UM-DIA SECTION.
           ADD 1 TO WRK-DC-DIA

           CLOSE CLIENTES.
           CLOSE RESERVAS.
           CLOSE REPRECO.
           CLOSE PRECOLOJA.
           CLOSE REPLOJA.
           CLOSE JANELA.
           CLOSE PAGAMENTOS.
           CLOSE EXEMPLARES.
           CLOSE CTLJRN.
           IF WRK-CADEIA-PAROU EQUAL 'S'
               DISPLAY 'Cadeia interrompida; a proxima execucao'
               DISPLAY 'retoma do passo que falhou'
