      ******************************************************************
      * Author: Miguel Yudi Baba
      * Date:
      * Purpose: aplicador do diario de alteracoes na maquina reserva
      * Goals: ler o JORNAL.TXT copiado da loja e reaplicar, na ordem
      *        do numero de sequencia, cada inclusao, alteracao e
      *        exclusao nos arquivos mestres da copia reserva; linhas
      *        ja aplicadas sao ignoradas (pode rodar quantas vezes
      *        quiser sobre o mesmo diario), linhas fora de ordem de
      *        dois terminais sao aceitas e os buracos na numeracao
      *        saem no relatorio JORNREL.TXT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA-JORNAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Mesmos arquivos mestres do PROJETO-FILMES, com os caminhos
      *montados pela mesma logica de diretorio base (FILMES_DIR)
       SELECT FILMES ASSIGN TO WRK-PATH-FILMES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FILME-STATUS
           RECORD KEY IS CODFILME
           ALTERNATE RECORD KEY IS TITULO WITH DUPLICATES.

       SELECT EMPRESTIMOS ASSIGN TO WRK-PATH-EMPRESTIMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EMPRESTIMOS-STATUS
           RECORD KEY IS NUM-EMPRESTIMO
           ALTERNATE RECORD KEY IS EMP-CODFILME WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-CLIENTE WITH DUPLICATES.

       SELECT PAGAMENTOS ASSIGN TO WRK-PATH-PAGAMENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PAGAMENTOS-STATUS
           RECORD KEY IS NUM-PAGAMENTO
           ALTERNATE RECORD KEY IS PAG-CLIENTE WITH DUPLICATES
           ALTERNATE RECORD KEY IS PAG-DATA WITH DUPLICATES
           ALTERNATE RECORD KEY IS PAG-CAIXA WITH DUPLICATES.

       SELECT CLIENTES ASSIGN TO WRK-PATH-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CLIENTES-STATUS
           RECORD KEY IS COD-CLIENTE
           ALTERNATE RECORD KEY IS CLI-CPF WITH DUPLICATES.

       SELECT EXEMPLARES ASSIGN TO WRK-PATH-EXEMPLARES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EXEMPLARES-STATUS
           RECORD KEY IS EX-CHAVE.

       SELECT RESERVAS ASSIGN TO WRK-PATH-RESERVAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RESERVAS-STATUS
           RECORD KEY IS NUM-RESERVA.

       SELECT VALECRED ASSIGN TO WRK-PATH-VALECRED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS VALECRED-STATUS
           RECORD KEY IS VC-CHAVE.

       SELECT CAIXA ASSIGN TO WRK-PATH-CAIXA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CAIXA-STATUS
           RECORD KEY IS NUM-CAIXA.

      *Diario de alteracoes gravado pelo PROJETO-FILMES e pelo
      *LOTE-NOTURNO (uma linha por gravacao nos arquivos mestres)
       SELECT JORNAL ASSIGN TO WRK-PATH-JORNAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JORNAL-STATUS.

      *Controle da aplicacao: ate onde a numeracao ja foi aplicada
      *sem buracos
       SELECT CTLAPL ASSIGN TO WRK-PATH-CTLAPL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CTLAPL-STATUS
           RECORD KEY IS CTLAPL-CHAVE.

      *Sequencias ja aplicadas acima da marca continua (chegaram
      *antes de alguma anterior)
       SELECT APLSEQ ASSIGN TO WRK-PATH-APLSEQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS APLSEQ-STATUS
           RECORD KEY IS APS-SEQ.

      *Relatorio da aplicacao: erros, buracos e totais
       SELECT JORNREL ASSIGN TO WRK-PATH-JORNREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JORNREL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD FILMES.
       01 FILMES-REG.
           05 CODFILME         PIC 9(5).
           05 TITULO           PIC X(30).
           05 GENERO           PIC X(8).
           05 DURACAO          PIC 9(3).
           05 ANOLANCAMENTO    PIC 9(4).
           05 DISTRIBUIDORA    PIC X(15).

      *    Formato da midia (DVD, Blu-ray, VHS, Digital) e faixas de
      *    idioma/legenda disponiveis
           05 FORMATO-MIDIA    PIC X(10).
           05 IDIOMA           PIC X(12).
           05 LEGENDA          PIC X(12).

      *    Diretor do filme; mais de um ator/atriz do elenco vai em
      *    FILME-ELENCO, ligado pelo CODFILME
           05 DIRETOR          PIC X(30).

      *    Sinopse para consulta do cliente (nao aparece na tela
      *    de cadastro, apenas como detalhe extra em 6000-CONSULTAR)
           05 SINOPSE          PIC X(50).

      *    Preco de locacao e de venda do titulo, sem imposto (ver
      *    ALIQUOTA e 3100-CHECKOUT para o preco final com imposto)
           05 PRECO-ALUGUEL    PIC 9(4)V9(2).
           05 PRECO-COMPRA     PIC 9(5)V9(2).

      *    Moeda dos precos acima (ver TAXACAMBIO para a conversao
      *    usada em 3180-CALCULA-PRECO-FINAL)
           05 MOEDA            PIC X(03) VALUE 'BRL'.

      *    Minha nota para o filme
           05 NOTA             PIC 9(2)V9(1).

      *    Classificacao indicativa: LI (Livre), 10, 12, 14, 16 ou 18
           05 CLASSIFICACAO-INDICATIVA PIC X(02).
               88 CLASSIFICACAO-VALIDA VALUES 'LI' '10' '12' '14'
                                              '16' '18'.

      *    Situacao da avaliacao interna de um filme mantido para
      *    preview da equipe: P = A assistir, A = Assistido,
      *    R = Rejeitado; DATA-ASSISTIDO so e preenchida ao assistir
           05 STATUS-VISUALIZACAO PIC X(01) VALUE 'P'.
               88 VISUALIZACAO-A-ASSISTIR VALUE 'P'.
               88 VISUALIZACAO-ASSISTIDO  VALUE 'A'.
               88 VISUALIZACAO-REJEITADO  VALUE 'R'.
           05 DATA-ASSISTIDO    PIC 9(8).

      *    Situacao do registro: A = Ativo, I = Inativo (exclusao
      *    logica, ver 8000-EXCLUIR)
           05 STATUS-REG       PIC X(01).
               88 FILME-ATIVO      VALUE 'A'.
               88 FILME-INATIVO    VALUE 'I'.

      *    Data de cadastro e da ultima alteracao do registro (AAAAMMDD)
           05 DATACRIACAO      PIC 9(8).
           05 DATAALTERACAO    PIC 9(8).

      *    Numero de alteracoes do registro, usado para detectar
      *    concorrencia otimista em 7000-ALTERAR
           05 VERSAO-REG       PIC 9(5) VALUE ZERO.

      *    Categoria comercial do titulo: L = Lancamento, C =
      *    Catalogo, P = Promocao; define a linha de TERMOS usada
      *    no preco e no prazo (LANCAMENTO/PROMO/FORMATO-MIDIA), e
      *    o lote noturno rebaixa L para C quando o primeiro
      *    exemplar completa PARAM-DIAS-LANCAMENTO dias de casa
           05 CATEGORIA-LANCAMENTO PIC X(01).
               88 TITULO-LANCAMENTO VALUE 'L'.
               88 TITULO-CATALOGO   VALUE 'C'.
               88 TITULO-PROMO      VALUE 'P'.
               88 CATEGORIA-LANC-VALIDA VALUES 'L' 'C' 'P'.

       FD EMPRESTIMOS.
       01 EMPRESTIMOS-REG.
           05 NUM-EMPRESTIMO      PIC 9(6).
           05 EMP-CODFILME        PIC 9(5).
           05 EMP-EXEMPLAR        PIC 9(2).
           05 EMP-CLIENTE         PIC 9(5).
           05 EMP-DATA-RETIRADA   PIC 9(8).
           05 EMP-DATA-PREVISTA   PIC 9(8).
           05 EMP-DATA-DEVOLUCAO  PIC 9(8).

      *    Situacao do emprestimo: A = Aberto (em poder do cliente),
      *    D = Devolvido, X = Estornado no mesmo dia (3450-ESTORNAR),
      *    V = fechado como Venda forcada pela cadeia noturna (o
      *    disco nunca voltou; o custo de reposicao vira multa
      *    pendente e o exemplar e baixado, ver passo VENDAFORC)
           05 EMP-STATUS          PIC X(01).
               88 EMPRESTIMO-ABERTO    VALUE 'A'.
               88 EMPRESTIMO-DEVOLVIDO VALUE 'D'.
               88 EMPRESTIMO-ESTORNADO VALUE 'X'.
               88 EMPRESTIMO-VENDA-FORC VALUE 'V'.

      *    Multa por atraso lancada na devolucao (3200-CHECKIN) e a
      *    situacao da cobranca: P = Pendente, G = paGa (vira um
      *    recibo em PAGAMENTOS), I = Isentada pelo supervisor (o
      *    motivo vai para a trilha de auditoria), X = baixada
      *    como perda pelo supervisor (sai dos totais pendentes e
      *    vai para o razao de perdas e a agencia, ver 3425)
           05 EMP-VALOR-MULTA     PIC 9(5)V9(2).
           05 EMP-MULTA-SITUACAO  PIC X(01).
               88 MULTA-SEM-COBRANCA   VALUE ' '.
               88 MULTA-PENDENTE       VALUE 'P'.
               88 MULTA-PAGA           VALUE 'G'.
               88 MULTA-ISENTADA       VALUE 'I'.
               88 MULTA-PERDA          VALUE 'X'.

      *    Numero do recibo (cupom) que agrupou este emprestimo com
      *    os demais itens do mesmo carrinho de checkout
           05 EMP-NUM-CUPOM       PIC 9(6).

      *    Quantidade de renovacoes ja concedidas a este emprestimo
      *    (ver 3400-RENOVAR e o teto em WRK-MAX-RENOVACOES)
           05 EMP-QTD-RENOVACOES  PIC 9(2).

      *    Loja em que o emprestimo foi feito (ver LOJAS)
           05 EMP-LOJA            PIC X(08).

      *    Nivel de escalada da cobranca do atraso (9920): 0 = sem
      *    aviso, 1 = primeiro aviso, 2 = aviso final, 3 = enviado
      *    para cobranca (bloqueia novos checkouts do cliente)
           05 EMP-NIVEL-COBRANCA  PIC 9(1).

      *    Parte deste item no recibo do carrinho, ja em BRL, e a
      *    fatia de imposto embutida nela; sao os valores que o
      *    estorno devolve ao caixa e abate do fiscal (3457)
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

       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
           05 NUM-PAGAMENTO       PIC 9(6).
           05 PAG-NUM-EMPRESTIMO  PIC 9(6).
           05 PAG-CLIENTE         PIC 9(5).

      *    Valor recebido, moeda do titulo e a parcela de imposto
      *    embutida no valor (ver 3180-CALCULA-PRECO-FINAL)
           05 PAG-VALOR           PIC 9(7)V9(2).
           05 PAG-MOEDA           PIC X(03).
           05 PAG-VALOR-IMPOSTO   PIC 9(7)V9(2).
           05 PAG-OPERADOR        PIC X(20).
           05 PAG-DATA            PIC 9(8).

      *    Natureza do recebimento: L = Locacao (checkout),
      *    M = Multa por atraso quitada no checkin, V = Venda de
      *    vale-presente (ver 3490-VENDE-VALE), E = Estorno de um
      *    checkout desfeito (entra negativo em toda soma de
      *    dinheiro: caixa, fechamento do dia, fiscal e receitas),
      *    S = venda de exemplar no balcao (ver 3660),
      *    C = recebimento de fatura de conta da casa (ver 9867),
      *    N = Nota de credito aprovada pelo supervisor para uma
      *    correcao fora da janela do estorno (ver 3430; entra
      *    negativa em toda soma de dinheiro, como o Estorno),
      *    P = venda de Pacote pre-pago de locacoes (ver 3496)
           05 PAG-TIPO            PIC X(01).
               88 PAGAMENTO-LOCACAO    VALUE 'L'.
               88 PAGAMENTO-MULTA      VALUE 'M'.
               88 PAGAMENTO-VALE       VALUE 'V'.
               88 PAGAMENTO-ESTORNO    VALUE 'E'.
               88 PAGAMENTO-VENDA-EX   VALUE 'S'.
               88 PAGAMENTO-CONTA      VALUE 'C'.
               88 PAGAMENTO-ASSINATURA VALUE 'A'.
               88 PAGAMENTO-NOTA-CRED  VALUE 'N'.
               88 PAGAMENTO-PREPAGO    VALUE 'P'.

      *    Valor ja convertido para a moeda base (BRL) na taxa do
      *    momento do recebimento, e a sessao de caixa em que o
      *    pagamento entrou na gaveta (ver CAIXA)
           05 PAG-VALOR-BRL       PIC 9(7)V9(2).
           05 PAG-CAIXA           PIC 9(6).

      *    Total de descontos promocionais abatidos do carrinho,
      *    ja em BRL (ver 3182-APLICA-PROMOCAO)
           05 PAG-DESCONTO        PIC 9(7)V9(2).

      *    Parte do valor coberta por vale-presente (nao entra
      *    dinheiro na gaveta por ela, ver 3900-FECHA-CAIXA) e o
      *    cartao usado, para o estorno devolver o credito (3457)
           05 PAG-VALE            PIC 9(7)V9(2).
           05 PAG-VALE-CARTAO     PIC 9(6).

      *    Loja em que o dinheiro entrou (ver LOJAS)
           05 PAG-LOJA            PIC X(08).

      *    Forma de pagamento capturada no recebimento: D =
      *    Dinheiro, C = Cartao, P = Pix; e o que separa a gaveta
      *    do extrato da maquininha no fechamento (3900) e permite
      *    a conciliacao do cartao (9861)
           05 PAG-FORMA           PIC X(01).
               88 FORMA-DINHEIRO       VALUE 'D'.
               88 FORMA-CARTAO         VALUE 'C'.
               88 FORMA-PIX            VALUE 'P'.

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

       FD CLIENTES.
       01 CLIENTES-REG.
           05 COD-CLIENTE      PIC 9(5).
           05 NOME-CLIENTE     PIC X(30).
           05 TELEFONE-CLIENTE PIC X(15).
           05 ENDERECO-CLIENTE PIC X(40).
           05 STATUS-CLIENTE   PIC X(01).
               88 CLIENTE-ATIVO    VALUE 'A'.
               88 CLIENTE-INATIVO  VALUE 'I'.

      *    Plano de assinatura do cliente (branco = sem plano) e a
      *    data ate a qual a mensalidade esta paga; o plano so vale
      *    no checkout enquanto CLI-PAGO-ATE nao passar de hoje
           05 CLI-PLANO        PIC X(04).
           05 CLI-PAGO-ATE     PIC 9(08).

      *    Data de entrada do cliente no cadastro, usada no
      *    indicador de clientes novos do mes (9918)
           05 CLI-DATA-CADASTRO PIC 9(08).

      *    Conta da casa (escolas, hoteis): com S o checkout pode
      *    ser lancado no razao CONTACLI em vez da gaveta, ate o
      *    limite de credito; a fatura mensal sai por 9867
           05 CLI-CONTA-CASA   PIC X(01).
               88 CLIENTE-CONTA-CASA   VALUE 'S'.
           05 CLI-LIMITE-CONTA PIC 9(5)V9(2).

      *    PIN de quatro digitos do autoatendimento (zero = sem
      *    PIN, kiosque recusa); conferido em 2640-KIOSQUE-RESERVA
           05 CLI-PIN          PIC 9(04).

      *    Data de nascimento (AAAAMMDD, zero = nao informada),
      *    comparada com a CLASSIFICACAO-INDICATIVA do titulo no
      *    checkout (3118); menor de idade para o titulo so passa
      *    com liberacao de supervisor auditada
           05 CLI-DATA-NASC    PIC 9(08).

      *    Cliente responsavel da familia (zero = titular): os
      *    checkouts do dependente contam no limite e no teto de
      *    multas do responsavel (3140), as multas sao cobradas
      *    dele (3195) e o deposito caucao e um so por familia
           05 CLI-RESPONSAVEL  PIC 9(05).

      *    Data da ultima alteracao do registro e loja em que o
      *    cliente foi cadastrado: e o que permite o intercambio
      *    noturno de clientes entre as lojas (passo CLIEXPORT e a
      *    importacao 9850), com a regra deterministica de que a
      *    alteracao mais recente vence uma colisao de codigo
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

       FD EXEMPLARES.
       01 EXEMPLARES-REG.
           05 EX-CHAVE.
               10 EX-CODFILME      PIC 9(5).
               10 EX-NUMERO        PIC 9(2).
           05 EX-ESTADO         PIC X(15).
           05 EX-LOCALIZACAO    PIC X(10).

      *    Situacao do exemplar: D = Disponivel, E = Emprestado,
      *    R = Reservado (devolvido, separado para outro cliente),
      *    B = Baixado (avariado ou perdido, fora de uso),
      *    M = em Manutencao (na fila de reparos, ver REPAROS),
      *    T = em Transito entre lojas (ver TRANSFER),
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
               88 EXEMPLAR-RESERVADO    VALUE 'R'.
               88 EXEMPLAR-BAIXADO      VALUE 'B'.
               88 EXEMPLAR-EM-REPARO    VALUE 'M'.
               88 EXEMPLAR-EM-TRANSITO  VALUE 'T'.
               88 EXEMPLAR-VENDIDO      VALUE 'V'.
               88 EXEMPLAR-SEGURADO     VALUE 'S'.
               88 EXEMPLAR-EM-INSPECAO  VALUE 'I'.
               88 EXEMPLAR-P-ENTREGA    VALUE 'G'.
               88 EXEMPLAR-DEVOLVIDO    VALUE 'F'.
               88 EXEMPLAR-VAREJO       VALUE 'K'.

      *    Dados da baixa, preenchidos por 9990-REGISTRAR-BAIXA;
      *    ficam em branco/zero enquanto o exemplar nao for baixado
           05 EX-DATA-BAIXA     PIC 9(08).
           05 EX-MOTIVO-BAIXA   PIC X(15).
           05 EX-CUSTO-BAIXA    PIC 9(06)V9(02).

      *    Data de entrada da copia no acervo (cadastro manual ou
      *    recebimento de pedido de compra, ver 9952)
           05 EX-DATA-CADASTRO  PIC 9(08).

      *    Loja dona da copia (branco nos registros antigos conta
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

       FD RESERVAS.
       01 RESERVAS-REG.
           05 NUM-RESERVA      PIC 9(6).
           05 RES-CODFILME     PIC 9(5).
           05 RES-CLIENTE      PIC 9(5).
           05 RES-DATA         PIC 9(8).

      *    Situacao da reserva: A = Aguardando, T = Atendida (o
      *    exemplar esta separado no balcao), V = Vencida (o
      *    cliente nao veio buscar no prazo, ver 9979)
           05 RES-STATUS       PIC X(01).
               88 RESERVA-AGUARDANDO   VALUE 'A'.
               88 RESERVA-ATENDIDA     VALUE 'T'.
               88 RESERVA-VENCIDA      VALUE 'V'.

      *    Data em que o exemplar foi separado para a reserva
      *    (preenchida ao marcar Atendida); o prazo de retirada
      *    conta a partir dela
           05 RES-DATA-ATENDIDA PIC 9(8).

       FD VALECRED.
       01 VALECRED-REG.
           05 VC-CHAVE.
               10 VC-CARTAO        PIC 9(6).
               10 VC-SEQ           PIC 9(3).
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

       FD CAIXA.
       01 CAIXA-REG.
           05 NUM-CAIXA           PIC 9(6).
           05 CX-OPERADOR         PIC X(20).
           05 CX-DATA-ABERTURA    PIC 9(8).
           05 CX-DATA-FECHAMENTO  PIC 9(8).
           05 CX-VALOR-SISTEMA    PIC 9(7)V9(2).
           05 CX-VALOR-CONTADO    PIC 9(7)V9(2).

      *    Situacao da sessao: A = Aberta, F = Fechada (conferida)
           05 CX-STATUS           PIC X(01).
               88 CAIXA-ABERTO         VALUE 'A'.
               88 CAIXA-FECHADO        VALUE 'F'.

      *Linha do diario, no layout do WRK-JRN-REG do PROJETO-FILMES
       FD JORNAL.
       01 JORNAL-REG.
           05 JRN-SEQ              PIC 9(9).
           05 JRN-DATA             PIC 9(8).
           05 JRN-HORA             PIC 9(8).
           05 JRN-ORIGEM           PIC X(8).
           05 JRN-ARQUIVO          PIC X(12).
           05 JRN-OPER             PIC X(1).
           05 JRN-DADOS            PIC X(300).

       FD CTLAPL.
       01 CTLAPL-REG.
           05 CTLAPL-CHAVE         PIC X(01).
           05 CTLAPL-CONTIGUO      PIC 9(9).
           05 CTLAPL-MAIOR         PIC 9(9).
           05 CTLAPL-DATA          PIC 9(8).
           05 CTLAPL-HORA          PIC 9(8).

       FD APLSEQ.
       01 APLSEQ-REG.
           05 APS-SEQ              PIC 9(9).
           05 APS-ARQUIVO          PIC X(12).

       FD JORNREL.
       01 JORNREL-REG           PIC X(132).

       WORKING-STORAGE SECTION.

       77 FILME-STATUS          PIC 9(2).
       77 EMPRESTIMOS-STATUS    PIC 9(2).
       77 PAGAMENTOS-STATUS     PIC 9(2).
       77 CLIENTES-STATUS       PIC 9(2).
       77 EXEMPLARES-STATUS     PIC 9(2).
       77 RESERVAS-STATUS       PIC 9(2).
       77 VALECRED-STATUS       PIC 9(2).
       77 CAIXA-STATUS          PIC 9(2).
       77 JORNAL-STATUS         PIC 9(2).
       77 CTLAPL-STATUS         PIC 9(2).
       77 APLSEQ-STATUS         PIC 9(2).
       77 JORNREL-STATUS        PIC 9(2).

      *Diretorio base dos arquivos de dados, lido do ambiente como
      *no 1060-MONTA-CAMINHOS do PROJETO-FILMES
       77 WRK-BASE-DIR
           PIC X(60) VALUE
           'C:\Users\GAMER\Curso_Cobol_Educ_360\Cobol\Projeto\'.
       77 WRK-DIR-AMBIENTE      PIC X(60) VALUE SPACES.
       77 WRK-PATH-FILMES          PIC X(80) VALUE SPACES.
       77 WRK-PATH-EMPRESTIMOS     PIC X(80) VALUE SPACES.
       77 WRK-PATH-PAGAMENTOS      PIC X(80) VALUE SPACES.
       77 WRK-PATH-CLIENTES        PIC X(80) VALUE SPACES.
       77 WRK-PATH-EXEMPLARES      PIC X(80) VALUE SPACES.
       77 WRK-PATH-RESERVAS        PIC X(80) VALUE SPACES.
       77 WRK-PATH-VALECRED        PIC X(80) VALUE SPACES.
       77 WRK-PATH-CAIXA           PIC X(80) VALUE SPACES.
       77 WRK-PATH-JORNAL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CTLAPL          PIC X(80) VALUE SPACES.
       77 WRK-PATH-APLSEQ          PIC X(80) VALUE SPACES.
       77 WRK-PATH-JORNREL         PIC X(80) VALUE SPACES.

      *Marcas e contadores da aplicacao
       77 WRK-APL-CONTIGUO      PIC 9(9) VALUE ZERO.
       77 WRK-APL-MAIOR         PIC 9(9) VALUE ZERO.
       77 WRK-APL-ESPERADO      PIC 9(9) VALUE ZERO.
       77 WRK-APL-ATE           PIC 9(9) VALUE ZERO.
       77 WRK-APL-LIDAS         PIC 9(9) VALUE ZERO.
       77 WRK-APL-APLICADAS     PIC 9(9) VALUE ZERO.
       77 WRK-APL-IGNORADAS     PIC 9(9) VALUE ZERO.
       77 WRK-APL-ERROS         PIC 9(9) VALUE ZERO.
       77 WRK-APL-LACUNAS       PIC 9(9) VALUE ZERO.
       77 WRK-APL-FALHOU        PIC X(1) VALUE 'N'.
       77 WRK-APL-PAROU         PIC X(1) VALUE 'N'.
       77 WRK-APL-DATA          PIC 9(8) VALUE ZERO.
       77 WRK-APL-HORA          PIC 9(8) VALUE ZERO.
       77 WRK-APL-LINHA         PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-APLICA-DIARIO.
           PERFORM 3000-AVANCA-CONTIGUO.
           PERFORM 4000-RELATA-LACUNAS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *Monta os caminhos, abre os mestres da copia reserva (criando
      *os que ainda nao existem) e le a marca da ultima aplicacao
       1000-INICIAR SECTION.
           ACCEPT WRK-DIR-AMBIENTE FROM ENVIRONMENT "FILMES_DIR"
           IF WRK-DIR-AMBIENTE NOT = SPACES
               MOVE WRK-DIR-AMBIENTE TO WRK-BASE-DIR
           END-IF

           MOVE SPACES TO WRK-PATH-FILMES
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'FILMES.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-FILMES
           END-STRING
           MOVE SPACES TO WRK-PATH-EMPRESTIMOS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'EMPREST.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-EMPRESTIMOS
           END-STRING
           MOVE SPACES TO WRK-PATH-PAGAMENTOS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'PAGAMENTO.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-PAGAMENTOS
           END-STRING
           MOVE SPACES TO WRK-PATH-CLIENTES
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CLIENTES.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CLIENTES
           END-STRING
           MOVE SPACES TO WRK-PATH-EXEMPLARES
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'EXEMPLAR.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-EXEMPLARES
           END-STRING
           MOVE SPACES TO WRK-PATH-RESERVAS
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'RESERVAS.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-RESERVAS
           END-STRING
           MOVE SPACES TO WRK-PATH-VALECRED
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'VALECRED.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-VALECRED
           END-STRING
           MOVE SPACES TO WRK-PATH-CAIXA
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CAIXA.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CAIXA
           END-STRING
           MOVE SPACES TO WRK-PATH-JORNAL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'JORNAL.TXT' DELIMITED BY SIZE
                  INTO WRK-PATH-JORNAL
           END-STRING
           MOVE SPACES TO WRK-PATH-CTLAPL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CTLAPL.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-CTLAPL
           END-STRING
           MOVE SPACES TO WRK-PATH-APLSEQ
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'APLSEQ.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-APLSEQ
           END-STRING
           MOVE SPACES TO WRK-PATH-JORNREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'JORNREL.TXT' DELIMITED BY SIZE
                  INTO WRK-PATH-JORNREL
           END-STRING.

           OPEN I-O FILMES.
               IF FILME-STATUS = 35 THEN
                   OPEN OUTPUT FILMES
                   CLOSE FILMES
                   OPEN I-O FILMES
               END-IF.
           OPEN I-O EMPRESTIMOS.
               IF EMPRESTIMOS-STATUS = 35 THEN
                   OPEN OUTPUT EMPRESTIMOS
                   CLOSE EMPRESTIMOS
                   OPEN I-O EMPRESTIMOS
               END-IF.
           OPEN I-O PAGAMENTOS.
               IF PAGAMENTOS-STATUS = 35 THEN
                   OPEN OUTPUT PAGAMENTOS
                   CLOSE PAGAMENTOS
                   OPEN I-O PAGAMENTOS
               END-IF.
           OPEN I-O CLIENTES.
               IF CLIENTES-STATUS = 35 THEN
                   OPEN OUTPUT CLIENTES
                   CLOSE CLIENTES
                   OPEN I-O CLIENTES
               END-IF.
           OPEN I-O EXEMPLARES.
               IF EXEMPLARES-STATUS = 35 THEN
                   OPEN OUTPUT EXEMPLARES
                   CLOSE EXEMPLARES
                   OPEN I-O EXEMPLARES
               END-IF.
           OPEN I-O RESERVAS.
               IF RESERVAS-STATUS = 35 THEN
                   OPEN OUTPUT RESERVAS
                   CLOSE RESERVAS
                   OPEN I-O RESERVAS
               END-IF.
           OPEN I-O VALECRED.
               IF VALECRED-STATUS = 35 THEN
                   OPEN OUTPUT VALECRED
                   CLOSE VALECRED
                   OPEN I-O VALECRED
               END-IF.
           OPEN I-O CAIXA.
               IF CAIXA-STATUS = 35 THEN
                   OPEN OUTPUT CAIXA
                   CLOSE CAIXA
                   OPEN I-O CAIXA
               END-IF.
           OPEN I-O APLSEQ.
               IF APLSEQ-STATUS = 35 THEN
                   OPEN OUTPUT APLSEQ
                   CLOSE APLSEQ
                   OPEN I-O APLSEQ
               END-IF.
           OPEN I-O CTLAPL.
               IF CTLAPL-STATUS = 35 THEN
                   OPEN OUTPUT CTLAPL
                   MOVE '1' TO CTLAPL-CHAVE
                   MOVE ZERO TO CTLAPL-CONTIGUO
                   MOVE ZERO TO CTLAPL-MAIOR
                   MOVE ZERO TO CTLAPL-DATA
                   MOVE ZERO TO CTLAPL-HORA
                   WRITE CTLAPL-REG
                   CLOSE CTLAPL
                   OPEN I-O CTLAPL
               END-IF.

           MOVE '1' TO CTLAPL-CHAVE
           READ CTLAPL KEY IS CTLAPL-CHAVE
               INVALID KEY
                   MOVE ZERO TO CTLAPL-CONTIGUO
                   MOVE ZERO TO CTLAPL-MAIOR
               NOT INVALID KEY
                   MOVE CTLAPL-CONTIGUO TO WRK-APL-CONTIGUO
                   MOVE CTLAPL-MAIOR TO WRK-APL-MAIOR
           END-READ.

           ACCEPT WRK-APL-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-APL-HORA FROM TIME
           OPEN OUTPUT JORNREL
           MOVE SPACES TO WRK-APL-LINHA
           STRING 'APLICACAO DO DIARIO;' DELIMITED BY SIZE
                  WRK-APL-DATA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-APL-HORA (1:4) DELIMITED BY SIZE
                  ';APLICADO ATE;' DELIMITED BY SIZE
                  WRK-APL-CONTIGUO DELIMITED BY SIZE
                  INTO WRK-APL-LINHA
           END-STRING
           WRITE JORNREL-REG FROM WRK-APL-LINHA.

      *Le o diario inteiro; cada linha ainda nao aplicada e
      *reaplicada no mestre correspondente
       2000-APLICA-DIARIO SECTION.
           OPEN INPUT JORNAL
           IF JORNAL-STATUS NOT EQUAL 0
               DISPLAY 'Diario de alteracoes nao encontrado: '
                   WRK-PATH-JORNAL
           ELSE
               READ JORNAL
               PERFORM UNTIL JORNAL-STATUS NOT EQUAL 0
                   PERFORM 2100-TRATA-LINHA
                   READ JORNAL
               END-PERFORM
               CLOSE JORNAL
           END-IF.

      *Uma linha ja aplicada (abaixo da marca continua ou gravada
      *no APLSEQ) e ignorada, o que torna a rodada repetivel
       2100-TRATA-LINHA SECTION.
           ADD 1 TO WRK-APL-LIDAS
           IF JRN-SEQ NOT NUMERIC OR JRN-SEQ EQUAL ZERO
               ADD 1 TO WRK-APL-ERROS
               MOVE SPACES TO WRK-APL-LINHA
               STRING 'LINHA INVALIDA;' DELIMITED BY SIZE
                      WRK-APL-LIDAS DELIMITED BY SIZE
                      INTO WRK-APL-LINHA
               END-STRING
               WRITE JORNREL-REG FROM WRK-APL-LINHA
           ELSE
               IF JRN-SEQ NOT GREATER THAN WRK-APL-CONTIGUO
                   ADD 1 TO WRK-APL-IGNORADAS
               ELSE
                   MOVE JRN-SEQ TO APS-SEQ
                   READ APLSEQ KEY IS APS-SEQ
                       INVALID KEY
                           PERFORM 2200-APLICA-REGISTRO
                       NOT INVALID KEY
                           ADD 1 TO WRK-APL-IGNORADAS
                   END-READ
               END-IF
           END-IF.

      *Inclusao e alteracao viram "grava ou regrava" pela chave;
      *exclusao de registro que ja nao existe nao e erro
       2200-APLICA-REGISTRO SECTION.
           MOVE 'N' TO WRK-APL-FALHOU
           EVALUATE JRN-ARQUIVO
               WHEN 'FILMES'
                   MOVE JRN-DADOS TO FILMES-REG
                   IF JRN-OPER EQUAL 'E'
                       DELETE FILMES RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       WRITE FILMES-REG
                           INVALID KEY
                               REWRITE FILMES-REG
                                   INVALID KEY
                                       MOVE 'S' TO WRK-APL-FALHOU
                               END-REWRITE
                       END-WRITE
                   END-IF
               WHEN 'EMPRESTIMOS'
                   MOVE JRN-DADOS TO EMPRESTIMOS-REG
                   IF JRN-OPER EQUAL 'E'
                       DELETE EMPRESTIMOS RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       WRITE EMPRESTIMOS-REG
                           INVALID KEY
                               REWRITE EMPRESTIMOS-REG
                                   INVALID KEY
                                       MOVE 'S' TO WRK-APL-FALHOU
                               END-REWRITE
                       END-WRITE
                   END-IF
               WHEN 'PAGAMENTOS'
                   MOVE JRN-DADOS TO PAGAMENTOS-REG
                   IF JRN-OPER EQUAL 'E'
                       DELETE PAGAMENTOS RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       WRITE PAGAMENTOS-REG
                           INVALID KEY
                               REWRITE PAGAMENTOS-REG
                                   INVALID KEY
                                       MOVE 'S' TO WRK-APL-FALHOU
                               END-REWRITE
                       END-WRITE
                   END-IF
               WHEN 'CLIENTES'
                   MOVE JRN-DADOS TO CLIENTES-REG
                   IF JRN-OPER EQUAL 'E'
                       DELETE CLIENTES RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       WRITE CLIENTES-REG
                           INVALID KEY
                               REWRITE CLIENTES-REG
                                   INVALID KEY
                                       MOVE 'S' TO WRK-APL-FALHOU
                               END-REWRITE
                       END-WRITE
                   END-IF
               WHEN 'EXEMPLARES'
                   MOVE JRN-DADOS TO EXEMPLARES-REG
                   IF JRN-OPER EQUAL 'E'
                       DELETE EXEMPLARES RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       WRITE EXEMPLARES-REG
                           INVALID KEY
                               REWRITE EXEMPLARES-REG
                                   INVALID KEY
                                       MOVE 'S' TO WRK-APL-FALHOU
                               END-REWRITE
                       END-WRITE
                   END-IF
               WHEN 'RESERVAS'
                   MOVE JRN-DADOS TO RESERVAS-REG
                   IF JRN-OPER EQUAL 'E'
                       DELETE RESERVAS RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       WRITE RESERVAS-REG
                           INVALID KEY
                               REWRITE RESERVAS-REG
                                   INVALID KEY
                                       MOVE 'S' TO WRK-APL-FALHOU
                               END-REWRITE
                       END-WRITE
                   END-IF
               WHEN 'VALECRED'
                   MOVE JRN-DADOS TO VALECRED-REG
                   IF JRN-OPER EQUAL 'E'
                       DELETE VALECRED RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       WRITE VALECRED-REG
                           INVALID KEY
                               REWRITE VALECRED-REG
                                   INVALID KEY
                                       MOVE 'S' TO WRK-APL-FALHOU
                               END-REWRITE
                       END-WRITE
                   END-IF
               WHEN 'CAIXA'
                   MOVE JRN-DADOS TO CAIXA-REG
                   IF JRN-OPER EQUAL 'E'
                       DELETE CAIXA RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       WRITE CAIXA-REG
                           INVALID KEY
                               REWRITE CAIXA-REG
                                   INVALID KEY
                                       MOVE 'S' TO WRK-APL-FALHOU
                               END-REWRITE
                       END-WRITE
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO WRK-APL-FALHOU
           END-EVALUATE

           IF WRK-APL-FALHOU EQUAL 'S'
               ADD 1 TO WRK-APL-ERROS
               MOVE SPACES TO WRK-APL-LINHA
               STRING 'ERRO;' DELIMITED BY SIZE
                      JRN-SEQ DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      JRN-ARQUIVO DELIMITED BY SPACE
                      ';' DELIMITED BY SIZE
                      JRN-OPER DELIMITED BY SIZE
                      INTO WRK-APL-LINHA
               END-STRING
               WRITE JORNREL-REG FROM WRK-APL-LINHA
           ELSE
               ADD 1 TO WRK-APL-APLICADAS
               MOVE JRN-SEQ TO APS-SEQ
               MOVE JRN-ARQUIVO TO APS-ARQUIVO
               WRITE APLSEQ-REG
               IF JRN-SEQ GREATER THAN WRK-APL-MAIOR
                   MOVE JRN-SEQ TO WRK-APL-MAIOR
               END-IF
           END-IF.

      *Sobe a marca continua enquanto a proxima sequencia ja foi
      *aplicada, tirando-a do APLSEQ
       3000-AVANCA-CONTIGUO SECTION.
           MOVE 'N' TO WRK-APL-PAROU
           PERFORM UNTIL WRK-APL-PAROU EQUAL 'S'
               COMPUTE APS-SEQ = WRK-APL-CONTIGUO + 1
               READ APLSEQ KEY IS APS-SEQ
                   INVALID KEY
                       MOVE 'S' TO WRK-APL-PAROU
                   NOT INVALID KEY
                       DELETE APLSEQ RECORD
                       ADD 1 TO WRK-APL-CONTIGUO
               END-READ
           END-PERFORM.
           IF WRK-APL-MAIOR LESS THAN WRK-APL-CONTIGUO
               MOVE WRK-APL-CONTIGUO TO WRK-APL-MAIOR
           END-IF.

      *O que sobrou no APLSEQ esta acima de um buraco: cada faixa
      *de sequencias que falta sai no relatorio
       4000-RELATA-LACUNAS SECTION.
           COMPUTE WRK-APL-ESPERADO = WRK-APL-CONTIGUO + 1
           MOVE WRK-APL-ESPERADO TO APS-SEQ
           START APLSEQ KEY IS NOT LESS THAN APS-SEQ
               INVALID KEY
                   MOVE 10 TO APLSEQ-STATUS
           END-START
           IF APLSEQ-STATUS EQUAL 0
               READ APLSEQ NEXT RECORD
               PERFORM UNTIL APLSEQ-STATUS NOT EQUAL 0
                   IF APS-SEQ GREATER THAN WRK-APL-ESPERADO
                       COMPUTE WRK-APL-ATE = APS-SEQ - 1
                       ADD 1 TO WRK-APL-LACUNAS
                       MOVE SPACES TO WRK-APL-LINHA
                       STRING 'LACUNA;' DELIMITED BY SIZE
                              WRK-APL-ESPERADO DELIMITED BY SIZE
                              ';' DELIMITED BY SIZE
                              WRK-APL-ATE DELIMITED BY SIZE
                              INTO WRK-APL-LINHA
                       END-STRING
                       WRITE JORNREL-REG FROM WRK-APL-LINHA
                   END-IF
                   COMPUTE WRK-APL-ESPERADO = APS-SEQ + 1
                   READ APLSEQ NEXT RECORD
               END-PERFORM
           END-IF.

      *Guarda a nova marca e fecha com os totais da rodada
       9000-FINALIZAR SECTION.
           MOVE '1' TO CTLAPL-CHAVE
           READ CTLAPL KEY IS CTLAPL-CHAVE
           MOVE WRK-APL-CONTIGUO TO CTLAPL-CONTIGUO
           MOVE WRK-APL-MAIOR TO CTLAPL-MAIOR
           MOVE WRK-APL-DATA TO CTLAPL-DATA
           MOVE WRK-APL-HORA TO CTLAPL-HORA
           REWRITE CTLAPL-REG

           MOVE SPACES TO WRK-APL-LINHA
           STRING 'TOTAIS;LIDAS;' DELIMITED BY SIZE
                  WRK-APL-LIDAS DELIMITED BY SIZE
                  ';APLICADAS;' DELIMITED BY SIZE
                  WRK-APL-APLICADAS DELIMITED BY SIZE
                  ';IGNORADAS;' DELIMITED BY SIZE
                  WRK-APL-IGNORADAS DELIMITED BY SIZE
                  ';ERROS;' DELIMITED BY SIZE
                  WRK-APL-ERROS DELIMITED BY SIZE
                  ';LACUNAS;' DELIMITED BY SIZE
                  WRK-APL-LACUNAS DELIMITED BY SIZE
                  INTO WRK-APL-LINHA
           END-STRING
           WRITE JORNREL-REG FROM WRK-APL-LINHA
           MOVE SPACES TO WRK-APL-LINHA
           STRING 'APLICADO ATE;' DELIMITED BY SIZE
                  WRK-APL-CONTIGUO DELIMITED BY SIZE
                  ';MAIOR RECEBIDA;' DELIMITED BY SIZE
                  WRK-APL-MAIOR DELIMITED BY SIZE
                  INTO WRK-APL-LINHA
           END-STRING
           WRITE JORNREL-REG FROM WRK-APL-LINHA
           CLOSE FILMES.
           CLOSE EMPRESTIMOS.
           CLOSE PAGAMENTOS.
           CLOSE CLIENTES.
           CLOSE EXEMPLARES.
           CLOSE RESERVAS.
           CLOSE VALECRED.
           CLOSE CAIXA.
           CLOSE APLSEQ.
           CLOSE CTLAPL.
           CLOSE JORNREL.

           DISPLAY 'Linhas lidas do diario: ' WRK-APL-LIDAS
           DISPLAY 'Aplicadas: ' WRK-APL-APLICADAS
               ' Ignoradas: ' WRK-APL-IGNORADAS
           DISPLAY 'Erros: ' WRK-APL-ERROS
               ' Lacunas: ' WRK-APL-LACUNAS
           DISPLAY 'Aplicado sem buracos ate a sequencia '
               WRK-APL-CONTIGUO.

       END PROGRAM APLICA-JORNAL.
