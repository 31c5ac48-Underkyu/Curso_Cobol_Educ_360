      ******************************************************************
      * Author: Miguel Yudi Baba
      * Date:
      * Purpose: conversao de layout dos arquivos mestres da locadora
      * Goals: levar um arquivo mestre da versao de layout N para a
      *        N+1 carimbada em VERSOES.DAT, preenchendo os campos
      *        novos com o valor padrao, conferindo quantidade de
      *        registros e totais de controle antes e depois e
      *        voltando o arquivo ao layout antigo se nao baterem.
      *        Uso:  CONVERTE-ARQUIVOS              (todos)
      *              CONVERTE-ARQUIVOS CLIENTES     (so um)
      *              CONVERTE-ARQUIVOS CARIMBA CLIENTES 002
      *        o CARIMBA so grava o carimbo, para arquivo que ja
      *        esta no layout informado. A imagem de antes fica em
      *        <ARQUIVO>.Vnnn e o relatorio em CONVREL.TXT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-ARQUIVOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Arquivos mestres no layout atual, como no PROJETO-FILMES
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

      *Os mesmos arquivos no layout da versao 1, com as chaves nas
      *mesmas posicoes
       SELECT EMPV1 ASSIGN TO WRK-PATH-EMPRESTIMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EMPV1-STATUS
           RECORD KEY IS EMPV1-NUM
           ALTERNATE RECORD KEY IS EMPV1-CODFILME WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMPV1-CLIENTE WITH DUPLICATES.

       SELECT PAGV1 ASSIGN TO WRK-PATH-PAGAMENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PAGV1-STATUS
           RECORD KEY IS PAGV1-NUM
           ALTERNATE RECORD KEY IS PAGV1-CLIENTE WITH DUPLICATES
           ALTERNATE RECORD KEY IS PAGV1-DATA WITH DUPLICATES
           ALTERNATE RECORD KEY IS PAGV1-CAIXA WITH DUPLICATES.

       SELECT CLIV1 ASSIGN TO WRK-PATH-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CLIV1-STATUS
           RECORD KEY IS CLIV1-COD.

       SELECT EXEV1 ASSIGN TO WRK-PATH-EXEMPLARES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EXEV1-STATUS
           RECORD KEY IS EXEV1-CHAVE.

      *EMPRESTIMOS e PAGAMENTOS no layout da versao 2, com as
      *chaves nas mesmas posicoes
       SELECT EMPV2 ASSIGN TO WRK-PATH-EMPRESTIMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EMPV2-STATUS
           RECORD KEY IS EMPV2-NUM
           ALTERNATE RECORD KEY IS EMPV2-CODFILME WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMPV2-CLIENTE WITH DUPLICATES.

       SELECT PAGV2 ASSIGN TO WRK-PATH-PAGAMENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PAGV2-STATUS
           RECORD KEY IS PAGV2-NUM
           ALTERNATE RECORD KEY IS PAGV2-CLIENTE WITH DUPLICATES
           ALTERNATE RECORD KEY IS PAGV2-DATA WITH DUPLICATES
           ALTERNATE RECORD KEY IS PAGV2-CAIXA WITH DUPLICATES.

      *EXEMPLARES no layout da versao 2
       SELECT EXEV2 ASSIGN TO WRK-PATH-EXEMPLARES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EXEV2-STATUS
           RECORD KEY IS EXEV2-CHAVE.

      *Arquivos mortos do passo ARQMOV do LOTE-NOTURNO no layout
      *atual e no da versao 1, de antes do pre-pago e do TEF
       SELECT ARQEMP ASSIGN TO WRK-PATH-ARQEMP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQEMP-STATUS.

       SELECT ARQPAG ASSIGN TO WRK-PATH-ARQPAG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPAG-STATUS.

       SELECT ARQEMPV1 ASSIGN TO WRK-PATH-ARQEMP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQEMPV1-STATUS.

       SELECT ARQPAGV1 ASSIGN TO WRK-PATH-ARQPAG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPAGV1-STATUS.

      *Carimbo de versao de cada arquivo mestre
       SELECT VERSOES ASSIGN TO WRK-PATH-VERSOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS VERSOES-STATUS
           RECORD KEY IS VRS-ARQUIVO.

      *Imagem de antes da conversao, registro a registro no layout
      *antigo: serve de entrada para o layout novo e para a volta
       SELECT ANTIGO ASSIGN TO WRK-PATH-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ANTIGO-STATUS.

      *Relatorio da conversao
       SELECT CONVREL ASSIGN TO WRK-PATH-CONVREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONVREL-STATUS.

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

      *EMPRESTIMOS na versao 1 (86 posicoes): so as chaves e o
      *valor somado no total de controle tem nome
       FD EMPV1.
       01 EMPV1-REG.
           05 EMPV1-NUM            PIC 9(6).
           05 EMPV1-CODFILME       PIC 9(5).
           05 FILLER               PIC X(2).
           05 EMPV1-CLIENTE        PIC 9(5).
           05 FILLER               PIC X(25).
           05 EMPV1-VALOR-MULTA    PIC 9(5)V9(2).
           05 FILLER               PIC X(36).

      *PAGAMENTOS na versao 1 (121 posicoes)
       FD PAGV1.
       01 PAGV1-REG.
           05 PAGV1-NUM            PIC 9(6).
           05 FILLER               PIC X(6).
           05 PAGV1-CLIENTE        PIC 9(5).
           05 PAGV1-VALOR          PIC 9(7)V9(2).
           05 FILLER               PIC X(32).
           05 PAGV1-DATA           PIC 9(8).
           05 FILLER               PIC X(10).
           05 PAGV1-CAIXA          PIC 9(6).
           05 FILLER               PIC X(39).

      *CLIENTES na versao 1 (152 posicoes, ainda sem CPF)
       FD CLIV1.
       01 CLIV1-REG.
           05 CLIV1-COD            PIC 9(5).
           05 FILLER               PIC X(107).
           05 CLIV1-LIMITE-CONTA   PIC 9(5)V9(2).
           05 FILLER               PIC X(33).

      *EXEMPLARES na versao 1 (80 posicoes)
       FD EXEV1.
       01 EXEV1-REG.
           05 EXEV1-CHAVE.
               10 EXEV1-CODFILME   PIC 9(5).
               10 EXEV1-NUMERO     PIC 9(2).
           05 FILLER               PIC X(49).
           05 EXEV1-CUSTO-BAIXA    PIC 9(06)V9(02).
           05 FILLER               PIC X(16).

      *EMPRESTIMOS na versao 2 (92 posicoes, ainda sem a hora da
      *retirada e da devolucao); o pre-pago tem nome para a
      *passagem da versao 1 para a 2 zera-lo
       FD EMPV2.
       01 EMPV2-REG.
           05 EMPV2-NUM            PIC 9(6).
           05 EMPV2-CODFILME       PIC 9(5).
           05 FILLER               PIC X(2).
           05 EMPV2-CLIENTE        PIC 9(5).
           05 FILLER               PIC X(25).
           05 EMPV2-VALOR-MULTA    PIC 9(5)V9(2).
           05 FILLER               PIC X(36).
           05 EMPV2-NUM-PREPAGO    PIC 9(6).

      *PAGAMENTOS na versao 2 (149 posicoes, ainda sem a hora do
      *recebimento)
       FD PAGV2.
       01 PAGV2-REG.
           05 PAGV2-NUM            PIC 9(6).
           05 FILLER               PIC X(6).
           05 PAGV2-CLIENTE        PIC 9(5).
           05 PAGV2-VALOR          PIC 9(7)V9(2).
           05 FILLER               PIC X(32).
           05 PAGV2-DATA           PIC 9(8).
           05 FILLER               PIC X(10).
           05 PAGV2-CAIXA          PIC 9(6).
           05 FILLER               PIC X(39).
           05 PAGV2-CODFILME       PIC 9(5).
           05 FILLER               PIC X(23).

      *EXEMPLARES na versao 2 (96 posicoes, ainda sem a posse da
      *copia); o uso para a limpeza preventiva tem nome para a
      *passagem da versao 1 para a 2 zera-lo
       FD EXEV2.
       01 EXEV2-REG.
           05 EXEV2-CHAVE.
               10 EXEV2-CODFILME   PIC 9(5).
               10 EXEV2-NUMERO     PIC 9(2).
           05 FILLER               PIC X(49).
           05 EXEV2-CUSTO-BAIXA    PIC 9(06)V9(02).
           05 FILLER               PIC X(16).
           05 EXEV2-QTD-LOCACOES   PIC 9(05).
           05 EXEV2-LOC-DESDE-INSP PIC 9(03).
           05 EXEV2-DATA-INSPECAO  PIC 9(08).

      *ARQEMP no layout atual (92 posicoes, as do EMPRESTIMOS na
      *versao 2); o pre-pago tem nome para a passagem da versao 1
      *para a 2 zera-lo
       FD ARQEMP.
       01 ARQEMP-REG.
           05 ARQEMP-NUM           PIC 9(6).
           05 FILLER               PIC X(37).
           05 ARQEMP-VALOR-MULTA   PIC 9(5)V9(2).
           05 FILLER               PIC X(36).
           05 ARQEMP-NUM-PREPAGO   PIC 9(6).

      *ARQPAG no layout atual (149 posicoes, as do PAGAMENTOS na
      *versao 2)
       FD ARQPAG.
       01 ARQPAG-REG.
           05 ARQPAG-NUM           PIC 9(6).
           05 FILLER               PIC X(11).
           05 ARQPAG-VALOR         PIC 9(7)V9(2).
           05 FILLER               PIC X(95).
           05 ARQPAG-CODFILME      PIC 9(5).
           05 FILLER               PIC X(23).

      *ARQEMP na versao 1 (86 posicoes)
       FD ARQEMPV1.
       01 ARQEMPV1-REG.
           05 ARQEMPV1-NUM         PIC 9(6).
           05 FILLER               PIC X(37).
           05 ARQEMPV1-VALOR-MULTA PIC 9(5)V9(2).
           05 FILLER               PIC X(36).

      *ARQPAG na versao 1 (121 posicoes)
       FD ARQPAGV1.
       01 ARQPAGV1-REG.
           05 ARQPAGV1-NUM         PIC 9(6).
           05 FILLER               PIC X(11).
           05 ARQPAGV1-VALOR       PIC 9(7)V9(2).
           05 FILLER               PIC X(95).

       FD VERSOES.
       01 VERSOES-REG.
           05 VRS-ARQUIVO          PIC X(12).
           05 VRS-VERSAO           PIC 9(3).
           05 VRS-TAMANHO          PIC 9(4).
           05 VRS-DATA             PIC 9(8).
           05 VRS-ORIGEM           PIC X(20).

       FD ANTIGO.
       01 ANTIGO-REG            PIC X(300).

       FD CONVREL.
       01 CONVREL-REG           PIC X(200).

       WORKING-STORAGE SECTION.

       77 FILME-STATUS          PIC 9(2).
       77 EMPRESTIMOS-STATUS    PIC 9(2).
       77 PAGAMENTOS-STATUS     PIC 9(2).
       77 CLIENTES-STATUS       PIC 9(2).
       77 EXEMPLARES-STATUS     PIC 9(2).
       77 EMPV1-STATUS          PIC 9(2).
       77 PAGV1-STATUS          PIC 9(2).
       77 CLIV1-STATUS          PIC 9(2).
       77 EXEV1-STATUS          PIC 9(2).
       77 EMPV2-STATUS          PIC 9(2).
       77 PAGV2-STATUS          PIC 9(2).
       77 EXEV2-STATUS          PIC 9(2).
       77 ARQEMP-STATUS         PIC 9(2).
       77 ARQPAG-STATUS         PIC 9(2).
       77 ARQEMPV1-STATUS       PIC 9(2).
       77 ARQPAGV1-STATUS       PIC 9(2).
       77 VERSOES-STATUS        PIC 9(2).
       77 ANTIGO-STATUS         PIC 9(2).
       77 CONVREL-STATUS        PIC 9(2).

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
       77 WRK-PATH-ARQEMP          PIC X(80) VALUE SPACES.
       77 WRK-PATH-ARQPAG          PIC X(80) VALUE SPACES.
       77 WRK-PATH-VERSOES         PIC X(80) VALUE SPACES.
       77 WRK-PATH-ANTIGO          PIC X(80) VALUE SPACES.
       77 WRK-PATH-CONVREL         PIC X(80) VALUE SPACES.

      *Layout atual de cada arquivo mestre, igual ao WRK-VRS-LAYOUTS
      *do PROJETO-FILMES: nome, versao, tamanho atual e na versao 1
       77 WRK-VRS-IDX           PIC 9(2) VALUE ZERO.
       77 WRK-VRS-NOVA          PIC X(1) VALUE 'N'.
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

      *Parametros da linha de comando
       77 WRK-CNV-LINHA         PIC X(80) VALUE SPACES.
       77 WRK-CNV-P1            PIC X(12) VALUE SPACES.
       77 WRK-CNV-P2            PIC X(12) VALUE SPACES.
       01 WRK-CNV-P3            PIC X(03) VALUE SPACES.
       01 WRK-CNV-P3-9 REDEFINES WRK-CNV-P3 PIC 9(3).
       77 WRK-CNV-ACHOU         PIC X(1) VALUE 'N'.

      *Contagens e totais de controle de um arquivo: quantidade,
      *soma das chaves (hash) e soma de um valor do registro
       77 WRK-CNV-OK            PIC X(1) VALUE 'N'.
       77 WRK-CNV-SITUACAO      PIC X(40) VALUE SPACES.
       77 WRK-CNV-DE            PIC 9(3) VALUE ZERO.
       77 WRK-CNV-PARA          PIC 9(3) VALUE ZERO.
       77 WRK-CNV-VERSAO        PIC 9(3) VALUE ZERO.
       77 WRK-CNV-TAMANHO       PIC 9(4) VALUE ZERO.
       77 WRK-CNV-STATUS        PIC 9(2) VALUE ZERO.
       77 WRK-CNV-QTD-ANTES     PIC 9(9) VALUE ZERO.
       77 WRK-CNV-QTD-DEPOIS    PIC 9(9) VALUE ZERO.
       77 WRK-CNV-HASH-ANTES    PIC 9(15) VALUE ZERO.
       77 WRK-CNV-HASH-DEPOIS   PIC 9(15) VALUE ZERO.
       77 WRK-CNV-TOT-ANTES     PIC 9(13)V9(2) VALUE ZERO.
       77 WRK-CNV-TOT-DEPOIS    PIC 9(13)V9(2) VALUE ZERO.
       77 WRK-CNV-REJEITADOS    PIC 9(9) VALUE ZERO.
       77 WRK-CNV-CONVERTIDOS   PIC 9(2) VALUE ZERO.
       77 WRK-CNV-FALHAS        PIC 9(2) VALUE ZERO.
       77 WRK-CNV-TOT-A-ED      PIC Z(12)9,99.
       77 WRK-CNV-TOT-D-ED      PIC Z(12)9,99.
       77 WRK-CNV-DATA          PIC 9(8) VALUE ZERO.
       77 WRK-CNV-LINHA-REL     PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIAR.
           IF WRK-CNV-P1 EQUAL 'CARIMBA'
               PERFORM 3000-CARIMBA
           ELSE
               PERFORM 2000-CONVERTE-ARQUIVOS
           END-IF.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *Monta os caminhos, le os parametros e abre o VERSOES.DAT,
      *criando-o pela mesma regra do 1067 do PROJETO-FILMES quando
      *a conversao roda antes da primeira execucao da versao nova
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
           MOVE SPACES TO WRK-PATH-ARQEMP
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ARQEMP.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-ARQEMP
           END-STRING
           MOVE SPACES TO WRK-PATH-ARQPAG
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'ARQPAG.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-ARQPAG
           END-STRING
           MOVE SPACES TO WRK-PATH-VERSOES
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'VERSOES.DAT' DELIMITED BY SIZE
                  INTO WRK-PATH-VERSOES
           END-STRING
           MOVE SPACES TO WRK-PATH-CONVREL
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  'CONVREL.TXT' DELIMITED BY SIZE
                  INTO WRK-PATH-CONVREL
           END-STRING

           ACCEPT WRK-CNV-LINHA FROM COMMAND-LINE
           UNSTRING WRK-CNV-LINHA DELIMITED BY ALL SPACE
               INTO WRK-CNV-P1 WRK-CNV-P2 WRK-CNV-P3
           END-UNSTRING
           INSPECT WRK-CNV-P1 CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WRK-CNV-P2 CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           ACCEPT WRK-CNV-DATA FROM DATE YYYYMMDD

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
                       MOVE WRK-CNV-DATA TO VRS-DATA
                       MOVE 'CONVERTE-ARQUIVOS' TO VRS-ORIGEM
                       WRITE VERSOES-REG
                   END-PERFORM
                   CLOSE VERSOES
                   OPEN I-O VERSOES
               END-IF.

           OPEN OUTPUT CONVREL
           MOVE SPACES TO WRK-CNV-LINHA-REL
           STRING 'CONVERSAO DE LAYOUT;' DELIMITED BY SIZE
                  WRK-CNV-DATA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-CNV-LINHA DELIMITED BY '  '
                  INTO WRK-CNV-LINHA-REL
           END-STRING
           WRITE CONVREL-REG FROM WRK-CNV-LINHA-REL.

      *Passa por todos os mestres (ou so pelo informado) e leva
      *cada um que estiver atras do programa uma versao adiante,
      *repetindo ate a versao do programa enquanto cada passo
      *bater os totais
       2000-CONVERTE-ARQUIVOS SECTION.
           MOVE 'N' TO WRK-CNV-ACHOU
           PERFORM VARYING WRK-VRS-IDX FROM 1 BY 1
               UNTIL WRK-VRS-IDX > 10
               IF WRK-CNV-P1 EQUAL SPACES
                   OR WRK-CNV-P1 EQUAL WRK-VRS-ARQUIVO (WRK-VRS-IDX)
                   MOVE 'S' TO WRK-CNV-ACHOU
                   PERFORM 2050-CONVERTE-UM
                   PERFORM UNTIL WRK-CNV-OK NOT EQUAL 'S'
                       OR VRS-VERSAO NOT LESS THAN
                       WRK-VRS-VERSAO (WRK-VRS-IDX)
                       PERFORM 2050-CONVERTE-UM
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WRK-CNV-ACHOU EQUAL 'N'
               DISPLAY 'Arquivo mestre desconhecido: ' WRK-CNV-P1
               MOVE SPACES TO WRK-CNV-LINHA-REL
               STRING 'ARQUIVO DESCONHECIDO;' DELIMITED BY SIZE
                      WRK-CNV-P1 DELIMITED BY SPACE
                      INTO WRK-CNV-LINHA-REL
               END-STRING
               WRITE CONVREL-REG FROM WRK-CNV-LINHA-REL
           END-IF.

      *Um arquivo: le o carimbo e chama a conversao da versao em
      *que ele esta para a seguinte
       2050-CONVERTE-UM SECTION.
           MOVE WRK-VRS-ARQUIVO (WRK-VRS-IDX) TO VRS-ARQUIVO
           READ VERSOES KEY IS VRS-ARQUIVO
               INVALID KEY
                   MOVE WRK-VRS-VERSAO (WRK-VRS-IDX) TO VRS-VERSAO
                   MOVE WRK-VRS-TAMANHO (WRK-VRS-IDX) TO VRS-TAMANHO
                   IF WRK-VRS-ARQ-MORTO (WRK-VRS-IDX)
                       PERFORM 2060-VERSAO-ARQ-MORTO
                   END-IF
                   MOVE WRK-CNV-DATA TO VRS-DATA
                   MOVE 'CONVERTE-ARQUIVOS' TO VRS-ORIGEM
                   WRITE VERSOES-REG
           END-READ
           MOVE VRS-VERSAO TO WRK-CNV-DE
           COMPUTE WRK-CNV-PARA = VRS-VERSAO + 1
           MOVE SPACES TO WRK-CNV-LINHA-REL
           MOVE 'N' TO WRK-CNV-OK

           EVALUATE TRUE
               WHEN VRS-VERSAO EQUAL WRK-VRS-VERSAO (WRK-VRS-IDX)
                   STRING VRS-ARQUIVO DELIMITED BY SPACE
                          ';V' DELIMITED BY SIZE
                          VRS-VERSAO DELIMITED BY SIZE
                          ';JA NA VERSAO DO PROGRAMA' DELIMITED BY SIZE
                          INTO WRK-CNV-LINHA-REL
                   END-STRING
                   WRITE CONVREL-REG FROM WRK-CNV-LINHA-REL
               WHEN VRS-VERSAO GREATER THAN
                   WRK-VRS-VERSAO (WRK-VRS-IDX)
                   STRING VRS-ARQUIVO DELIMITED BY SPACE
                          ';V' DELIMITED BY SIZE
                          VRS-VERSAO DELIMITED BY SIZE
                          ';MAIS NOVO QUE ESTE PROGRAMA'
                              DELIMITED BY SIZE
                          INTO WRK-CNV-LINHA-REL
                   END-STRING
                   WRITE CONVREL-REG FROM WRK-CNV-LINHA-REL
                   ADD 1 TO WRK-CNV-FALHAS
               WHEN OTHER
                   DISPLAY 'Convertendo ' VRS-ARQUIVO ' da versao '
                       WRK-CNV-DE ' para a ' WRK-CNV-PARA
                   MOVE 'N' TO WRK-CNV-OK
                   EVALUATE VRS-ARQUIVO ALSO WRK-CNV-DE
                       WHEN 'EMPRESTIMOS' ALSO 1
                           PERFORM 2100-EMPRESTIMOS-1-2
                       WHEN 'EMPRESTIMOS' ALSO 2
                           PERFORM 2130-EMPRESTIMOS-2-3
                       WHEN 'PAGAMENTOS' ALSO 1
                           PERFORM 2200-PAGAMENTOS-1-2
                       WHEN 'PAGAMENTOS' ALSO 2
                           PERFORM 2230-PAGAMENTOS-2-3
                       WHEN 'CLIENTES' ALSO 1
                           PERFORM 2300-CLIENTES-1-2
                       WHEN 'EXEMPLARES' ALSO 1
                           PERFORM 2400-EXEMPLARES-1-2
                       WHEN 'EXEMPLARES' ALSO 2
                           PERFORM 2430-EXEMPLARES-2-3
                       WHEN 'ARQEMP' ALSO 1
                           PERFORM 2500-ARQEMP-1-2
                       WHEN 'ARQPAG' ALSO 1
                           PERFORM 2600-ARQPAG-1-2
                       WHEN OTHER
                           STRING VRS-ARQUIVO DELIMITED BY SPACE
                                  ';V' DELIMITED BY SIZE
                                  VRS-VERSAO DELIMITED BY SIZE
                                  ';SEM ROTINA DE CONVERSAO'
                                      DELIMITED BY SIZE
                                  INTO WRK-CNV-LINHA-REL
                           END-STRING
                           WRITE CONVREL-REG FROM WRK-CNV-LINHA-REL
                           ADD 1 TO WRK-CNV-FALHAS
                   END-EVALUATE
           END-EVALUATE.

      *Arquivo morto sem carimbo, pela regra do 1068 do
      *PROJETO-FILMES: o que ja existe esta na versao 1
       2060-VERSAO-ARQ-MORTO SECTION.
           IF VRS-ARQUIVO EQUAL 'ARQEMP'
               OPEN INPUT ARQEMPV1
               MOVE ARQEMPV1-STATUS TO WRK-VRS-STATUS
               IF ARQEMPV1-STATUS EQUAL 0
                   CLOSE ARQEMPV1
               END-IF
           ELSE
               OPEN INPUT ARQPAGV1
               MOVE ARQPAGV1-STATUS TO WRK-VRS-STATUS
               IF ARQPAGV1-STATUS EQUAL 0
                   CLOSE ARQPAGV1
               END-IF
           END-IF
           IF WRK-VRS-STATUS NOT EQUAL 35
               MOVE 1 TO VRS-VERSAO
               MOVE WRK-VRS-TAM-V1 (WRK-VRS-IDX) TO VRS-TAMANHO
           END-IF.

      *EMPRESTIMOS 1 -> 2: entra EMP-NUM-PREPAGO (locacao paga com
      *credito de pacote pre-pago), zero nos emprestimos antigos;
      *o arquivo sai no layout da versao 2 (EMPV2)
       2100-EMPRESTIMOS-1-2 SECTION.
           OPEN INPUT EMPV1
           IF EMPV1-STATUS NOT EQUAL 0
               MOVE EMPV1-STATUS TO WRK-CNV-STATUS
               PERFORM 2800-NAO-ABRIU
           ELSE
               PERFORM 2700-ABRE-ANTIGO
               READ EMPV1 NEXT RECORD
               PERFORM UNTIL EMPV1-STATUS NOT EQUAL 0
                   ADD 1 TO WRK-CNV-QTD-ANTES
                   ADD EMPV1-NUM TO WRK-CNV-HASH-ANTES
                   ADD EMPV1-VALOR-MULTA TO WRK-CNV-TOT-ANTES
                   WRITE ANTIGO-REG FROM EMPV1-REG
                   READ EMPV1 NEXT RECORD
               END-PERFORM
               CLOSE EMPV1
               CLOSE ANTIGO

               OPEN OUTPUT EMPV2
               OPEN INPUT ANTIGO
               READ ANTIGO
               PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
                   PERFORM 2110-EMPRESTIMOS-PADRAO
                   WRITE EMPV2-REG
                       INVALID KEY
                           ADD 1 TO WRK-CNV-REJEITADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-CNV-QTD-DEPOIS
                           ADD EMPV2-NUM TO WRK-CNV-HASH-DEPOIS
                           ADD EMPV2-VALOR-MULTA TO WRK-CNV-TOT-DEPOIS
                   END-WRITE
                   READ ANTIGO
               END-PERFORM
               CLOSE EMPV2
               CLOSE ANTIGO

               PERFORM 2900-CONFERE-TOTAIS
               IF WRK-CNV-OK NOT EQUAL 'S'
                   PERFORM 2120-EMPRESTIMOS-VOLTA-1
               END-IF
           END-IF.

      *Registro antigo no layout novo, com o padrao dos campos
      *novos (alfanumericos ja vem em branco da imagem antiga)
       2110-EMPRESTIMOS-PADRAO SECTION.
           MOVE ANTIGO-REG TO EMPV2-REG
           MOVE ZERO TO EMPV2-NUM-PREPAGO.

      *Totais nao bateram: o arquivo volta ao layout da versao 1
      *a partir da imagem de antes
       2120-EMPRESTIMOS-VOLTA-1 SECTION.
           OPEN OUTPUT EMPV1
           OPEN INPUT ANTIGO
           READ ANTIGO
           PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
               MOVE ANTIGO-REG TO EMPV1-REG
               WRITE EMPV1-REG
               READ ANTIGO
           END-PERFORM
           CLOSE EMPV1
           CLOSE ANTIGO.

      *EMPRESTIMOS 2 -> 3: entram a hora da retirada e a da
      *devolucao, zeradas nos emprestimos antigos (o relatorio de
      *movimento por hora os conta como sem hora)
       2130-EMPRESTIMOS-2-3 SECTION.
           OPEN INPUT EMPV2
           IF EMPV2-STATUS NOT EQUAL 0
               MOVE EMPV2-STATUS TO WRK-CNV-STATUS
               PERFORM 2800-NAO-ABRIU
           ELSE
               PERFORM 2700-ABRE-ANTIGO
               READ EMPV2 NEXT RECORD
               PERFORM UNTIL EMPV2-STATUS NOT EQUAL 0
                   ADD 1 TO WRK-CNV-QTD-ANTES
                   ADD EMPV2-NUM TO WRK-CNV-HASH-ANTES
                   ADD EMPV2-VALOR-MULTA TO WRK-CNV-TOT-ANTES
                   WRITE ANTIGO-REG FROM EMPV2-REG
                   READ EMPV2 NEXT RECORD
               END-PERFORM
               CLOSE EMPV2
               CLOSE ANTIGO

               OPEN OUTPUT EMPRESTIMOS
               OPEN INPUT ANTIGO
               READ ANTIGO
               PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
                   PERFORM 2140-EMPRESTIMOS-PADRAO-3
                   WRITE EMPRESTIMOS-REG
                       INVALID KEY
                           ADD 1 TO WRK-CNV-REJEITADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-CNV-QTD-DEPOIS
                           ADD NUM-EMPRESTIMO TO WRK-CNV-HASH-DEPOIS
                           ADD EMP-VALOR-MULTA TO WRK-CNV-TOT-DEPOIS
                   END-WRITE
                   READ ANTIGO
               END-PERFORM
               CLOSE EMPRESTIMOS
               CLOSE ANTIGO

               PERFORM 2900-CONFERE-TOTAIS
               IF WRK-CNV-OK NOT EQUAL 'S'
                   PERFORM 2150-EMPRESTIMOS-VOLTA-2
               END-IF
           END-IF.

      *Registro da versao 2 no layout atual, com as horas zeradas
       2140-EMPRESTIMOS-PADRAO-3 SECTION.
           MOVE ANTIGO-REG TO EMPRESTIMOS-REG
           MOVE ZERO TO EMP-HORA-RETIRADA
           MOVE ZERO TO EMP-HORA-DEVOLUCAO.

      *Totais nao bateram: o arquivo volta ao layout da versao 2
      *a partir da imagem de antes
       2150-EMPRESTIMOS-VOLTA-2 SECTION.
           OPEN OUTPUT EMPV2
           OPEN INPUT ANTIGO
           READ ANTIGO
           PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
               MOVE ANTIGO-REG TO EMPV2-REG
               WRITE EMPV2-REG
               READ ANTIGO
           END-PERFORM
           CLOSE EMPV2
           CLOSE ANTIGO.

      *PAGAMENTOS 1 -> 2: entram PAG-CODFILME (venda avulsa) e os
      *dados do TEF; recibos antigos ficam sem filme e sem TEF; o
      *arquivo sai no layout da versao 2 (PAGV2)
       2200-PAGAMENTOS-1-2 SECTION.
           OPEN INPUT PAGV1
           IF PAGV1-STATUS NOT EQUAL 0
               MOVE PAGV1-STATUS TO WRK-CNV-STATUS
               PERFORM 2800-NAO-ABRIU
           ELSE
               PERFORM 2700-ABRE-ANTIGO
               READ PAGV1 NEXT RECORD
               PERFORM UNTIL PAGV1-STATUS NOT EQUAL 0
                   ADD 1 TO WRK-CNV-QTD-ANTES
                   ADD PAGV1-NUM TO WRK-CNV-HASH-ANTES
                   ADD PAGV1-VALOR TO WRK-CNV-TOT-ANTES
                   WRITE ANTIGO-REG FROM PAGV1-REG
                   READ PAGV1 NEXT RECORD
               END-PERFORM
               CLOSE PAGV1
               CLOSE ANTIGO

               OPEN OUTPUT PAGV2
               OPEN INPUT ANTIGO
               READ ANTIGO
               PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
                   PERFORM 2210-PAGAMENTOS-PADRAO
                   WRITE PAGV2-REG
                       INVALID KEY
                           ADD 1 TO WRK-CNV-REJEITADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-CNV-QTD-DEPOIS
                           ADD PAGV2-NUM TO WRK-CNV-HASH-DEPOIS
                           ADD PAGV2-VALOR TO WRK-CNV-TOT-DEPOIS
                   END-WRITE
                   READ ANTIGO
               END-PERFORM
               CLOSE PAGV2
               CLOSE ANTIGO

               PERFORM 2900-CONFERE-TOTAIS
               IF WRK-CNV-OK NOT EQUAL 'S'
                   PERFORM 2220-PAGAMENTOS-VOLTA-1
               END-IF
           END-IF.

      *Registro antigo no layout novo, com o padrao dos campos
      *novos (alfanumericos ja vem em branco da imagem antiga)
       2210-PAGAMENTOS-PADRAO SECTION.
           MOVE ANTIGO-REG TO PAGV2-REG
           MOVE ZERO TO PAGV2-CODFILME.

      *Totais nao bateram: o arquivo volta ao layout da versao 1
      *a partir da imagem de antes
       2220-PAGAMENTOS-VOLTA-1 SECTION.
           OPEN OUTPUT PAGV1
           OPEN INPUT ANTIGO
           READ ANTIGO
           PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
               MOVE ANTIGO-REG TO PAGV1-REG
               WRITE PAGV1-REG
               READ ANTIGO
           END-PERFORM
           CLOSE PAGV1
           CLOSE ANTIGO.

      *PAGAMENTOS 2 -> 3: entra a hora do recebimento, zerada nos
      *recibos antigos (o relatorio de movimento por hora os conta
      *como sem hora)
       2230-PAGAMENTOS-2-3 SECTION.
           OPEN INPUT PAGV2
           IF PAGV2-STATUS NOT EQUAL 0
               MOVE PAGV2-STATUS TO WRK-CNV-STATUS
               PERFORM 2800-NAO-ABRIU
           ELSE
               PERFORM 2700-ABRE-ANTIGO
               READ PAGV2 NEXT RECORD
               PERFORM UNTIL PAGV2-STATUS NOT EQUAL 0
                   ADD 1 TO WRK-CNV-QTD-ANTES
                   ADD PAGV2-NUM TO WRK-CNV-HASH-ANTES
                   ADD PAGV2-VALOR TO WRK-CNV-TOT-ANTES
                   WRITE ANTIGO-REG FROM PAGV2-REG
                   READ PAGV2 NEXT RECORD
               END-PERFORM
               CLOSE PAGV2
               CLOSE ANTIGO

               OPEN OUTPUT PAGAMENTOS
               OPEN INPUT ANTIGO
               READ ANTIGO
               PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
                   PERFORM 2240-PAGAMENTOS-PADRAO-3
                   WRITE PAGAMENTOS-REG
                       INVALID KEY
                           ADD 1 TO WRK-CNV-REJEITADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-CNV-QTD-DEPOIS
                           ADD NUM-PAGAMENTO TO WRK-CNV-HASH-DEPOIS
                           ADD PAG-VALOR TO WRK-CNV-TOT-DEPOIS
                   END-WRITE
                   READ ANTIGO
               END-PERFORM
               CLOSE PAGAMENTOS
               CLOSE ANTIGO

               PERFORM 2900-CONFERE-TOTAIS
               IF WRK-CNV-OK NOT EQUAL 'S'
                   PERFORM 2250-PAGAMENTOS-VOLTA-2
               END-IF
           END-IF.

      *Registro da versao 2 no layout atual, com a hora zerada
       2240-PAGAMENTOS-PADRAO-3 SECTION.
           MOVE ANTIGO-REG TO PAGAMENTOS-REG
           MOVE ZERO TO PAG-HORA.

      *Totais nao bateram: o arquivo volta ao layout da versao 2
      *a partir da imagem de antes
       2250-PAGAMENTOS-VOLTA-2 SECTION.
           OPEN OUTPUT PAGV2
           OPEN INPUT ANTIGO
           READ ANTIGO
           PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
               MOVE ANTIGO-REG TO PAGV2-REG
               WRITE PAGV2-REG
               READ ANTIGO
           END-PERFORM
           CLOSE PAGV2
           CLOSE ANTIGO.

      *CLIENTES 1 -> 2: entram e-mail e preferencias de contato
      *(em branco = aceita tudo), CPF e os dados da indicacao;
      *numericos novos ficam zerados e o CPF e pedido na proxima
      *alteracao do cadastro
       2300-CLIENTES-1-2 SECTION.
           OPEN INPUT CLIV1
           IF CLIV1-STATUS NOT EQUAL 0
               MOVE CLIV1-STATUS TO WRK-CNV-STATUS
               PERFORM 2800-NAO-ABRIU
           ELSE
               PERFORM 2700-ABRE-ANTIGO
               READ CLIV1 NEXT RECORD
               PERFORM UNTIL CLIV1-STATUS NOT EQUAL 0
                   ADD 1 TO WRK-CNV-QTD-ANTES
                   ADD CLIV1-COD TO WRK-CNV-HASH-ANTES
                   ADD CLIV1-LIMITE-CONTA TO WRK-CNV-TOT-ANTES
                   WRITE ANTIGO-REG FROM CLIV1-REG
                   READ CLIV1 NEXT RECORD
               END-PERFORM
               CLOSE CLIV1
               CLOSE ANTIGO

               OPEN OUTPUT CLIENTES
               OPEN INPUT ANTIGO
               READ ANTIGO
               PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
                   PERFORM 2310-CLIENTES-PADRAO
                   WRITE CLIENTES-REG
                       INVALID KEY
                           ADD 1 TO WRK-CNV-REJEITADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-CNV-QTD-DEPOIS
                           ADD COD-CLIENTE TO WRK-CNV-HASH-DEPOIS
                           ADD CLI-LIMITE-CONTA TO WRK-CNV-TOT-DEPOIS
                   END-WRITE
                   READ ANTIGO
               END-PERFORM
               CLOSE CLIENTES
               CLOSE ANTIGO

               PERFORM 2900-CONFERE-TOTAIS
               IF WRK-CNV-OK NOT EQUAL 'S'
                   PERFORM 2320-CLIENTES-VOLTA-1
               END-IF
           END-IF.

      *Registro antigo no layout novo, com o padrao dos campos
      *novos (alfanumericos ja vem em branco da imagem antiga)
       2310-CLIENTES-PADRAO SECTION.
           MOVE ANTIGO-REG TO CLIENTES-REG
           MOVE ZERO TO CLI-CONSENT-DATA
           MOVE ZERO TO CLI-CPF
           MOVE ZERO TO CLI-INDICADO-POR
           MOVE ZERO TO CLI-IND-CUPOM
           MOVE ZERO TO CLI-IND-VALOR
           MOVE ZERO TO CLI-IND-DATA
           MOVE ZERO TO CLI-IND-DATA-EST.

      *Totais nao bateram: o arquivo volta ao layout da versao 1
      *a partir da imagem de antes
       2320-CLIENTES-VOLTA-1 SECTION.
           OPEN OUTPUT CLIV1
           OPEN INPUT ANTIGO
           READ ANTIGO
           PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
               MOVE ANTIGO-REG TO CLIV1-REG
               WRITE CLIV1-REG
               READ ANTIGO
           END-PERFORM
           CLOSE CLIV1
           CLOSE ANTIGO.

      *EXEMPLARES 1 -> 2: entram o contador de locacoes e a data
      *da ultima inspecao, zerados (o exemplar antigo entra na
      *fila de inspecao pelo contador, como um disco novo); o
      *arquivo sai no layout da versao 2 (EXEV2)
       2400-EXEMPLARES-1-2 SECTION.
           OPEN INPUT EXEV1
           IF EXEV1-STATUS NOT EQUAL 0
               MOVE EXEV1-STATUS TO WRK-CNV-STATUS
               PERFORM 2800-NAO-ABRIU
           ELSE
               PERFORM 2700-ABRE-ANTIGO
               READ EXEV1 NEXT RECORD
               PERFORM UNTIL EXEV1-STATUS NOT EQUAL 0
                   ADD 1 TO WRK-CNV-QTD-ANTES
                   ADD EXEV1-CODFILME TO WRK-CNV-HASH-ANTES
                   ADD EXEV1-CUSTO-BAIXA TO WRK-CNV-TOT-ANTES
                   WRITE ANTIGO-REG FROM EXEV1-REG
                   READ EXEV1 NEXT RECORD
               END-PERFORM
               CLOSE EXEV1
               CLOSE ANTIGO

               OPEN OUTPUT EXEV2
               OPEN INPUT ANTIGO
               READ ANTIGO
               PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
                   PERFORM 2410-EXEMPLARES-PADRAO
                   WRITE EXEV2-REG
                       INVALID KEY
                           ADD 1 TO WRK-CNV-REJEITADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-CNV-QTD-DEPOIS
                           ADD EXEV2-CODFILME TO WRK-CNV-HASH-DEPOIS
                           ADD EXEV2-CUSTO-BAIXA TO WRK-CNV-TOT-DEPOIS
                   END-WRITE
                   READ ANTIGO
               END-PERFORM
               CLOSE EXEV2
               CLOSE ANTIGO

               PERFORM 2900-CONFERE-TOTAIS
               IF WRK-CNV-OK NOT EQUAL 'S'
                   PERFORM 2420-EXEMPLARES-VOLTA-1
               END-IF
           END-IF.

      *Registro antigo no layout novo, com o padrao dos campos
      *novos (alfanumericos ja vem em branco da imagem antiga)
       2410-EXEMPLARES-PADRAO SECTION.
           MOVE ANTIGO-REG TO EXEV2-REG
           MOVE ZERO TO EXEV2-QTD-LOCACOES
           MOVE ZERO TO EXEV2-LOC-DESDE-INSP
           MOVE ZERO TO EXEV2-DATA-INSPECAO.

      *Totais nao bateram: o arquivo volta ao layout da versao 1
      *a partir da imagem de antes
       2420-EXEMPLARES-VOLTA-1 SECTION.
           OPEN OUTPUT EXEV1
           OPEN INPUT ANTIGO
           READ ANTIGO
           PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
               MOVE ANTIGO-REG TO EXEV1-REG
               WRITE EXEV1-REG
               READ ANTIGO
           END-PERFORM
           CLOSE EXEV1
           CLOSE ANTIGO.

      *EXEMPLARES 2 -> 3: entram a posse da copia e os dados do
      *leasing/consignacao; toda copia antiga e propria da loja,
      *sem distribuidor dono, data de devolucao ou preco de compra
       2430-EXEMPLARES-2-3 SECTION.
           OPEN INPUT EXEV2
           IF EXEV2-STATUS NOT EQUAL 0
               MOVE EXEV2-STATUS TO WRK-CNV-STATUS
               PERFORM 2800-NAO-ABRIU
           ELSE
               PERFORM 2700-ABRE-ANTIGO
               READ EXEV2 NEXT RECORD
               PERFORM UNTIL EXEV2-STATUS NOT EQUAL 0
                   ADD 1 TO WRK-CNV-QTD-ANTES
                   ADD EXEV2-CODFILME TO WRK-CNV-HASH-ANTES
                   ADD EXEV2-CUSTO-BAIXA TO WRK-CNV-TOT-ANTES
                   WRITE ANTIGO-REG FROM EXEV2-REG
                   READ EXEV2 NEXT RECORD
               END-PERFORM
               CLOSE EXEV2
               CLOSE ANTIGO

               OPEN OUTPUT EXEMPLARES
               OPEN INPUT ANTIGO
               READ ANTIGO
               PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
                   PERFORM 2440-EXEMPLARES-PADRAO-3
                   WRITE EXEMPLARES-REG
                       INVALID KEY
                           ADD 1 TO WRK-CNV-REJEITADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-CNV-QTD-DEPOIS
                           ADD EX-CODFILME TO WRK-CNV-HASH-DEPOIS
                           ADD EX-CUSTO-BAIXA TO WRK-CNV-TOT-DEPOIS
                   END-WRITE
                   READ ANTIGO
               END-PERFORM
               CLOSE EXEMPLARES
               CLOSE ANTIGO

               PERFORM 2900-CONFERE-TOTAIS
               IF WRK-CNV-OK NOT EQUAL 'S'
                   PERFORM 2450-EXEMPLARES-VOLTA-2
               END-IF
           END-IF.

      *Registro da versao 2 no layout atual, como copia propria
       2440-EXEMPLARES-PADRAO-3 SECTION.
           MOVE ANTIGO-REG TO EXEMPLARES-REG
           MOVE 'P' TO EX-POSSE
           MOVE SPACES TO EX-DIST-DONO
           MOVE ZERO TO EX-DATA-DEVOLVER
           MOVE ZERO TO EX-PRECO-COMPRA
           MOVE ZERO TO EX-PCT-REPASSE.

      *Totais nao bateram: o arquivo volta ao layout da versao 2
      *a partir da imagem de antes
       2450-EXEMPLARES-VOLTA-2 SECTION.
           OPEN OUTPUT EXEV2
           OPEN INPUT ANTIGO
           READ ANTIGO
           PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
               MOVE ANTIGO-REG TO EXEV2-REG
               WRITE EXEV2-REG
               READ ANTIGO
           END-PERFORM
           CLOSE EXEV2
           CLOSE ANTIGO.

      *ARQEMP 1 -> 2: o arquivo morto passa a guardar as 92
      *posicoes do EMPRESTIMOS na versao 2, com EMP-NUM-PREPAGO
      *zerado nos emprestimos arquivados antes do pre-pago. Sem
      *ARQEMP.DAT (nada arquivado ainda) so o carimbo sobe
       2500-ARQEMP-1-2 SECTION.
           OPEN INPUT ARQEMPV1
           IF ARQEMPV1-STATUS NOT EQUAL 0
              AND ARQEMPV1-STATUS NOT EQUAL 35
               MOVE ARQEMPV1-STATUS TO WRK-CNV-STATUS
               PERFORM 2800-NAO-ABRIU
           ELSE
               PERFORM 2700-ABRE-ANTIGO
               IF ARQEMPV1-STATUS EQUAL 0
                   READ ARQEMPV1
                   PERFORM UNTIL ARQEMPV1-STATUS NOT EQUAL 0
                       ADD 1 TO WRK-CNV-QTD-ANTES
                       ADD ARQEMPV1-NUM TO WRK-CNV-HASH-ANTES
                       ADD ARQEMPV1-VALOR-MULTA TO WRK-CNV-TOT-ANTES
                       WRITE ANTIGO-REG FROM ARQEMPV1-REG
                       READ ARQEMPV1
                   END-PERFORM
                   CLOSE ARQEMPV1
               END-IF
               CLOSE ANTIGO

               IF WRK-CNV-QTD-ANTES GREATER THAN ZERO
                   OPEN OUTPUT ARQEMP
                   OPEN INPUT ANTIGO
                   READ ANTIGO
                   PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
                       PERFORM 2510-ARQEMP-PADRAO
                       WRITE ARQEMP-REG
                       IF ARQEMP-STATUS EQUAL 0
                           ADD 1 TO WRK-CNV-QTD-DEPOIS
                           ADD ARQEMP-NUM TO WRK-CNV-HASH-DEPOIS
                           ADD ARQEMP-VALOR-MULTA TO WRK-CNV-TOT-DEPOIS
                       ELSE
                           ADD 1 TO WRK-CNV-REJEITADOS
                       END-IF
                       READ ANTIGO
                   END-PERFORM
                   CLOSE ARQEMP
                   CLOSE ANTIGO
               END-IF

               PERFORM 2900-CONFERE-TOTAIS
               IF WRK-CNV-OK NOT EQUAL 'S'
                   PERFORM 2520-ARQEMP-VOLTA-1
               END-IF
           END-IF.

      *Registro antigo no layout novo, com o pre-pago zerado
       2510-ARQEMP-PADRAO SECTION.
           MOVE ANTIGO-REG TO ARQEMP-REG
           MOVE ZERO TO ARQEMP-NUM-PREPAGO.

      *Totais nao bateram: o arquivo volta ao layout da versao 1
      *a partir da imagem de antes
       2520-ARQEMP-VOLTA-1 SECTION.
           OPEN OUTPUT ARQEMPV1
           OPEN INPUT ANTIGO
           READ ANTIGO
           PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
               MOVE ANTIGO-REG TO ARQEMPV1-REG
               WRITE ARQEMPV1-REG
               READ ANTIGO
           END-PERFORM
           CLOSE ARQEMPV1
           CLOSE ANTIGO.

      *ARQPAG 1 -> 2: o arquivo morto passa a guardar as 149
      *posicoes do PAGAMENTOS na versao 2; recibos arquivados antes
      *ficam sem filme (zero) e sem TEF (em branco, da imagem
      *antiga). Sem ARQPAG.DAT so o carimbo sobe
       2600-ARQPAG-1-2 SECTION.
           OPEN INPUT ARQPAGV1
           IF ARQPAGV1-STATUS NOT EQUAL 0
              AND ARQPAGV1-STATUS NOT EQUAL 35
               MOVE ARQPAGV1-STATUS TO WRK-CNV-STATUS
               PERFORM 2800-NAO-ABRIU
           ELSE
               PERFORM 2700-ABRE-ANTIGO
               IF ARQPAGV1-STATUS EQUAL 0
                   READ ARQPAGV1
                   PERFORM UNTIL ARQPAGV1-STATUS NOT EQUAL 0
                       ADD 1 TO WRK-CNV-QTD-ANTES
                       ADD ARQPAGV1-NUM TO WRK-CNV-HASH-ANTES
                       ADD ARQPAGV1-VALOR TO WRK-CNV-TOT-ANTES
                       WRITE ANTIGO-REG FROM ARQPAGV1-REG
                       READ ARQPAGV1
                   END-PERFORM
                   CLOSE ARQPAGV1
               END-IF
               CLOSE ANTIGO

               IF WRK-CNV-QTD-ANTES GREATER THAN ZERO
                   OPEN OUTPUT ARQPAG
                   OPEN INPUT ANTIGO
                   READ ANTIGO
                   PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
                       PERFORM 2610-ARQPAG-PADRAO
                       WRITE ARQPAG-REG
                       IF ARQPAG-STATUS EQUAL 0
                           ADD 1 TO WRK-CNV-QTD-DEPOIS
                           ADD ARQPAG-NUM TO WRK-CNV-HASH-DEPOIS
                           ADD ARQPAG-VALOR TO WRK-CNV-TOT-DEPOIS
                       ELSE
                           ADD 1 TO WRK-CNV-REJEITADOS
                       END-IF
                       READ ANTIGO
                   END-PERFORM
                   CLOSE ARQPAG
                   CLOSE ANTIGO
               END-IF

               PERFORM 2900-CONFERE-TOTAIS
               IF WRK-CNV-OK NOT EQUAL 'S'
                   PERFORM 2620-ARQPAG-VOLTA-1
               END-IF
           END-IF.

      *Registro antigo no layout novo, sem o titulo da venda
       2610-ARQPAG-PADRAO SECTION.
           MOVE ANTIGO-REG TO ARQPAG-REG
           MOVE ZERO TO ARQPAG-CODFILME.

      *Totais nao bateram: o arquivo volta ao layout da versao 1
      *a partir da imagem de antes
       2620-ARQPAG-VOLTA-1 SECTION.
           OPEN OUTPUT ARQPAGV1
           OPEN INPUT ANTIGO
           READ ANTIGO
           PERFORM UNTIL ANTIGO-STATUS NOT EQUAL 0
               MOVE ANTIGO-REG TO ARQPAGV1-REG
               WRITE ARQPAGV1-REG
               READ ANTIGO
           END-PERFORM
           CLOSE ARQPAGV1
           CLOSE ANTIGO.

      *Abre a imagem de antes, <ARQUIVO>.Vnnn com a versao de
      *origem, e zera as contagens
       2700-ABRE-ANTIGO SECTION.
           MOVE SPACES TO WRK-PATH-ANTIGO
           STRING WRK-BASE-DIR DELIMITED BY SPACE
                  VRS-ARQUIVO DELIMITED BY SPACE
                  '.V' DELIMITED BY SIZE
                  WRK-CNV-DE DELIMITED BY SIZE
                  INTO WRK-PATH-ANTIGO
           END-STRING
           OPEN OUTPUT ANTIGO
           MOVE ZERO TO WRK-CNV-QTD-ANTES
           MOVE ZERO TO WRK-CNV-QTD-DEPOIS
           MOVE ZERO TO WRK-CNV-HASH-ANTES
           MOVE ZERO TO WRK-CNV-HASH-DEPOIS
           MOVE ZERO TO WRK-CNV-TOT-ANTES
           MOVE ZERO TO WRK-CNV-TOT-DEPOIS
           MOVE ZERO TO WRK-CNV-REJEITADOS.

      *O arquivo nao abre no layout da versao carimbada (tamanho ou
      *chaves diferentes): nada e alterado
       2800-NAO-ABRIU SECTION.
           ADD 1 TO WRK-CNV-FALHAS
           DISPLAY 'Arquivo ' VRS-ARQUIVO ' nao abre no layout da'
               ' versao ' WRK-CNV-DE ' (status ' WRK-CNV-STATUS ')'
           MOVE SPACES TO WRK-CNV-LINHA-REL
           STRING VRS-ARQUIVO DELIMITED BY SPACE
                  ';V' DELIMITED BY SIZE
                  WRK-CNV-DE DELIMITED BY SIZE
                  ';NAO ABRE NESTE LAYOUT;STATUS;' DELIMITED BY SIZE
                  WRK-CNV-STATUS DELIMITED BY SIZE
                  INTO WRK-CNV-LINHA-REL
           END-STRING
           WRITE CONVREL-REG FROM WRK-CNV-LINHA-REL.

      *Compara quantidade, hash das chaves e total de valor antes e
      *depois; batendo, o carimbo sobe uma versao
       2900-CONFERE-TOTAIS SECTION.
           IF WRK-CNV-QTD-ANTES EQUAL WRK-CNV-QTD-DEPOIS
               AND WRK-CNV-HASH-ANTES EQUAL WRK-CNV-HASH-DEPOIS
               AND WRK-CNV-TOT-ANTES EQUAL WRK-CNV-TOT-DEPOIS
               AND WRK-CNV-REJEITADOS EQUAL ZERO
               MOVE 'S' TO WRK-CNV-OK
           ELSE
               MOVE 'N' TO WRK-CNV-OK
           END-IF

           IF WRK-CNV-OK EQUAL 'S'
               MOVE ';OK' TO WRK-CNV-SITUACAO
           ELSE
               MOVE ';DIVERGENTE;VOLTOU AO LAYOUT ANTIGO'
                   TO WRK-CNV-SITUACAO
           END-IF
           MOVE WRK-CNV-TOT-ANTES TO WRK-CNV-TOT-A-ED
           MOVE WRK-CNV-TOT-DEPOIS TO WRK-CNV-TOT-D-ED
           MOVE SPACES TO WRK-CNV-LINHA-REL
           STRING VRS-ARQUIVO DELIMITED BY SPACE
                  ';V' DELIMITED BY SIZE
                  WRK-CNV-DE DELIMITED BY SIZE
                  ';V' DELIMITED BY SIZE
                  WRK-CNV-PARA DELIMITED BY SIZE
                  ';ANTES;' DELIMITED BY SIZE
                  WRK-CNV-QTD-ANTES DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-CNV-HASH-ANTES DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-CNV-TOT-A-ED DELIMITED BY SIZE
                  ';DEPOIS;' DELIMITED BY SIZE
                  WRK-CNV-QTD-DEPOIS DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-CNV-HASH-DEPOIS DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-CNV-TOT-D-ED DELIMITED BY SIZE
                  WRK-CNV-SITUACAO DELIMITED BY '  '
                  INTO WRK-CNV-LINHA-REL
           END-STRING
           WRITE CONVREL-REG FROM WRK-CNV-LINHA-REL

           DISPLAY '  Antes : ' WRK-CNV-QTD-ANTES ' registros, total '
               WRK-CNV-TOT-A-ED
           DISPLAY '  Depois: ' WRK-CNV-QTD-DEPOIS ' registros, total '
               WRK-CNV-TOT-D-ED

           IF WRK-CNV-OK EQUAL 'S'
               ADD 1 TO WRK-CNV-CONVERTIDOS
               MOVE WRK-CNV-PARA TO VRS-VERSAO
               MOVE WRK-CNV-PARA TO WRK-CNV-VERSAO
               PERFORM 2950-TAMANHO-DA-VERSAO
               MOVE WRK-CNV-TAMANHO TO VRS-TAMANHO
               MOVE WRK-CNV-DATA TO VRS-DATA
               MOVE 'CONVERTE-ARQUIVOS' TO VRS-ORIGEM
               REWRITE VERSOES-REG
           ELSE
               ADD 1 TO WRK-CNV-FALHAS
               DISPLAY '  Totais divergentes: arquivo devolvido ao'
                   ' layout antigo'
           END-IF.

      *Tamanho do registro do arquivo WRK-VRS-IDX na versao
      *WRK-CNV-VERSAO: a atual e a 1 vem da tabela, as
      *intermediarias sao as dos FDs EMPV2/PAGV2/EXEV2
       2950-TAMANHO-DA-VERSAO SECTION.
           EVALUATE TRUE
               WHEN WRK-CNV-VERSAO EQUAL 1
                   MOVE WRK-VRS-TAM-V1 (WRK-VRS-IDX) TO WRK-CNV-TAMANHO
               WHEN WRK-CNV-VERSAO EQUAL WRK-VRS-VERSAO (WRK-VRS-IDX)
                   MOVE WRK-VRS-TAMANHO (WRK-VRS-IDX)
                       TO WRK-CNV-TAMANHO
               WHEN WRK-VRS-ARQUIVO (WRK-VRS-IDX) EQUAL 'EMPRESTIMOS'
                   AND WRK-CNV-VERSAO EQUAL 2
                   MOVE 92 TO WRK-CNV-TAMANHO
               WHEN WRK-VRS-ARQUIVO (WRK-VRS-IDX) EQUAL 'PAGAMENTOS'
                   AND WRK-CNV-VERSAO EQUAL 2
                   MOVE 149 TO WRK-CNV-TAMANHO
               WHEN WRK-VRS-ARQUIVO (WRK-VRS-IDX) EQUAL 'EXEMPLARES'
                   AND WRK-CNV-VERSAO EQUAL 2
                   MOVE 96 TO WRK-CNV-TAMANHO
               WHEN OTHER
                   MOVE WRK-VRS-TAMANHO (WRK-VRS-IDX)
                       TO WRK-CNV-TAMANHO
           END-EVALUATE.

      *Grava so o carimbo de um arquivo que ja esta no layout
      *informado (PC atualizado por fora, sem o carimbo certo)
       3000-CARIMBA SECTION.
           MOVE 'N' TO WRK-CNV-ACHOU
           PERFORM VARYING WRK-VRS-IDX FROM 1 BY 1
               UNTIL WRK-VRS-IDX > 10 OR WRK-CNV-ACHOU EQUAL 'S'
               IF WRK-CNV-P2 EQUAL WRK-VRS-ARQUIVO (WRK-VRS-IDX)
                   MOVE 'S' TO WRK-CNV-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-CNV-ACHOU EQUAL 'S'
               SUBTRACT 1 FROM WRK-VRS-IDX
           END-IF.

           IF WRK-CNV-ACHOU EQUAL 'N'
               OR WRK-CNV-P3 NOT NUMERIC
               DISPLAY 'Uso: CONVERTE-ARQUIVOS CARIMBA <ARQUIVO> <nnn>'
               ADD 1 TO WRK-CNV-FALHAS
           ELSE
               IF WRK-CNV-P3-9 EQUAL ZERO
                   OR WRK-CNV-P3-9 GREATER THAN
                   WRK-VRS-VERSAO (WRK-VRS-IDX)
                   DISPLAY 'Versao ' WRK-CNV-P3 ' invalida para '
                       WRK-CNV-P2
                   ADD 1 TO WRK-CNV-FALHAS
               ELSE
                   MOVE WRK-CNV-P2 TO VRS-ARQUIVO
                   READ VERSOES KEY IS VRS-ARQUIVO
                       INVALID KEY
                           MOVE ZERO TO VRS-VERSAO
                   END-READ
                   MOVE VRS-VERSAO TO WRK-CNV-DE
                   MOVE WRK-CNV-P2 TO VRS-ARQUIVO
                   MOVE WRK-CNV-P3-9 TO VRS-VERSAO
                   MOVE WRK-CNV-P3-9 TO WRK-CNV-VERSAO
                   PERFORM 2950-TAMANHO-DA-VERSAO
                   MOVE WRK-CNV-TAMANHO TO VRS-TAMANHO
                   MOVE WRK-CNV-DATA TO VRS-DATA
                   MOVE 'CARIMBO MANUAL' TO VRS-ORIGEM
                   IF WRK-CNV-DE EQUAL ZERO
                       WRITE VERSOES-REG
                   ELSE
                       REWRITE VERSOES-REG
                   END-IF
                   MOVE SPACES TO WRK-CNV-LINHA-REL
                   STRING VRS-ARQUIVO DELIMITED BY SPACE
                          ';V' DELIMITED BY SIZE
                          WRK-CNV-DE DELIMITED BY SIZE
                          ';V' DELIMITED BY SIZE
                          VRS-VERSAO DELIMITED BY SIZE
                          ';CARIMBO MANUAL' DELIMITED BY SIZE
                          INTO WRK-CNV-LINHA-REL
                   END-STRING
                   WRITE CONVREL-REG FROM WRK-CNV-LINHA-REL
                   DISPLAY 'Carimbo de ' VRS-ARQUIVO ' passou para a'
                       ' versao ' VRS-VERSAO
               END-IF
           END-IF.

       9000-FINALIZAR SECTION.
           MOVE SPACES TO WRK-CNV-LINHA-REL
           STRING 'TOTAIS;CONVERTIDOS;' DELIMITED BY SIZE
                  WRK-CNV-CONVERTIDOS DELIMITED BY SIZE
                  ';FALHAS;' DELIMITED BY SIZE
                  WRK-CNV-FALHAS DELIMITED BY SIZE
                  INTO WRK-CNV-LINHA-REL
           END-STRING
           WRITE CONVREL-REG FROM WRK-CNV-LINHA-REL
           CLOSE VERSOES.
           CLOSE CONVREL.
           DISPLAY 'Arquivos convertidos: ' WRK-CNV-CONVERTIDOS
               ' com falha: ' WRK-CNV-FALHAS
           IF WRK-CNV-CONVERTIDOS GREATER THAN ZERO
               DISPLAY 'Rode de novo se algum arquivo ainda estiver'
               DISPLAY 'atras da versao do programa'
           END-IF.

       END PROGRAM CONVERTE-ARQUIVOS.
