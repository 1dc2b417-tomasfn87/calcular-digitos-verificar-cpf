       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApurarCobrancaMensal.
      *
      *      Apuração mensal da cobrança do serviço de verificação às
      *    áreas de negócio: para o mês recebido por linha de comando
      *    (AAAAMM; omitido, o mês anterior ao corrente), emite no
      *    CPFFAT um demonstrativo no formato de fatura, um bloco por
      *    sistema de origem (verificações em lote) e um por agência
      *    (conferências no balcão), cada um com quantidade, preço
      *    unitário e valor, mais a parcela que lhe cabe das consultas
      *    de situação enviadas à Receita.
      *      Os preços vêm da tabela de tarifas CPFTAR, uma linha por
      *    serviço e início de vigência; cada quantidade é valorada
      *    pela tarifa vigente na data em que o serviço foi prestado,
      *    de modo que um reajuste no meio do mês sai em duas linhas
      *    na fatura. Serviço sem tarifa vigente aborta a apuração -
      *    não se fatura por conta.
      *      As quantidades saem dos arquivos do mês que ficam retidos
      *    (o CPFSAI, o CPFEXC e o CPFREQ de cada noite são regravados
      *    na seguinte):
      *      - lote: as linhas por sistema de origem do histórico
      *        CPFHIS, que GravarHistoricoLote tira do CPFSAI de cada
      *        noite (um registro de saída por registro lido, aceito ou
      *        rejeitado - o CPFEXC é subconjunto do CPFSAI e não
      *        entra de novo na conta), descontados os vereditos que
      *        o lote delta aproveitou da noite anterior sem verificar
      *        de novo, que saem demonstrados à parte;
      *      - balcão: os documentos conferidos das sessões do diário
      *        CPFSES iniciadas no mês, pela agência da sessão;
      *      - Receita: os documentos de cada geração do CPFREQ com
      *        data de geração no mês (o job concatena as gerações do
      *        mês; cabeçalho e trailer de cada uma vêm junto). A
      *        consulta não tem consumidor próprio - o mestre pergunta
      *        pela carteira inteira -, então o custo é rateado entre
      *        origens e agências na proporção das verificações de
      *        cada uma, com a sobra de centavos para o maior
      *        consumidor.
      *      A fatura fecha contra a auditoria: a contagem do mês no
      *    controle CPFAUDC tem de bater com o arquivo-morto
      *    CPFAUDAAAAMM, as linhas de balcão do arquivo-morto (as que
      *    levam operador) com o faturado no balcão, e as demais linhas
      *    têm de cobrir o faturado em lote - o que sobra são as
      *    verificações avulsas de VerificarCPF, que não têm a quem ser
      *    cobradas e saem demonstradas à parte. Divergência sai
      *    marcada no demonstrativo, com código de retorno 12.
      *      O lote é conferido pela data de negócio que grava em cada
      *    linha de auditoria, como o CPFHIS: as linhas da última noite
      *    do mês gravadas depois da meia-noite são buscadas no
      *    arquivo-morto do mês seguinte (ou, ainda não arquivado, no
      *    CPFAUD vivo), e as de noites do mês anterior que caíram no
      *    arquivo-morto deste ficam de fora. Linhas sem a data de
      *    negócio (avulsas e lote de antes dela) contam pelo mês do
      *    arquivo, como sempre.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TARIFAS ASSIGN TO "CPFTAR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TARIFAS.
      *
           SELECT ARQ-HISTORICO ASSIGN TO "CPFHIS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-HISTORICO.
      *
           SELECT ARQ-SESSOES ASSIGN TO "CPFSES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SESSOES.
      *
           SELECT ARQ-CONSULTA ASSIGN TO "CPFREQ"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONSULTA.
      *
           SELECT ARQ-CONTROLE ASSIGN TO "CPFAUDC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONTROLE.
      *
      *      Arquivo-morto do mês apurado; o nome é montado em tempo
      *    de execução como CPFAUD + AAAAMM, como na rotação.
           SELECT ARQ-ARQUIVO-MES ASSIGN TO NOME-ARQUIVO-MES
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ARQUIVO-MES.
      *
      *      Auditoria seguinte ao mês apurado: o arquivo-morto do mês
      *    seguinte (CPFAUD + AAAAMM) ou, na falta dele, o CPFAUD vivo.
           SELECT ARQ-ARQUIVO-SEGUINTE ASSIGN TO NOME-ARQUIVO-SEGUINTE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ARQUIVO-SEGUINTE.
      *
           SELECT ARQ-DEMONSTRATIVO ASSIGN TO "CPFFAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DEMONSTRATIVO.
      *
           SELECT SD-ITENS ASSIGN TO "SORTWK1".
      *
       DATA DIVISION.
       FILE SECTION.
      *      Tabela de tarifas: início de vigência (AAAAMMDD), serviço
      *    (LOTE, BALC ou RECE) e preço unitário em reais com quatro
      *    decimais implícitos (000001500 = 0,1500). Linhas iniciadas
      *    por "*" são comentário.
       FD  ARQ-TARIFAS.
           01 REG-TARIFA.
             05 TAR-VIGENCIA       PIC X(8).
             05 FILLER             PIC X.
             05 TAR-SERVICO        PIC X(4).
             05 FILLER             PIC X.
             05 TAR-PRECO          PIC 9(5)V9(4).
      *
       FD  ARQ-HISTORICO.
           01 REG-HISTORICO.
             05 HIS-DATA           PIC X(8).
             05 FILLER             PIC X.
             05 HIS-TIPO           PIC X.
             05 FILLER             PIC X.
             05 HIS-ORIGEM         PIC X(4).
             05 FILLER             PIC X.
             05 HIS-LIDOS          PIC 9(9).
             05 FILLER             PIC X.
             05 HIS-VALIDOS        PIC 9(9).
             05 FILLER             PIC X.
             05 HIS-INVALIDOS      PIC 9(9).
             05 FILLER             PIC X.
             05 HIS-MALFORMADOS    PIC 9(9).
             05 FILLER             PIC X.
             05 HIS-IRREGULARES    PIC 9(9).
             05 FILLER             PIC X.
             05 HIS-DUPLICADOS     PIC 9(9).
             05 FILLER             PIC X.
             05 HIS-JA-CONHECIDOS  PIC 9(9).
             05 FILLER             PIC X.
             05 HIS-APROVEITADOS   PIC 9(9).
      *
       FD  ARQ-SESSOES.
           01 REG-SESSAO.
             05 SES-OPERADOR   PIC X(6).
             05 FILLER         PIC X.
             05 SES-AGENCIA    PIC X(4).
             05 FILLER         PIC X.
             05 SES-SESSAO     PIC X(16).
             05 FILLER         PIC X.
             05 SES-INICIO     PIC X(21).
             05 FILLER         PIC X.
             05 SES-FIM        PIC X(21).
             05 FILLER         PIC X.
             05 SES-CONFERIDOS PIC 9(5).
             05 FILLER         PIC X.
             05 SES-FALHAS     PIC 9(5).
      *
      *      Cabeçalho (HDR, data de geração, data de corte), um
      *    documento por detalhe e trailer (TRL, contagem) - o layout
      *    de GerarConsultaSituacao.
       FD  ARQ-CONSULTA.
           01 REG-CONSULTA.
             05 REQ-MARCA          PIC X(3).
             05 FILLER             PIC X.
             05 REQ-DATA-GERACAO   PIC X(8).
             05 FILLER             PIC X(18).
           01 REG-CONSULTA-TRAILER.
             05 FILLER             PIC X(4).
             05 REQ-QTD-TRAILER    PIC 9(9).
             05 FILLER             PIC X(17).
      *
       FD  ARQ-CONTROLE.
           01 REG-CONTROLE.
             05 CTL-MES           PIC X(6).
             05 FILLER            PIC X.
             05 CTL-QTD-REGISTROS PIC 9(9).
             05 FILLER            PIC X.
             05 CTL-HASH-TOTAL    PIC 9(12).
             05 FILLER            PIC X.
             05 CTL-SITUACAO      PIC X(9).
      *
      *      Linha de auditoria arquivada: o layout padrão nas 56
      *    primeiras colunas; as linhas da tela trazem o operador e a
      *    sessão anexados depois delas, as do lote a data de negócio
      *    depois das colunas da tela.
       FD  ARQ-ARQUIVO-MES.
           01 REG-ARQUIVO-MES.
             05 FILLER             PIC X(57).
             05 ARQ-OPERADOR       PIC X(6).
             05 FILLER             PIC X(17).
             05 ARQ-DATA-NEGOCIO   PIC X(8).
             05 FILLER             PIC X(12).
      *
       FD  ARQ-ARQUIVO-SEGUINTE.
           01 REG-ARQUIVO-SEGUINTE.
             05 FILLER             PIC X(57).
             05 SEG-OPERADOR       PIC X(6).
             05 FILLER             PIC X(17).
             05 SEG-DATA-NEGOCIO   PIC X(8).
             05 FILLER             PIC X(12).
      *
       FD  ARQ-DEMONSTRATIVO.
           01 REG-DEMONSTRATIVO    PIC X(80).
      *
      *      Itens da fatura classificados por tipo de consumidor
      *    (O = sistema de origem, antes de A = agência), código,
      *    serviço e vigência da tarifa.
       SD  SD-ITENS.
           01 REG-SD-ITEM.
             05 SDI-TIPO           PIC X.
             05 SDI-CODIGO         PIC X(4).
             05 SDI-SERVICO        PIC X(4).
             05 SDI-VIGENCIA       PIC X(8).
             05 SDI-PRECO          PIC 9(5)V9(4).
             05 SDI-QTD            PIC 9(9).
      *
       WORKING-STORAGE SECTION.
      *
      *      Mês apurado, recebido por linha de comando (AAAAMM).
           01 MES-REFERENCIA   PIC X(6).
           01 MES-NUMERICO REDEFINES MES-REFERENCIA.
             05 REF-ANO          PIC 9(4).
             05 REF-MES          PIC 9(2).
           01 MESES-REFERENCIA PIC 9(6) VALUE ZERO.
      *
      *      Nome do arquivo-morto do mês (CPFAUD + AAAAMM).
           01 NOME-ARQUIVO-MES PIC X(12) VALUE SPACES.
      *
      *      Mês seguinte ao apurado e nome da auditoria em que se
      *    buscam as linhas da virada.
           01 MES-SEGUINTE     PIC X(6).
           01 MES-SEGUINTE-NUM REDEFINES MES-SEGUINTE.
             05 SEG-ANO          PIC 9(4).
             05 SEG-MES          PIC 9(2).
           01 NOME-ARQUIVO-SEGUINTE PIC X(12) VALUE SPACES.
      *
      *      Status dos arquivos ("00" = OK, "35" = não existe).
           01 WS-STATUS-TARIFAS       PIC X(2) VALUE SPACES.
           01 WS-STATUS-HISTORICO     PIC X(2) VALUE SPACES.
           01 WS-STATUS-SESSOES       PIC X(2) VALUE SPACES.
           01 WS-STATUS-CONSULTA      PIC X(2) VALUE SPACES.
           01 WS-STATUS-CONTROLE      PIC X(2) VALUE SPACES.
           01 WS-STATUS-ARQUIVO-MES   PIC X(2) VALUE SPACES.
           01 WS-STATUS-ARQUIVO-SEGUINTE PIC X(2) VALUE SPACES.
           01 WS-STATUS-DEMONSTRATIVO PIC X(2) VALUE SPACES.
      *
      *      Indicadores de fim de arquivo.
           01 FIM-ARQUIVO      PIC X VALUE "N".
             88 NAO-HA-MAIS-REGISTROS VALUE "S".
           01 FIM-SORT         PIC X VALUE "N".
             88 NAO-HA-MAIS-SORT VALUE "S".
      *
      *      Tarifas carregadas do CPFTAR.
           01 QTD-TARIFAS      PIC 9(4) COMP VALUE ZERO.
           01 TABELA-TARIFAS.
             05 TRF-ENTRADA OCCURS 200 TIMES.
               10 TRF-VIGENCIA     PIC X(8).
               10 TRF-SERVICO      PIC X(4).
               10 TRF-PRECO        PIC 9(5)V9(4).
      *
      *      Itens da fatura: consumidor (tipo e código), serviço e
      *    tarifa aplicada, com a quantidade acumulada no mês.
           01 QTD-ITENS        PIC 9(4) COMP VALUE ZERO.
           01 TABELA-ITENS.
             05 ITM-ENTRADA OCCURS 2000 TIMES.
               10 ITM-TIPO         PIC X.
               10 ITM-CODIGO       PIC X(4).
               10 ITM-SERVICO      PIC X(4).
               10 ITM-TARIFA       PIC 9(4) COMP.
               10 ITM-QTD          PIC 9(9) COMP.
      *
      *      Consumidores do mês, com as verificações que servem de
      *    base ao rateio das consultas à Receita e a parcela rateada.
           01 QTD-CONSUMIDORES PIC 9(4) COMP VALUE ZERO.
           01 TABELA-CONSUMIDORES.
             05 CNS-ENTRADA OCCURS 1000 TIMES.
               10 CNS-TIPO         PIC X.
               10 CNS-CODIGO       PIC X(4).
               10 CNS-QTD          PIC 9(9) COMP.
               10 CNS-RATEIO       PIC 9(11)V99.
      *
      *      Sinaliza que uma das tabelas encheu: a fatura não pode
      *    sair incompleta.
           01 TABELA-CHEIA     PIC X VALUE "N".
             88 HA-ENTRADAS-DEMAIS VALUE "S".
      *
      *      Sinaliza quantidade sem tarifa vigente.
           01 TARIFA-AUSENTE   PIC X VALUE "N".
             88 HA-SERVICO-SEM-TARIFA VALUE "S".
      *
      *      Chave de trabalho para as buscas nas tabelas.
           01 CHAVE-TIPO       PIC X.
           01 CHAVE-CODIGO     PIC X(4).
           01 CHAVE-SERVICO    PIC X(4).
           01 CHAVE-DATA       PIC X(8).
           01 CHAVE-QTD        PIC 9(9) VALUE ZERO.
      *
      *      Índices de trabalho.
           01 I                PIC 9(4) COMP VALUE ZERO.
           01 IND-TARIFA       PIC 9(4) COMP VALUE ZERO.
           01 IND-ITEM         PIC 9(4) COMP VALUE ZERO.
           01 IND-CONSUMIDOR   PIC 9(4) COMP VALUE ZERO.
           01 IND-MAIOR        PIC 9(4) COMP VALUE ZERO.
      *
      *      Quantidades apuradas no mês.
           01 NOITES-LOTE      PIC 9(9) VALUE ZERO.
           01 TOTAL-NOITES-LIDOS PIC 9(9) VALUE ZERO.
           01 TOTAL-LOTE       PIC 9(9) VALUE ZERO.
           01 SESSOES-BALCAO   PIC 9(9) VALUE ZERO.
           01 TOTAL-BALCAO     PIC 9(9) VALUE ZERO.
           01 GERACOES-RECEITA PIC 9(9) VALUE ZERO.
           01 TOTAL-RECEITA    PIC 9(9) VALUE ZERO.
           01 TOTAL-VERIFICACOES PIC 9(9) VALUE ZERO.
      *
      *      Vereditos aproveitados pelo lote delta (lidos mas não
      *    verificados, portanto não faturados) e a parte verificada
      *    da linha do CPFHIS corrente.
           01 TOTAL-APROVEITADOS PIC 9(9) VALUE ZERO.
           01 QTD-APROVEITADA  PIC 9(9) VALUE ZERO.
           01 QTD-VERIFICADA   PIC 9(9) VALUE ZERO.
      *
      *      Geração do CPFREQ em leitura: se é do mês, quantos
      *    detalhes já contou e a tarifa vigente na data de geração.
           01 GERACAO-NO-MES   PIC X VALUE "N".
             88 E-GERACAO-DO-MES VALUE "S".
           01 DETALHES-GERACAO PIC 9(9) VALUE ZERO.
           01 TARIFA-GERACAO   PIC 9(4) COMP VALUE ZERO.
      *
      *      Valores em reais.
           01 VALOR-ITEM       PIC 9(11)V99 VALUE ZERO.
           01 VALOR-CONSUMIDOR PIC 9(11)V99 VALUE ZERO.
           01 VALOR-RECEITA    PIC 9(11)V99 VALUE ZERO.
           01 VALOR-RATEADO    PIC 9(11)V99 VALUE ZERO.
           01 TOTAL-ORIGENS    PIC 9(11)V99 VALUE ZERO.
           01 TOTAL-AGENCIAS   PIC 9(11)V99 VALUE ZERO.
           01 TOTAL-GERAL      PIC 9(11)V99 VALUE ZERO.
      *
      *      Conferência contra a auditoria do mês.
           01 CONTROLE-MES     PIC X VALUE "N".
             88 HA-CONTROLE-DO-MES VALUE "S".
           01 SITUACAO-CONTROLE PIC X(9) VALUE SPACES.
           01 QTD-CONTROLE     PIC 9(9) VALUE ZERO.
           01 ARQUIVO-LIDO     PIC X VALUE "N".
             88 HA-ARQUIVO-MORTO VALUE "S".
           01 LINHAS-ARQUIVO   PIC 9(9) VALUE ZERO.
           01 LINHAS-TELA      PIC 9(9) VALUE ZERO.
           01 LINHAS-OUTRAS    PIC 9(9) VALUE ZERO.
           01 LINHAS-AVULSAS   PIC 9(9) VALUE ZERO.
           01 LINHAS-OUTRO-MES PIC 9(9) VALUE ZERO.
           01 LINHAS-MES-SEGUINTE PIC 9(9) VALUE ZERO.
           01 TOTAL-FATURADO   PIC 9(9) VALUE ZERO.
           01 DIVERGENCIA      PIC X VALUE "N".
             88 HA-DIVERGENCIA VALUE "S".
      *
      *      Consumidor corrente na impressão da fatura.
           01 TIPO-CORRENTE    PIC X VALUE SPACE.
           01 CODIGO-CORRENTE  PIC X(4) VALUE SPACES.
      *
      *      Edição dos contadores para exibição.
           01 VALOR-EDITADO    PIC ZZZZZZZZ9.
           01 MOEDA-EDITADA    PIC ZZZZZZZZZZ9.99.
      *
      *      Layouts das linhas do demonstrativo.
           01 LINHA-CABECALHO-MES.
             05 FILLER         PIC X(34)
               VALUE "DEMONSTRATIVO DE COBRANCA - MES: ".
             05 CAB-MES        PIC X(6).
      *
           01 LINHA-CONSUMIDOR.
             05 CAB-ROTULO     PIC X(19).
             05 CAB-CODIGO     PIC X(4).
      *
           01 LINHA-TITULO-COLUNAS.
             05 FILLER         PIC X(22) VALUE "  SERVICO".
             05 FILLER         PIC X(10) VALUE "VIGENCIA".
             05 FILLER         PIC X(9) VALUE "  QUANTID".
             05 FILLER         PIC X(14) VALUE "    PRECO UNIT".
             05 FILLER         PIC X(14) VALUE "         VALOR".
      *
           01 LINHA-ITEM.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 DET-DESCRICAO  PIC X(20).
             05 DET-VIGENCIA   PIC X(8).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 DET-QTD        PIC ZZZZZZZZ9.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 DET-PRECO      PIC ZZZZ9.9999.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 DET-VALOR      PIC ZZZZZZZZZZ9.99.
      *
           01 LINHA-RATEIO.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 FILLER         PIC X(20) VALUE "RATEIO CONS.RECEITA".
             05 FILLER         PIC X(10) VALUE "BASE".
             05 RAT-BASE       PIC ZZZZZZZZ9.
             05 FILLER         PIC X(14) VALUE SPACES.
             05 RAT-VALOR      PIC ZZZZZZZZZZ9.99.
      *
           01 LINHA-TOTAL.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 TOT-ROTULO     PIC X(53).
             05 TOT-VALOR      PIC ZZZZZZZZZZ9.99.
      *
           01 LINHA-RELATORIO.
             05 ROTULO-RELATORIO PIC X(30).
             05 VALOR-RELATORIO  PIC ZZZZZZZZ9.
      *
      *      Área de comunicação com a sub-rotina CPFGRDS: registro
      *    desta execução no diário da grade noturna CPFGRD e
      *    conferência dos predecessores na mesma data de negócio.
           01 GRADE-FUNCAO     PIC X VALUE SPACE.
      *
           01 GRADE-REG.
             05 GRADE-PROGRAMA      PIC X(30)
               VALUE "ApurarCobrancaMensal".
             05 GRADE-MODO          PIC X(8) VALUE SPACES.
             05 GRADE-DATA-NEGOCIO  PIC X(8) VALUE SPACES.
             05 GRADE-EXECUCAO      PIC X(16) VALUE SPACES.
             05 GRADE-RC            PIC 9(4) VALUE ZERO.
             05 GRADE-LIDOS         PIC 9(9) VALUE ZERO.
             05 GRADE-GRAVADOS      PIC 9(9) VALUE ZERO.
             05 GRADE-PENDENCIA     PIC X(60) VALUE SPACES.
      *
           01 GRADE-RETORNO    PIC X(2) VALUE SPACES.
      *
       PROCEDURE DIVISION CHAINING MES-REFERENCIA.
       0000-APURAR-COBRANCA.
           PERFORM 9800-REGISTRAR-INICIO
      *      As matrizes de contadores não têm VALUE (itens COMP sob
      *    OCCURS): tudo é zerado explicitamente antes da primeira
      *    acumulação.
           INITIALIZE TABELA-TARIFAS
           INITIALIZE TABELA-ITENS
           INITIALIZE TABELA-CONSUMIDORES
           PERFORM 0100-PREPARAR-MES
           PERFORM 1000-CARREGAR-TARIFAS
           PERFORM 2000-APURAR-LOTE
           PERFORM 3000-APURAR-BALCAO
           PERFORM 4000-APURAR-RECEITA
           IF HA-SERVICO-SEM-TARIFA OR HA-ENTRADAS-DEMAIS
             IF HA-ENTRADAS-DEMAIS
               DISPLAY "ERRO: consumidores ou itens demais para as "
                 "tabelas da apuracao."
             END-IF
             DISPLAY "ERRO: demonstrativo nao emitido para o mes "
               MES-REFERENCIA "."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM 5000-CONFERIR-AUDITORIA
           PERFORM 6000-RATEAR-RECEITA
           OPEN OUTPUT ARQ-DEMONSTRATIVO
           IF WS-STATUS-DEMONSTRATIVO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o demonstrativo "
               "CPFFAT (status " WS-STATUS-DEMONSTRATIVO ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM 7000-GRAVAR-CABECALHO
           SORT SD-ITENS
             ON DESCENDING KEY SDI-TIPO
             ON ASCENDING KEY SDI-CODIGO SDI-SERVICO SDI-VIGENCIA
             INPUT PROCEDURE IS 7100-LIBERAR-ITENS
             OUTPUT PROCEDURE IS 7200-IMPRIMIR-FATURAS
           PERFORM 8000-GRAVAR-CONFERENCIA
           CLOSE ARQ-DEMONSTRATIVO
           PERFORM 9000-EXIBIR-RESUMO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Normaliza o mês recebido por linha de comando (LOW-
      *    VALUES por espaços; omitido, o mês anterior ao corrente) e
      *    monta o nome do arquivo-morto.
       0100-PREPARAR-MES.
           INSPECT MES-REFERENCIA REPLACING ALL LOW-VALUE BY SPACE.
           IF MES-REFERENCIA EQUAL TO SPACES
             MOVE FUNCTION CURRENT-DATE(1:6) TO MES-REFERENCIA
             COMPUTE MESES-REFERENCIA = REF-ANO * 12 + REF-MES - 1 - 1
             DIVIDE MESES-REFERENCIA BY 12 GIVING REF-ANO
               REMAINDER REF-MES
             ADD 1 TO REF-MES
           END-IF.
           IF MES-REFERENCIA IS NOT NUMERIC
             OR REF-MES LESS THAN 1 OR REF-MES GREATER THAN 12
             DISPLAY "USO: ApurarCobrancaMensal <AAAAMM>"
             DISPLAY "ERRO: mes deve ser AAAAMM (recebido '"
               MES-REFERENCIA "')."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE SPACES TO NOME-ARQUIVO-MES.
           STRING "CPFAUD" MES-REFERENCIA DELIMITED BY SIZE
             INTO NOME-ARQUIVO-MES.
           MOVE MES-REFERENCIA TO MES-SEGUINTE.
           IF SEG-MES EQUAL TO 12
             ADD 1 TO SEG-ANO
             MOVE 1 TO SEG-MES
           ELSE
             ADD 1 TO SEG-MES
           END-IF.
           MOVE SPACES TO NOME-ARQUIVO-SEGUINTE.
           STRING "CPFAUD" MES-SEGUINTE DELIMITED BY SIZE
             INTO NOME-ARQUIVO-SEGUINTE.
      *
      *      Localiza a tarifa vigente do serviço CHAVE-SERVICO na
      *    data CHAVE-DATA: a de início de vigência mais recente que
      *    não seja posterior à data. Sem nenhuma, IND-TARIFA fica
      *    zero e a apuração é marcada para abortar.
       0200-LOCALIZAR-TARIFA.
           MOVE ZERO TO IND-TARIFA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I GREATER THAN
             QTD-TARIFAS
             IF TRF-SERVICO(I) EQUAL TO CHAVE-SERVICO
               AND TRF-VIGENCIA(I) NOT GREATER THAN CHAVE-DATA
               IF IND-TARIFA EQUAL TO ZERO
                 MOVE I TO IND-TARIFA
               ELSE
                 IF TRF-VIGENCIA(I) GREATER THAN
                   TRF-VIGENCIA(IND-TARIFA)
                   MOVE I TO IND-TARIFA
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF IND-TARIFA EQUAL TO ZERO
             DISPLAY "ERRO: sem tarifa vigente para o servico "
               CHAVE-SERVICO " em " CHAVE-DATA "."
             SET HA-SERVICO-SEM-TARIFA TO TRUE
           END-IF.
      *
      *      Acumula CHAVE-QTD no item do consumidor (CHAVE-TIPO e
      *    CHAVE-CODIGO) para o serviço CHAVE-SERVICO, valorado pela
      *    tarifa vigente em CHAVE-DATA, e na base de rateio do
      *    consumidor.
       0300-ACUMULAR-ITEM.
           PERFORM 0200-LOCALIZAR-TARIFA.
           IF IND-TARIFA EQUAL TO ZERO
             EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO IND-ITEM.
           PERFORM VARYING I FROM QTD-ITENS BY -1
             UNTIL I LESS THAN 1 OR IND-ITEM GREATER THAN ZERO
             IF ITM-TIPO(I) EQUAL TO CHAVE-TIPO
               AND ITM-CODIGO(I) EQUAL TO CHAVE-CODIGO
               AND ITM-SERVICO(I) EQUAL TO CHAVE-SERVICO
               AND ITM-TARIFA(I) EQUAL TO IND-TARIFA
               MOVE I TO IND-ITEM
             END-IF
           END-PERFORM.
           IF IND-ITEM EQUAL TO ZERO
             IF QTD-ITENS LESS THAN 2000
               ADD 1 TO QTD-ITENS
               MOVE QTD-ITENS TO IND-ITEM
               MOVE CHAVE-TIPO TO ITM-TIPO(IND-ITEM)
               MOVE CHAVE-CODIGO TO ITM-CODIGO(IND-ITEM)
               MOVE CHAVE-SERVICO TO ITM-SERVICO(IND-ITEM)
               MOVE IND-TARIFA TO ITM-TARIFA(IND-ITEM)
             ELSE
               SET HA-ENTRADAS-DEMAIS TO TRUE
               EXIT PARAGRAPH
             END-IF
           END-IF.
           ADD CHAVE-QTD TO ITM-QTD(IND-ITEM).
           PERFORM 0400-LOCALIZAR-CONSUMIDOR.
           IF IND-CONSUMIDOR GREATER THAN ZERO
             ADD CHAVE-QTD TO CNS-QTD(IND-CONSUMIDOR)
             ADD CHAVE-QTD TO TOTAL-VERIFICACOES
           END-IF.
      *
      *      Localiza (ou abre) o consumidor CHAVE-TIPO/CHAVE-CODIGO
      *    na tabela de rateio.
       0400-LOCALIZAR-CONSUMIDOR.
           MOVE ZERO TO IND-CONSUMIDOR.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-CONSUMIDORES
               OR IND-CONSUMIDOR GREATER THAN ZERO
             IF CNS-TIPO(I) EQUAL TO CHAVE-TIPO
               AND CNS-CODIGO(I) EQUAL TO CHAVE-CODIGO
               MOVE I TO IND-CONSUMIDOR
             END-IF
           END-PERFORM.
           IF IND-CONSUMIDOR EQUAL TO ZERO
             IF QTD-CONSUMIDORES LESS THAN 1000
               ADD 1 TO QTD-CONSUMIDORES
               MOVE QTD-CONSUMIDORES TO IND-CONSUMIDOR
               MOVE CHAVE-TIPO TO CNS-TIPO(IND-CONSUMIDOR)
               MOVE CHAVE-CODIGO TO CNS-CODIGO(IND-CONSUMIDOR)
             ELSE
               SET HA-ENTRADAS-DEMAIS TO TRUE
             END-IF
           END-IF.
      *
      *      Carrega a tabela de tarifas. Sem ela não há preço - a
      *    apuração aborta; linha que não respeita o layout também.
       1000-CARREGAR-TARIFAS.
           OPEN INPUT ARQ-TARIFAS.
           IF WS-STATUS-TARIFAS NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir a tabela de "
               "tarifas CPFTAR (status " WS-STATUS-TARIFAS ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-TARIFAS
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 PERFORM 1100-GUARDAR-TARIFA
             END-READ
           END-PERFORM.
           CLOSE ARQ-TARIFAS.
      *
       1100-GUARDAR-TARIFA.
           IF REG-TARIFA(1:1) EQUAL TO "*" OR REG-TARIFA EQUAL TO
             SPACES
             EXIT PARAGRAPH
           END-IF.
           IF TAR-VIGENCIA IS NOT NUMERIC
             OR TAR-PRECO IS NOT NUMERIC
             OR (TAR-SERVICO NOT EQUAL TO "LOTE"
               AND TAR-SERVICO NOT EQUAL TO "BALC"
               AND TAR-SERVICO NOT EQUAL TO "RECE")
             DISPLAY "ERRO: linha invalida na tabela de tarifas "
               "CPFTAR: '" REG-TARIFA "'."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-TARIFAS
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           IF QTD-TARIFAS NOT LESS THAN 200
             DISPLAY "ERRO: tabela de tarifas CPFTAR com mais de 200 "
               "linhas."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-TARIFAS
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           ADD 1 TO QTD-TARIFAS.
           MOVE TAR-VIGENCIA TO TRF-VIGENCIA(QTD-TARIFAS).
           MOVE TAR-SERVICO TO TRF-SERVICO(QTD-TARIFAS).
           MOVE TAR-PRECO TO TRF-PRECO(QTD-TARIFAS).
      *
      *      Verificações em lote do mês, por sistema de origem, das
      *    linhas O do histórico; as linhas N (total da noite) só
      *    servem para provar que as linhas por origem estão inteiras.
       2000-APURAR-LOTE.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o historico "
               "CPFHIS (status " WS-STATUS-HISTORICO ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-HISTORICO
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 PERFORM 2100-ACUMULAR-NOITE
             END-READ
           END-PERFORM.
           CLOSE ARQ-HISTORICO.
      *
       2100-ACUMULAR-NOITE.
           IF HIS-DATA(1:6) NOT EQUAL TO MES-REFERENCIA
             OR HIS-LIDOS IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.
      *      Os vereditos aproveitados da noite anterior não foram
      *    verificados de novo nem têm linha de auditoria: saem do
      *    faturado. Linhas gravadas antes do campo trazem brancos.
           MOVE ZERO TO QTD-APROVEITADA.
           IF HIS-APROVEITADOS IS NUMERIC
             AND HIS-APROVEITADOS NOT GREATER THAN HIS-LIDOS
             MOVE HIS-APROVEITADOS TO QTD-APROVEITADA
           END-IF.
           COMPUTE QTD-VERIFICADA = HIS-LIDOS - QTD-APROVEITADA.
           IF HIS-TIPO EQUAL TO "N"
             ADD 1 TO NOITES-LOTE
             ADD QTD-VERIFICADA TO TOTAL-NOITES-LIDOS
             ADD QTD-APROVEITADA TO TOTAL-APROVEITADOS
             EXIT PARAGRAPH
           END-IF.
           IF HIS-TIPO NOT EQUAL TO "O" OR QTD-VERIFICADA EQUAL TO ZERO
             EXIT PARAGRAPH
           END-IF.
           MOVE "O" TO CHAVE-TIPO.
           MOVE HIS-ORIGEM TO CHAVE-CODIGO.
           MOVE "LOTE" TO CHAVE-SERVICO.
           MOVE HIS-DATA TO CHAVE-DATA.
           MOVE QTD-VERIFICADA TO CHAVE-QTD.
           ADD QTD-VERIFICADA TO TOTAL-LOTE.
           PERFORM 0300-ACUMULAR-ITEM.
      *
      *      Conferências no balcão do mês, por agência: as sessões
      *    do CPFSES iniciadas no mês (a data são os 8 primeiros
      *    caracteres do identificador de sessão). Sem o diário, o
      *    balcão não teve movimento.
       3000-APURAR-BALCAO.
           OPEN INPUT ARQ-SESSOES.
           IF WS-STATUS-SESSOES EQUAL TO "35"
             EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-SESSOES NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o diario de "
               "sessoes CPFSES (status " WS-STATUS-SESSOES ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-SESSOES
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 PERFORM 3100-ACUMULAR-SESSAO
             END-READ
           END-PERFORM.
           CLOSE ARQ-SESSOES.
      *
       3100-ACUMULAR-SESSAO.
           IF SES-SESSAO(1:6) NOT EQUAL TO MES-REFERENCIA
             OR SES-CONFERIDOS IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SESSOES-BALCAO.
           IF SES-CONFERIDOS EQUAL TO ZERO
             EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO CHAVE-TIPO.
           MOVE SES-AGENCIA TO CHAVE-CODIGO.
           MOVE "BALC" TO CHAVE-SERVICO.
           MOVE SES-SESSAO(1:8) TO CHAVE-DATA.
           MOVE SES-CONFERIDOS TO CHAVE-QTD.
           ADD SES-CONFERIDOS TO TOTAL-BALCAO.
           PERFORM 0300-ACUMULAR-ITEM.
      *
      *      Consultas enviadas à Receita no mês: os detalhes de cada
      *    geração do CPFREQ cuja data de geração cai no mês, valorados
      *    pela tarifa vigente nessa data. Cada geração tem o trailer
      *    conferido contra os detalhes lidos. Sem CPFREQ, nenhuma
      *    consulta no mês.
       4000-APURAR-RECEITA.
           OPEN INPUT ARQ-CONSULTA.
           IF WS-STATUS-CONSULTA EQUAL TO "35"
             EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-CONSULTA NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "consulta CPFREQ (status " WS-STATUS-CONSULTA ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE "N" TO FIM-ARQUIVO.
           MOVE "N" TO GERACAO-NO-MES.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-CONSULTA
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 PERFORM 4100-TRATAR-CONSULTA
             END-READ
           END-PERFORM.
           CLOSE ARQ-CONSULTA.
      *
       4100-TRATAR-CONSULTA.
           EVALUATE REQ-MARCA
             WHEN "HDR"
               MOVE "N" TO GERACAO-NO-MES
               MOVE ZERO TO DETALHES-GERACAO
               IF REQ-DATA-GERACAO(1:6) EQUAL TO MES-REFERENCIA
                 SET E-GERACAO-DO-MES TO TRUE
                 ADD 1 TO GERACOES-RECEITA
                 MOVE "RECE" TO CHAVE-SERVICO
                 MOVE REQ-DATA-GERACAO TO CHAVE-DATA
                 PERFORM 0200-LOCALIZAR-TARIFA
                 MOVE IND-TARIFA TO TARIFA-GERACAO
               END-IF
             WHEN "TRL"
               IF E-GERACAO-DO-MES
                 IF REQ-QTD-TRAILER IS NOT NUMERIC
                   OR REQ-QTD-TRAILER NOT EQUAL TO DETALHES-GERACAO
                   DISPLAY "AVISO: geracao do CPFREQ com trailer "
                     "divergente dos detalhes."
                   SET HA-DIVERGENCIA TO TRUE
                 END-IF
                 IF TARIFA-GERACAO GREATER THAN ZERO
                   COMPUTE VALOR-ITEM ROUNDED = DETALHES-GERACAO
                     * TRF-PRECO(TARIFA-GERACAO)
                   ADD VALOR-ITEM TO VALOR-RECEITA
                 END-IF
                 ADD DETALHES-GERACAO TO TOTAL-RECEITA
               END-IF
               MOVE "N" TO GERACAO-NO-MES
             WHEN OTHER
               IF E-GERACAO-DO-MES
                 ADD 1 TO DETALHES-GERACAO
               END-IF
           END-EVALUATE.
      *
      *      Confere o faturado contra a auditoria do mês: o registro
      *    do mês no CPFAUDC e, enquanto ativo, o arquivo-morto, cujas
      *    linhas são separadas em balcão (com operador) e demais
      *    (lote e avulsas) - as de lote pela data de negócio, somadas
      *    as da virada para o mês seguinte.
       5000-CONFERIR-AUDITORIA.
           OPEN INPUT ARQ-CONTROLE.
           IF WS-STATUS-CONTROLE EQUAL TO "00"
             MOVE "N" TO FIM-ARQUIVO
             PERFORM UNTIL NAO-HA-MAIS-REGISTROS
               READ ARQ-CONTROLE
                 AT END
                   SET NAO-HA-MAIS-REGISTROS TO TRUE
                 NOT AT END
                   IF CTL-MES EQUAL TO MES-REFERENCIA
                     SET HA-CONTROLE-DO-MES TO TRUE
                     MOVE CTL-QTD-REGISTROS TO QTD-CONTROLE
                     MOVE CTL-SITUACAO TO SITUACAO-CONTROLE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARQ-CONTROLE
           END-IF.
           COMPUTE TOTAL-FATURADO = TOTAL-LOTE + TOTAL-BALCAO.
           IF NOT HA-CONTROLE-DO-MES
             SET HA-DIVERGENCIA TO TRUE
             EXIT PARAGRAPH
           END-IF.
           IF SITUACAO-CONTROLE EQUAL TO "EXPURGADO"
             IF TOTAL-FATURADO GREATER THAN QTD-CONTROLE
               SET HA-DIVERGENCIA TO TRUE
             ELSE
               COMPUTE LINHAS-AVULSAS = QTD-CONTROLE - TOTAL-FATURADO
             END-IF
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-ARQUIVO-MES.
           IF WS-STATUS-ARQUIVO-MES NOT EQUAL TO "00"
             DISPLAY "AVISO: arquivo-morto " NOME-ARQUIVO-MES
               " indisponivel (status " WS-STATUS-ARQUIVO-MES ")."
             SET HA-DIVERGENCIA TO TRUE
             EXIT PARAGRAPH
           END-IF.
           SET HA-ARQUIVO-MORTO TO TRUE.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-ARQUIVO-MES
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 ADD 1 TO LINHAS-ARQUIVO
                 IF ARQ-OPERADOR EQUAL TO SPACES
                   IF ARQ-DATA-NEGOCIO NOT EQUAL TO SPACES
                     AND ARQ-DATA-NEGOCIO(1:6) NOT EQUAL TO
                       MES-REFERENCIA
                     ADD 1 TO LINHAS-OUTRO-MES
                   ELSE
                     ADD 1 TO LINHAS-OUTRAS
                   END-IF
                 ELSE
                   ADD 1 TO LINHAS-TELA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-ARQUIVO-MES.
           PERFORM 5100-LER-ARQUIVO-SEGUINTE.
           ADD LINHAS-MES-SEGUINTE TO LINHAS-OUTRAS.
           IF LINHAS-ARQUIVO NOT EQUAL TO QTD-CONTROLE
             OR LINHAS-TELA NOT EQUAL TO TOTAL-BALCAO
             OR LINHAS-OUTRAS LESS THAN TOTAL-LOTE
             SET HA-DIVERGENCIA TO TRUE
           END-IF.
           IF LINHAS-OUTRAS NOT LESS THAN TOTAL-LOTE
             COMPUTE LINHAS-AVULSAS = LINHAS-OUTRAS - TOTAL-LOTE
           END-IF.
      *
      *      Linhas de lote de noites do mês gravadas depois da
      *    virada - a última noite termina já no mês seguinte: ficam
      *    no arquivo-morto do mês seguinte ou, se ele ainda não foi
      *    arquivado, no CPFAUD vivo. Sem nenhum dos dois, a conferência
      *    segue só com o arquivo-morto do mês.
       5100-LER-ARQUIVO-SEGUINTE.
           OPEN INPUT ARQ-ARQUIVO-SEGUINTE.
           IF WS-STATUS-ARQUIVO-SEGUINTE NOT EQUAL TO "00"
             MOVE "CPFAUD" TO NOME-ARQUIVO-SEGUINTE
             OPEN INPUT ARQ-ARQUIVO-SEGUINTE
           END-IF.
           IF WS-STATUS-ARQUIVO-SEGUINTE NOT EQUAL TO "00"
             DISPLAY "AVISO: auditoria do mes seguinte indisponivel "
               "(status " WS-STATUS-ARQUIVO-SEGUINTE ") - lote da "
               "virada do mes nao conferido."
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-ARQUIVO-SEGUINTE
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 IF SEG-OPERADOR EQUAL TO SPACES
                   AND SEG-DATA-NEGOCIO(1:6) EQUAL TO MES-REFERENCIA
                   ADD 1 TO LINHAS-MES-SEGUINTE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-ARQUIVO-SEGUINTE.
      *
      *      Rateia o valor das consultas à Receita entre os
      *    consumidores na proporção das suas verificações, truncando
      *    cada parcela no centavo; a sobra vai para o maior consumidor,
      *    para que a soma das parcelas feche com o valor total.
       6000-RATEAR-RECEITA.
           IF VALOR-RECEITA EQUAL TO ZERO
             OR TOTAL-VERIFICACOES EQUAL TO ZERO
             EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO VALOR-RATEADO.
           MOVE 1 TO IND-MAIOR.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-CONSUMIDORES
             COMPUTE CNS-RATEIO(I) = VALOR-RECEITA * CNS-QTD(I)
               / TOTAL-VERIFICACOES
             ADD CNS-RATEIO(I) TO VALOR-RATEADO
             IF CNS-QTD(I) GREATER THAN CNS-QTD(IND-MAIOR)
               MOVE I TO IND-MAIOR
             END-IF
           END-PERFORM.
           COMPUTE CNS-RATEIO(IND-MAIOR) = CNS-RATEIO(IND-MAIOR)
             + VALOR-RECEITA - VALOR-RATEADO.
           MOVE VALOR-RECEITA TO VALOR-RATEADO.
      *
      *      Cabeçalho do demonstrativo: mês e quantidades apuradas.
       7000-GRAVAR-CABECALHO.
           MOVE MES-REFERENCIA TO CAB-MES.
           MOVE LINHA-CABECALHO-MES TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
           MOVE "NOITES DE LOTE NO MES:" TO ROTULO-RELATORIO.
           MOVE NOITES-LOTE TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
           MOVE "SESSOES DE BALCAO NO MES:" TO ROTULO-RELATORIO.
           MOVE SESSOES-BALCAO TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
           MOVE "GERACOES CPFREQ NO MES:" TO ROTULO-RELATORIO.
           MOVE GERACOES-RECEITA TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
      *
      *      Alimenta o SORT com os itens da fatura e a tarifa de cada
      *    um.
       7100-LIBERAR-ITENS.
           PERFORM VARYING IND-ITEM FROM 1 BY 1
             UNTIL IND-ITEM GREATER THAN QTD-ITENS
             MOVE ITM-TIPO(IND-ITEM) TO SDI-TIPO
             MOVE ITM-CODIGO(IND-ITEM) TO SDI-CODIGO
             MOVE ITM-SERVICO(IND-ITEM) TO SDI-SERVICO
             MOVE ITM-TARIFA(IND-ITEM) TO IND-TARIFA
             MOVE TRF-VIGENCIA(IND-TARIFA) TO SDI-VIGENCIA
             MOVE TRF-PRECO(IND-TARIFA) TO SDI-PRECO
             MOVE ITM-QTD(IND-ITEM) TO SDI-QTD
             RELEASE REG-SD-ITEM
           END-PERFORM.
      *
      *      Imprime uma fatura por consumidor, na quebra de tipo e
      *    código: cabeçalho, um item por serviço e vigência, a
      *    parcela do rateio e o total.
       7200-IMPRIMIR-FATURAS.
           MOVE "N" TO FIM-SORT.
           PERFORM UNTIL NAO-HA-MAIS-SORT
             RETURN SD-ITENS
               AT END
                 SET NAO-HA-MAIS-SORT TO TRUE
               NOT AT END
                 IF SDI-TIPO NOT EQUAL TO TIPO-CORRENTE
                   OR SDI-CODIGO NOT EQUAL TO CODIGO-CORRENTE
                   IF TIPO-CORRENTE NOT EQUAL TO SPACE
                     PERFORM 7400-FECHAR-FATURA
                   END-IF
                   PERFORM 7300-ABRIR-FATURA
                 END-IF
                 PERFORM 7500-IMPRIMIR-ITEM
             END-RETURN
           END-PERFORM.
           IF TIPO-CORRENTE NOT EQUAL TO SPACE
             PERFORM 7400-FECHAR-FATURA
           END-IF.
      *
       7300-ABRIR-FATURA.
           MOVE SDI-TIPO TO TIPO-CORRENTE.
           MOVE SDI-CODIGO TO CODIGO-CORRENTE.
           MOVE ZERO TO VALOR-CONSUMIDOR.
           MOVE SPACES TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
           IF TIPO-CORRENTE EQUAL TO "O"
             MOVE "SISTEMA DE ORIGEM: " TO CAB-ROTULO
           ELSE
             MOVE "AGENCIA ATENDENTE: " TO CAB-ROTULO
           END-IF.
           MOVE CODIGO-CORRENTE TO CAB-CODIGO.
           MOVE LINHA-CONSUMIDOR TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
           MOVE LINHA-TITULO-COLUNAS TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
      *
       7400-FECHAR-FATURA.
           MOVE TIPO-CORRENTE TO CHAVE-TIPO.
           MOVE CODIGO-CORRENTE TO CHAVE-CODIGO.
           PERFORM 0400-LOCALIZAR-CONSUMIDOR.
           IF CNS-RATEIO(IND-CONSUMIDOR) GREATER THAN ZERO
             MOVE CNS-QTD(IND-CONSUMIDOR) TO RAT-BASE
             MOVE CNS-RATEIO(IND-CONSUMIDOR) TO RAT-VALOR
             MOVE LINHA-RATEIO TO REG-DEMONSTRATIVO
             WRITE REG-DEMONSTRATIVO
             ADD CNS-RATEIO(IND-CONSUMIDOR) TO VALOR-CONSUMIDOR
           END-IF.
           IF TIPO-CORRENTE EQUAL TO "O"
             MOVE "TOTAL DO SISTEMA DE ORIGEM" TO TOT-ROTULO
             ADD VALOR-CONSUMIDOR TO TOTAL-ORIGENS
           ELSE
             MOVE "TOTAL DA AGENCIA" TO TOT-ROTULO
             ADD VALOR-CONSUMIDOR TO TOTAL-AGENCIAS
           END-IF.
           MOVE VALOR-CONSUMIDOR TO TOT-VALOR.
           MOVE LINHA-TOTAL TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
      *
       7500-IMPRIMIR-ITEM.
           IF SDI-SERVICO EQUAL TO "LOTE"
             MOVE "VERIFICACAO EM LOTE" TO DET-DESCRICAO
           ELSE
             MOVE "CONFERENCIA BALCAO" TO DET-DESCRICAO
           END-IF.
           COMPUTE VALOR-ITEM ROUNDED = SDI-QTD * SDI-PRECO.
           ADD VALOR-ITEM TO VALOR-CONSUMIDOR.
           MOVE SDI-VIGENCIA TO DET-VIGENCIA.
           MOVE SDI-QTD TO DET-QTD.
           MOVE SDI-PRECO TO DET-PRECO.
           MOVE VALOR-ITEM TO DET-VALOR.
           MOVE LINHA-ITEM TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
      *
      *      Totais do mês e conferência contra a auditoria.
       8000-GRAVAR-CONFERENCIA.
           COMPUTE TOTAL-GERAL = TOTAL-ORIGENS + TOTAL-AGENCIAS.
           MOVE SPACES TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
           MOVE "TOTAL SISTEMAS DE ORIGEM" TO TOT-ROTULO.
           MOVE TOTAL-ORIGENS TO TOT-VALOR.
           MOVE LINHA-TOTAL TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
           MOVE "TOTAL AGENCIAS" TO TOT-ROTULO.
           MOVE TOTAL-AGENCIAS TO TOT-VALOR.
           MOVE LINHA-TOTAL TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
           MOVE "TOTAL GERAL DO MES" TO TOT-ROTULO.
           MOVE TOTAL-GERAL TO TOT-VALOR.
           MOVE LINHA-TOTAL TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
           MOVE "CONSULTAS RECEITA (RATEADAS)" TO TOT-ROTULO.
           MOVE VALOR-RECEITA TO TOT-VALOR.
           MOVE LINHA-TOTAL TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
           IF VALOR-RECEITA GREATER THAN ZERO
             AND VALOR-RATEADO EQUAL TO ZERO
             MOVE "AVISO: consultas a Receita sem verificacoes no mes "
               TO REG-DEMONSTRATIVO
             WRITE REG-DEMONSTRATIVO
             MOVE "para servir de base ao rateio - valor nao faturado."
               TO REG-DEMONSTRATIVO
             WRITE REG-DEMONSTRATIVO
             IF RETURN-CODE EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
           MOVE SPACES TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
           MOVE "CONFERENCIA COM A AUDITORIA" TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
           MOVE "VERIFICACOES EM LOTE:" TO ROTULO-RELATORIO.
           MOVE TOTAL-LOTE TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
           MOVE "APROVEITADOS (NAO FATURADOS):" TO ROTULO-RELATORIO.
           MOVE TOTAL-APROVEITADOS TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
           MOVE "CONFERENCIAS NO BALCAO:" TO ROTULO-RELATORIO.
           MOVE TOTAL-BALCAO TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
           MOVE "CONSULTAS A RECEITA:" TO ROTULO-RELATORIO.
           MOVE TOTAL-RECEITA TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
           IF TOTAL-NOITES-LIDOS NOT EQUAL TO TOTAL-LOTE
             MOVE "*** DIVERGENCIA: linhas por origem do CPFHIS nao "
               TO REG-DEMONSTRATIVO
             WRITE REG-DEMONSTRATIVO
             MOVE "fecham com o total das noites do mes."
               TO REG-DEMONSTRATIVO
             WRITE REG-DEMONSTRATIVO
             SET HA-DIVERGENCIA TO TRUE
           END-IF.
           IF NOT HA-CONTROLE-DO-MES
             MOVE "*** DIVERGENCIA: mes sem registro no controle "
               TO REG-DEMONSTRATIVO
             WRITE REG-DEMONSTRATIVO
             MOVE "CPFAUDC - auditoria do mes ainda nao arquivada."
               TO REG-DEMONSTRATIVO
             WRITE REG-DEMONSTRATIVO
           ELSE
             PERFORM 8100-GRAVAR-CONTAGENS-AUDITORIA
           END-IF.
           IF HA-DIVERGENCIA
             MOVE "*** DIVERGENCIA: demonstrativo nao fecha com a "
               TO REG-DEMONSTRATIVO
             WRITE REG-DEMONSTRATIVO
             MOVE "auditoria do mes." TO REG-DEMONSTRATIVO
             WRITE REG-DEMONSTRATIVO
             MOVE 12 TO RETURN-CODE
           END-IF.
      *
       8100-GRAVAR-CONTAGENS-AUDITORIA.
           MOVE "LINHAS NO CONTROLE CPFAUDC:" TO ROTULO-RELATORIO.
           MOVE QTD-CONTROLE TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
           IF SITUACAO-CONTROLE EQUAL TO "EXPURGADO"
             MOVE "AVISO: arquivo-morto do mes expurgado - conferencia"
               TO REG-DEMONSTRATIVO
             WRITE REG-DEMONSTRATIVO
             MOVE "so pelo total do controle." TO REG-DEMONSTRATIVO
             WRITE REG-DEMONSTRATIVO
             IF TOTAL-FATURADO GREATER THAN QTD-CONTROLE
               MOVE "*** DIVERGENCIA: faturado acima das linhas do "
                 TO REG-DEMONSTRATIVO
               WRITE REG-DEMONSTRATIVO
               MOVE "controle." TO REG-DEMONSTRATIVO
               WRITE REG-DEMONSTRATIVO
             END-IF
           ELSE
             IF NOT HA-ARQUIVO-MORTO
               MOVE "*** DIVERGENCIA: arquivo-morto do mes ausente."
                 TO REG-DEMONSTRATIVO
               WRITE REG-DEMONSTRATIVO
               EXIT PARAGRAPH
             END-IF
             MOVE "LINHAS NO ARQUIVO-MORTO:" TO ROTULO-RELATORIO
             MOVE LINHAS-ARQUIVO TO VALOR-RELATORIO
             MOVE LINHA-RELATORIO TO REG-DEMONSTRATIVO
             WRITE REG-DEMONSTRATIVO
             IF LINHAS-ARQUIVO NOT EQUAL TO QTD-CONTROLE
               MOVE "*** DIVERGENCIA: arquivo-morto difere do controle."
                 TO REG-DEMONSTRATIVO
               WRITE REG-DEMONSTRATIVO
             END-IF
             MOVE "LINHAS DE BALCAO:" TO ROTULO-RELATORIO
             MOVE LINHAS-TELA TO VALOR-RELATORIO
             MOVE LINHA-RELATORIO TO REG-DEMONSTRATIVO
             WRITE REG-DEMONSTRATIVO
             IF LINHAS-TELA NOT EQUAL TO TOTAL-BALCAO
               MOVE "*** DIVERGENCIA: balcao faturado difere da "
                 TO REG-DEMONSTRATIVO
               WRITE REG-DEMONSTRATIVO
               MOVE "auditoria." TO REG-DEMONSTRATIVO
               WRITE REG-DEMONSTRATIVO
             END-IF
             MOVE "LOTE DE NOITES DE OUTRO MES:" TO ROTULO-RELATORIO
             MOVE LINHAS-OUTRO-MES TO VALOR-RELATORIO
             MOVE LINHA-RELATORIO TO REG-DEMONSTRATIVO
             WRITE REG-DEMONSTRATIVO
             MOVE "LOTE DO MES APOS A VIRADA:" TO ROTULO-RELATORIO
             MOVE LINHAS-MES-SEGUINTE TO VALOR-RELATORIO
             MOVE LINHA-RELATORIO TO REG-DEMONSTRATIVO
             WRITE REG-DEMONSTRATIVO
             MOVE "LINHAS DE LOTE E AVULSAS:" TO ROTULO-RELATORIO
             MOVE LINHAS-OUTRAS TO VALOR-RELATORIO
             MOVE LINHA-RELATORIO TO REG-DEMONSTRATIVO
             WRITE REG-DEMONSTRATIVO
             IF LINHAS-OUTRAS LESS THAN TOTAL-LOTE
               MOVE "*** DIVERGENCIA: lote faturado acima da auditoria."
                 TO REG-DEMONSTRATIVO
               WRITE REG-DEMONSTRATIVO
             END-IF
           END-IF.
           MOVE "AVULSAS (NAO FATURADAS):" TO ROTULO-RELATORIO.
           MOVE LINHAS-AVULSAS TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-DEMONSTRATIVO.
           WRITE REG-DEMONSTRATIVO.
      *
      *      Resumo da apuração no console.
       9000-EXIBIR-RESUMO.
           DISPLAY "Cobranca do mes " MES-REFERENCIA " apurada no "
             "CPFFAT.".
           MOVE TOTAL-LOTE TO VALOR-EDITADO.
           DISPLAY "Verificacoes em lote:    " VALOR-EDITADO.
           MOVE TOTAL-BALCAO TO VALOR-EDITADO.
           DISPLAY "Conferencias no balcao:  " VALOR-EDITADO.
           MOVE TOTAL-RECEITA TO VALOR-EDITADO.
           DISPLAY "Consultas a Receita:     " VALOR-EDITADO.
           MOVE TOTAL-GERAL TO MOEDA-EDITADA.
           DISPLAY "Total geral:        " MOEDA-EDITADA.
           IF HA-DIVERGENCIA
             DISPLAY "*** DIVERGENCIA com a auditoria do mes - ver "
               "CPFFAT."
           END-IF.
      *
      *      Registra o início da execução no diário da grade noturna.
      *    Com algum predecessor da mesma data de negócio sem o término
      *    exigido o programa não faz nada e devolve RETURN-CODE 24.
       9800-REGISTRAR-INICIO.
           MOVE "I" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           MOVE ZERO TO RETURN-CODE.
           EVALUATE GRADE-RETORNO
             WHEN "00"
               CONTINUE
             WHEN "24"
               DISPLAY "ERRO: execucao recusada - predecessor pendente "
                 "na data de negocio " GRADE-DATA-NEGOCIO ": "
                 GRADE-PENDENCIA
               MOVE 24 TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY "ERRO: nao foi possivel registrar a execucao "
                 "no diario da grade CPFGRD (retorno " GRADE-RETORNO
                 ") " GRADE-PENDENCIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.
      *
      *      Encerra a execução: registra no diário da grade o
      *    RETURN-CODE e as quantidades de registros e termina o
      *    programa com o mesmo RETURN-CODE.
       9900-ENCERRAR-EXECUCAO.
           MOVE RETURN-CODE TO GRADE-RC.
           MOVE TOTAL-VERIFICACOES TO GRADE-LIDOS.
           MOVE QTD-ITENS TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
