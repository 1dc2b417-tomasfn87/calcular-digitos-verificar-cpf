       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioLiberacoes.
      *
      *      Quadro semanal das liberações do balcão para a auditoria
      *    de agências, sobre o diário CPFOVR gravado por
      *    VerificarCPFTela e o diário de sessões CPFSES: para a
      *    semana que termina na data informada, totaliza por
      *    agência, por operador e por supervisor os documentos
      *    conferidos, as liberações exigidas, as autorizadas e as
      *    recusadas.
      *      O quadro por supervisor e operador destaca o supervisor
      *    que autoriza com frequência fora do padrão os documentos de
      *    um mesmo balconista: a taxa do par (autorizações por cem
      *    documentos conferidos pelo balconista) é comparada à taxa
      *    de toda a rede, e o par é marcado quando tem ao menos o
      *    mínimo de autorizações e a taxa passa do fator tolerado. Os
      *    limites vêm do cartão opcional CPFLCT (mínimo de
      *    autorizações, 3 dígitos; fator sobre a taxa da rede em %,
      *    3 dígitos; separados por um espaço); sem cartão valem 005
      *    e 200. Balconista sem sessão encerrada na semana não tem
      *    base de comparação: o par é marcado só pelo mínimo.
      *      Argumento: data final da semana AAAAMMDD (omitida, hoje);
      *    a semana são os sete dias terminados nela, pela data de
      *    abertura da sessão. RETURN-CODE 4 quando há alguma marca.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SESSOES ASSIGN TO "CPFSES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SESSOES.
      *
           SELECT ARQ-LIBERACOES ASSIGN TO "CPFOVR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIBERACOES.
      *
           SELECT ARQ-CARTAO ASSIGN TO "CPFLCT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CARTAO.
      *
           SELECT ARQ-RELATORIO ASSIGN TO "CPFLIR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RELATORIO.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  ARQ-LIBERACOES.
           01 REG-LIBERACAO.
             05 LIB-DATA-HORA      PIC X(21).
             05 FILLER             PIC X.
             05 LIB-AGENCIA        PIC X(4).
             05 FILLER             PIC X.
             05 LIB-OPERADOR       PIC X(6).
             05 FILLER             PIC X.
             05 LIB-SESSAO         PIC X(16).
             05 FILLER             PIC X.
             05 LIB-SUPERVISOR     PIC X(6).
             05 FILLER             PIC X.
             05 LIB-DECISAO        PIC X(10).
             05 FILLER             PIC X.
             05 LIB-MOTIVO         PIC X(2).
             05 FILLER             PIC X.
             05 LIB-DESCR-MOTIVO   PIC X(25).
             05 FILLER             PIC X.
             05 LIB-OCORRENCIA     PIC X(9).
             05 FILLER             PIC X.
             05 LIB-DOCUMENTO      PIC X(18).
             05 FILLER             PIC X.
             05 LIB-RESULTADO      PIC X(10).
             05 FILLER             PIC X.
             05 LIB-AUD-DATA-HORA  PIC X(21).
             05 FILLER             PIC X.
             05 LIB-CADASTRO       PIC X.
      *
       FD  ARQ-CARTAO.
           01 REG-CARTAO.
             05 LCT-MINIMO         PIC 9(3).
             05 FILLER             PIC X.
             05 LCT-FATOR          PIC 9(3).
      *
       FD  ARQ-RELATORIO.
           01 REG-RELATORIO     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *      Argumento recebido por linha de comando.
           01 DATA-FIM         PIC X(8).
      *
      *      Primeiro dia da semana: a data final recuada seis dias.
           01 DATA-INICIO      PIC X(8).
      *
           01 DATA-NUMERICA    PIC 9(8) VALUE ZERO.
           01 DIA-JULIANO      PIC 9(9) COMP VALUE ZERO.
      *
      *      Data (AAAAMMDD) de abertura da sessão do registro lido.
           01 DATA-SESSAO      PIC X(8).
      *
      *      Limites de marcação, do cartão CPFLCT ou os padrões.
           01 MINIMO-AUTORIZACOES PIC 9(3) VALUE 5.
           01 FATOR-TAXA       PIC 9(3) VALUE 200.
      *
      *      Status dos arquivos ("00" = OK, "35" = não encontrado).
           01 WS-STATUS-SESSOES    PIC X(2) VALUE SPACES.
           01 WS-STATUS-LIBERACOES PIC X(2) VALUE SPACES.
           01 WS-STATUS-CARTAO     PIC X(2) VALUE SPACES.
           01 WS-STATUS-RELATORIO  PIC X(2) VALUE SPACES.
      *
      *      Indicadores de fim de arquivo.
           01 FIM-SESSOES      PIC X VALUE "N".
             88 NAO-HA-MAIS-SESSOES VALUE "S".
           01 FIM-LIBERACOES   PIC X VALUE "N".
             88 NAO-HA-MAIS-LIBERACOES VALUE "S".
      *
      *      O diário CPFOVR só existe depois da primeira liberação
      *    pedida no balcão; sem ele o quadro sai com zero liberações.
           01 DIARIO-LIBERACOES PIC X VALUE "S".
             88 HA-DIARIO-LIBERACOES VALUE "S".
      *
      *      Totais por agência.
           01 QTD-AGENCIAS     PIC 9(4) COMP VALUE ZERO.
           01 TABELA-AGENCIAS.
             05 AGE-ENTRADA OCCURS 200 TIMES.
               10 AGE-CODIGO       PIC X(4).
               10 AGE-CONFERIDOS   PIC 9(9) COMP.
               10 AGE-EXIGIDAS     PIC 9(9) COMP.
               10 AGE-AUTORIZADAS  PIC 9(9) COMP.
               10 AGE-RECUSADAS    PIC 9(9) COMP.
      *
      *      Totais por agência e operador (balconista).
           01 QTD-OPERADORES   PIC 9(4) COMP VALUE ZERO.
           01 TABELA-OPERADORES.
             05 OPE-ENTRADA OCCURS 1000 TIMES.
               10 OPE-AGENCIA      PIC X(4).
               10 OPE-OPERADOR     PIC X(6).
               10 OPE-CONFERIDOS   PIC 9(9) COMP.
               10 OPE-EXIGIDAS     PIC 9(9) COMP.
               10 OPE-AUTORIZADAS  PIC 9(9) COMP.
               10 OPE-RECUSADAS    PIC 9(9) COMP.
      *
      *      Autorizações por agência, supervisor e balconista.
           01 QTD-PARES        PIC 9(4) COMP VALUE ZERO.
           01 TABELA-PARES.
             05 PAR-ENTRADA OCCURS 1000 TIMES.
               10 PAR-AGENCIA      PIC X(4).
               10 PAR-SUPERVISOR   PIC X(6).
               10 PAR-OPERADOR     PIC X(6).
               10 PAR-AUTORIZADAS  PIC 9(9) COMP.
               10 PAR-MARCA        PIC X.
                 88 PAR-MARCADO    VALUE "S".
      *
      *      Totais por supervisor: autorizações, balconistas
      *    atendidos e pares marcados.
           01 QTD-SUPERVISORES PIC 9(4) COMP VALUE ZERO.
           01 TABELA-SUPERVISORES.
             05 SUP-ENTRADA OCCURS 500 TIMES.
               10 SUP-CODIGO       PIC X(6).
               10 SUP-AUTORIZADAS  PIC 9(9) COMP.
               10 SUP-BALCONISTAS  PIC 9(9) COMP.
               10 SUP-MARCADOS     PIC 9(9) COMP.
      *
      *      Sinaliza que alguma tabela encheu e o quadro saiu
      *    incompleto.
           01 TABELA-CHEIA     PIC X VALUE "N".
             88 HA-ENTRADAS-DEMAIS VALUE "S".
      *
      *      Índices de trabalho e entradas localizadas.
           01 I                PIC 9(4) COMP VALUE ZERO.
           01 IND-AGENCIA      PIC 9(4) COMP VALUE ZERO.
           01 IND-OPERADOR     PIC 9(4) COMP VALUE ZERO.
           01 IND-PAR          PIC 9(4) COMP VALUE ZERO.
           01 IND-SUPERVISOR   PIC 9(4) COMP VALUE ZERO.
      *
      *      Chaves da entrada procurada.
           01 CHAVE-AGENCIA    PIC X(4).
           01 CHAVE-OPERADOR   PIC X(6).
           01 CHAVE-SUPERVISOR PIC X(6).
      *
      *      Totais da semana.
           01 TOTAL-SESSOES    PIC 9(9) VALUE ZERO.
           01 TOTAL-CONFERIDOS PIC 9(9) VALUE ZERO.
           01 TOTAL-EXIGIDAS   PIC 9(9) VALUE ZERO.
           01 TOTAL-AUTORIZADAS PIC 9(9) VALUE ZERO.
           01 TOTAL-RECUSADAS  PIC 9(9) VALUE ZERO.
           01 TOTAL-SEM-CADASTRO PIC 9(9) VALUE ZERO.
           01 TOTAL-MARCADOS   PIC 9(9) VALUE ZERO.
      *
      *      Comparação da taxa do par com a taxa da rede, em
      *    inteiros: autorizações do par x conferidos da rede x 100
      *    contra fator x autorizações da rede x conferidos do
      *    balconista.
           01 PRODUTO-PAR      PIC 9(18) COMP VALUE ZERO.
           01 PRODUTO-REDE     PIC 9(18) COMP VALUE ZERO.
      *
      *      Autorizações por cem documentos conferidos.
           01 TAXA-CALCULADA   PIC 9(5)V99 VALUE ZERO.
      *
      *      Layouts das linhas do relatório.
           01 LINHA-CABECALHO-PERIODO.
             05 FILLER         PIC X(9) VALUE "PERIODO: ".
             05 CAB-DATA-INICIO PIC X(8).
             05 FILLER         PIC X(3) VALUE " A ".
             05 CAB-DATA-FIM   PIC X(8).
      *
           01 LINHA-CABECALHO-LIMITES.
             05 FILLER         PIC X(26)
               VALUE "MARCA: MINIMO DE AUTORIZ. ".
             05 CAB-MINIMO     PIC ZZ9.
             05 FILLER         PIC X(28)
               VALUE " E TAXA ACIMA DE (% DA REDE)".
             05 FILLER         PIC X VALUE SPACE.
             05 CAB-FATOR      PIC ZZ9.
      *
           01 LINHA-TITULO-AGENCIA.
             05 FILLER         PIC X(4) VALUE "AGEN".
             05 FILLER         PIC X(8) VALUE SPACES.
             05 FILLER         PIC X(9) VALUE " CONFERID".
             05 FILLER         PIC X(9) VALUE " EXIGIDAS".
             05 FILLER         PIC X(9) VALUE "  AUTORIZ".
             05 FILLER         PIC X(9) VALUE " RECUSADA".
             05 FILLER         PIC X(10) VALUE "   AUT/100".
      *
           01 LINHA-TITULO-OPERADOR.
             05 FILLER         PIC X(4) VALUE "AGEN".
             05 FILLER         PIC X(2) VALUE SPACES.
             05 FILLER         PIC X(6) VALUE "OPERAD".
             05 FILLER         PIC X(9) VALUE " CONFERID".
             05 FILLER         PIC X(9) VALUE " EXIGIDAS".
             05 FILLER         PIC X(9) VALUE "  AUTORIZ".
             05 FILLER         PIC X(9) VALUE " RECUSADA".
             05 FILLER         PIC X(10) VALUE "   AUT/100".
      *
           01 LINHA-DETALHE.
             05 DET-AGENCIA    PIC X(4).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 DET-OPERADOR   PIC X(6).
             05 DET-CONFERIDOS PIC ZZZZZZZZ9.
             05 DET-EXIGIDAS   PIC ZZZZZZZZ9.
             05 DET-AUTORIZADAS PIC ZZZZZZZZ9.
             05 DET-RECUSADAS  PIC ZZZZZZZZ9.
             05 FILLER         PIC X(3) VALUE SPACES.
             05 DET-TAXA       PIC ZZZZ9.99.
      *
           01 LINHA-TITULO-PAR.
             05 FILLER         PIC X(4) VALUE "AGEN".
             05 FILLER         PIC X(2) VALUE SPACES.
             05 FILLER         PIC X(6) VALUE "SUPERV".
             05 FILLER         PIC X(2) VALUE SPACES.
             05 FILLER         PIC X(6) VALUE "OPERAD".
             05 FILLER         PIC X(9) VALUE "  AUTORIZ".
             05 FILLER         PIC X(10) VALUE "   AUT/100".
      *
           01 LINHA-PAR.
             05 PAR-DET-AGENCIA PIC X(4).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 PAR-DET-SUPERVISOR PIC X(6).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 PAR-DET-OPERADOR PIC X(6).
             05 PAR-DET-AUTORIZADAS PIC ZZZZZZZZ9.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 PAR-DET-TAXA   PIC ZZZZ9.99.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 PAR-DET-ALERTA PIC X(23).
      *
           01 LINHA-TITULO-SUPERVISOR.
             05 FILLER         PIC X(6) VALUE "SUPERV".
             05 FILLER         PIC X(9) VALUE "  AUTORIZ".
             05 FILLER         PIC X(9) VALUE " BALCONIS".
             05 FILLER         PIC X(9) VALUE " MARCADOS".
      *
           01 LINHA-SUPERVISOR.
             05 SUP-DET-CODIGO PIC X(6).
             05 SUP-DET-AUTORIZADAS PIC ZZZZZZZZ9.
             05 SUP-DET-BALCONISTAS PIC ZZZZZZZZ9.
             05 SUP-DET-MARCADOS PIC ZZZZZZZZ9.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 SUP-DET-ALERTA PIC X(3).
      *
           01 LINHA-TAXA-REDE.
             05 FILLER         PIC X(30)
               VALUE "AUTORIZ. POR 100 NA REDE:".
             05 TAXA-REDE-ED   PIC ZZZZ9.99.
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
               VALUE "RelatorioLiberacoes".
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
       PROCEDURE DIVISION CHAINING DATA-FIM.
       0000-PROCESSAR-RELATORIO.
           PERFORM 9800-REGISTRAR-INICIO
      *      As matrizes de contadores não têm VALUE (itens COMP sob
      *    OCCURS): tudo é zerado explicitamente antes da primeira
      *    acumulação.
           INITIALIZE TABELA-AGENCIAS
           INITIALIZE TABELA-OPERADORES
           INITIALIZE TABELA-PARES
           INITIALIZE TABELA-SUPERVISORES
           PERFORM 0100-PREPARAR-PERIODO
           PERFORM 0200-LER-CARTAO
           OPEN INPUT ARQ-SESSOES
           IF WS-STATUS-SESSOES NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o diario de "
               "sessoes CPFSES (status " WS-STATUS-SESSOES ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           OPEN INPUT ARQ-LIBERACOES
           IF WS-STATUS-LIBERACOES EQUAL TO "35"
             MOVE "N" TO DIARIO-LIBERACOES
             SET NAO-HA-MAIS-LIBERACOES TO TRUE
           END-IF
           IF HA-DIARIO-LIBERACOES
             AND WS-STATUS-LIBERACOES NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o diario de "
               "liberacoes CPFOVR (status " WS-STATUS-LIBERACOES ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-SESSOES
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-STATUS-RELATORIO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "relatorio CPFLIR (status " WS-STATUS-RELATORIO ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-SESSOES
             IF HA-DIARIO-LIBERACOES
               CLOSE ARQ-LIBERACOES
             END-IF
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM UNTIL NAO-HA-MAIS-SESSOES
             READ ARQ-SESSOES
               AT END
                 SET NAO-HA-MAIS-SESSOES TO TRUE
               NOT AT END
                 PERFORM 1000-TOTALIZAR-SESSAO
             END-READ
           END-PERFORM
           PERFORM UNTIL NAO-HA-MAIS-LIBERACOES
             READ ARQ-LIBERACOES
               AT END
                 SET NAO-HA-MAIS-LIBERACOES TO TRUE
               NOT AT END
                 PERFORM 2000-TOTALIZAR-LIBERACAO
             END-READ
           END-PERFORM
           PERFORM 3000-MARCAR-PARES
           PERFORM 9000-GRAVAR-RELATORIO
           CLOSE ARQ-SESSOES
           IF HA-DIARIO-LIBERACOES
             CLOSE ARQ-LIBERACOES
           END-IF
           CLOSE ARQ-RELATORIO
           IF TOTAL-MARCADOS GREATER THAN ZERO
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Normaliza a data final (LOW-VALUES por espaços, hoje
      *    quando omitida) e calcula o primeiro dia da semana.
       0100-PREPARAR-PERIODO.
           INSPECT DATA-FIM REPLACING ALL LOW-VALUE BY SPACE.
           IF DATA-FIM EQUAL TO SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-FIM
           END-IF.
           IF DATA-FIM IS NOT NUMERIC
             DISPLAY "ERRO: data deve ser AAAAMMDD (recebido '"
               DATA-FIM "')."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE DATA-FIM TO DATA-NUMERICA.
           COMPUTE DIA-JULIANO =
             FUNCTION INTEGER-OF-DATE(DATA-NUMERICA) - 6.
           COMPUTE DATA-NUMERICA =
             FUNCTION DATE-OF-INTEGER(DIA-JULIANO).
           MOVE DATA-NUMERICA TO DATA-INICIO.
      *
      *      Lê o cartão de limites, se houver; valores imprestáveis
      *    derrubam o relatório, cartão ausente deixa os padrões.
       0200-LER-CARTAO.
           OPEN INPUT ARQ-CARTAO.
           IF WS-STATUS-CARTAO NOT EQUAL TO "00"
             EXIT PARAGRAPH
           END-IF.
           READ ARQ-CARTAO
             AT END
               CLOSE ARQ-CARTAO
               EXIT PARAGRAPH
           END-READ.
           IF LCT-MINIMO IS NOT NUMERIC
             OR LCT-FATOR IS NOT NUMERIC
             OR LCT-MINIMO EQUAL TO ZERO
             OR LCT-FATOR EQUAL TO ZERO
             DISPLAY "ERRO: cartao de limites CPFLCT invalido - "
               "minimo de autorizacoes e fator sobre a taxa da "
               "rede devem ser numericos e maiores que zero."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-CARTAO
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE LCT-MINIMO TO MINIMO-AUTORIZACOES.
           MOVE LCT-FATOR TO FATOR-TAXA.
           CLOSE ARQ-CARTAO.
      *
      *      Acumula os documentos conferidos de uma sessão aberta na
      *    semana, por agência e por balconista.
       1000-TOTALIZAR-SESSAO.
           MOVE SES-SESSAO(1:8) TO DATA-SESSAO.
           IF DATA-SESSAO LESS THAN DATA-INICIO
             OR DATA-SESSAO GREATER THAN DATA-FIM
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-SESSOES.
           IF SES-CONFERIDOS IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.
           ADD SES-CONFERIDOS TO TOTAL-CONFERIDOS.
           MOVE SES-AGENCIA TO CHAVE-AGENCIA.
           MOVE SES-OPERADOR TO CHAVE-OPERADOR.
           PERFORM 1100-LOCALIZAR-AGENCIA.
           IF IND-AGENCIA GREATER THAN ZERO
             ADD SES-CONFERIDOS TO AGE-CONFERIDOS(IND-AGENCIA)
           END-IF.
           PERFORM 1200-LOCALIZAR-OPERADOR.
           IF IND-OPERADOR GREATER THAN ZERO
             ADD SES-CONFERIDOS TO OPE-CONFERIDOS(IND-OPERADOR)
           END-IF.
      *
      *      Localiza (ou abre) a entrada da agência em CHAVE-AGENCIA.
       1100-LOCALIZAR-AGENCIA.
           MOVE ZERO TO IND-AGENCIA.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-AGENCIAS
               OR IND-AGENCIA GREATER THAN ZERO
             IF AGE-CODIGO(I) EQUAL TO CHAVE-AGENCIA
               MOVE I TO IND-AGENCIA
             END-IF
           END-PERFORM.
           IF IND-AGENCIA EQUAL TO ZERO
             IF QTD-AGENCIAS LESS THAN 200
               ADD 1 TO QTD-AGENCIAS
               MOVE QTD-AGENCIAS TO IND-AGENCIA
               MOVE CHAVE-AGENCIA TO AGE-CODIGO(IND-AGENCIA)
             ELSE
               SET HA-ENTRADAS-DEMAIS TO TRUE
             END-IF
           END-IF.
      *
      *      Localiza (ou abre) a entrada da agência e do balconista
      *    em CHAVE-AGENCIA e CHAVE-OPERADOR.
       1200-LOCALIZAR-OPERADOR.
           MOVE ZERO TO IND-OPERADOR.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-OPERADORES
               OR IND-OPERADOR GREATER THAN ZERO
             IF OPE-AGENCIA(I) EQUAL TO CHAVE-AGENCIA
               AND OPE-OPERADOR(I) EQUAL TO CHAVE-OPERADOR
               MOVE I TO IND-OPERADOR
             END-IF
           END-PERFORM.
           IF IND-OPERADOR EQUAL TO ZERO
             IF QTD-OPERADORES LESS THAN 1000
               ADD 1 TO QTD-OPERADORES
               MOVE QTD-OPERADORES TO IND-OPERADOR
               MOVE CHAVE-AGENCIA TO OPE-AGENCIA(IND-OPERADOR)
               MOVE CHAVE-OPERADOR TO OPE-OPERADOR(IND-OPERADOR)
             ELSE
               SET HA-ENTRADAS-DEMAIS TO TRUE
             END-IF
           END-IF.
      *
      *      Acumula uma liberação de sessão aberta na semana: a
      *    exigência e a decisão na agência e no balconista e, quando
      *    autorizada, no par supervisor/balconista e no supervisor.
       2000-TOTALIZAR-LIBERACAO.
           MOVE LIB-SESSAO(1:8) TO DATA-SESSAO.
           IF DATA-SESSAO LESS THAN DATA-INICIO
             OR DATA-SESSAO GREATER THAN DATA-FIM
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-EXIGIDAS.
           MOVE LIB-AGENCIA TO CHAVE-AGENCIA.
           MOVE LIB-OPERADOR TO CHAVE-OPERADOR.
           MOVE LIB-SUPERVISOR TO CHAVE-SUPERVISOR.
           PERFORM 1100-LOCALIZAR-AGENCIA.
           PERFORM 1200-LOCALIZAR-OPERADOR.
           IF IND-AGENCIA GREATER THAN ZERO
             ADD 1 TO AGE-EXIGIDAS(IND-AGENCIA)
           END-IF.
           IF IND-OPERADOR GREATER THAN ZERO
             ADD 1 TO OPE-EXIGIDAS(IND-OPERADOR)
           END-IF.
           IF LIB-DECISAO NOT EQUAL TO "AUTORIZADO"
             ADD 1 TO TOTAL-RECUSADAS
             IF IND-AGENCIA GREATER THAN ZERO
               ADD 1 TO AGE-RECUSADAS(IND-AGENCIA)
             END-IF
             IF IND-OPERADOR GREATER THAN ZERO
               ADD 1 TO OPE-RECUSADAS(IND-OPERADOR)
             END-IF
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-AUTORIZADAS.
           IF LIB-CADASTRO NOT EQUAL TO "S"
             ADD 1 TO TOTAL-SEM-CADASTRO
           END-IF.
           IF IND-AGENCIA GREATER THAN ZERO
             ADD 1 TO AGE-AUTORIZADAS(IND-AGENCIA)
           END-IF.
           IF IND-OPERADOR GREATER THAN ZERO
             ADD 1 TO OPE-AUTORIZADAS(IND-OPERADOR)
           END-IF.
           PERFORM 2100-LOCALIZAR-SUPERVISOR.
           IF IND-SUPERVISOR GREATER THAN ZERO
             ADD 1 TO SUP-AUTORIZADAS(IND-SUPERVISOR)
           END-IF.
           PERFORM 2200-LOCALIZAR-PAR.
           IF IND-PAR GREATER THAN ZERO
             ADD 1 TO PAR-AUTORIZADAS(IND-PAR)
           END-IF.
      *
      *      Localiza (ou abre) a entrada do supervisor em
      *    CHAVE-SUPERVISOR.
       2100-LOCALIZAR-SUPERVISOR.
           MOVE ZERO TO IND-SUPERVISOR.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-SUPERVISORES
               OR IND-SUPERVISOR GREATER THAN ZERO
             IF SUP-CODIGO(I) EQUAL TO CHAVE-SUPERVISOR
               MOVE I TO IND-SUPERVISOR
             END-IF
           END-PERFORM.
           IF IND-SUPERVISOR EQUAL TO ZERO
             IF QTD-SUPERVISORES LESS THAN 500
               ADD 1 TO QTD-SUPERVISORES
               MOVE QTD-SUPERVISORES TO IND-SUPERVISOR
               MOVE CHAVE-SUPERVISOR TO SUP-CODIGO(IND-SUPERVISOR)
             ELSE
               SET HA-ENTRADAS-DEMAIS TO TRUE
             END-IF
           END-IF.
      *
      *      Localiza (ou abre) a entrada do par agência, supervisor e
      *    balconista; um par novo conta mais um balconista atendido
      *    pelo supervisor.
       2200-LOCALIZAR-PAR.
           MOVE ZERO TO IND-PAR.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-PARES
               OR IND-PAR GREATER THAN ZERO
             IF PAR-AGENCIA(I) EQUAL TO CHAVE-AGENCIA
               AND PAR-SUPERVISOR(I) EQUAL TO CHAVE-SUPERVISOR
               AND PAR-OPERADOR(I) EQUAL TO CHAVE-OPERADOR
               MOVE I TO IND-PAR
             END-IF
           END-PERFORM.
           IF IND-PAR EQUAL TO ZERO
             IF QTD-PARES LESS THAN 1000
               ADD 1 TO QTD-PARES
               MOVE QTD-PARES TO IND-PAR
               MOVE CHAVE-AGENCIA TO PAR-AGENCIA(IND-PAR)
               MOVE CHAVE-SUPERVISOR TO PAR-SUPERVISOR(IND-PAR)
               MOVE CHAVE-OPERADOR TO PAR-OPERADOR(IND-PAR)
               MOVE "N" TO PAR-MARCA(IND-PAR)
               IF IND-SUPERVISOR GREATER THAN ZERO
                 ADD 1 TO SUP-BALCONISTAS(IND-SUPERVISOR)
               END-IF
             ELSE
               SET HA-ENTRADAS-DEMAIS TO TRUE
             END-IF
           END-IF.
      *
      *      Marca os pares supervisor/balconista fora do padrão: ao
      *    menos o mínimo de autorizações e taxa do par acima do fator
      *    sobre a taxa da rede. Sem conferências do balconista na
      *    semana (sessão ainda não encerrada) vale só o mínimo.
       3000-MARCAR-PARES.
           PERFORM VARYING IND-PAR FROM 1 BY 1
             UNTIL IND-PAR GREATER THAN QTD-PARES
             IF PAR-AUTORIZADAS(IND-PAR) NOT LESS THAN
               MINIMO-AUTORIZACOES
               MOVE PAR-AGENCIA(IND-PAR) TO CHAVE-AGENCIA
               MOVE PAR-OPERADOR(IND-PAR) TO CHAVE-OPERADOR
               PERFORM 1200-LOCALIZAR-OPERADOR
               IF IND-OPERADOR EQUAL TO ZERO
                 OR OPE-CONFERIDOS(IND-OPERADOR) EQUAL TO ZERO
                 SET PAR-MARCADO(IND-PAR) TO TRUE
               ELSE
                 COMPUTE PRODUTO-PAR = PAR-AUTORIZADAS(IND-PAR)
                   * TOTAL-CONFERIDOS * 100
                 COMPUTE PRODUTO-REDE = FATOR-TAXA
                   * TOTAL-AUTORIZADAS * OPE-CONFERIDOS(IND-OPERADOR)
                 IF PRODUTO-PAR GREATER THAN PRODUTO-REDE
                   SET PAR-MARCADO(IND-PAR) TO TRUE
                 END-IF
               END-IF
               IF PAR-MARCADO(IND-PAR)
                 ADD 1 TO TOTAL-MARCADOS
                 MOVE PAR-SUPERVISOR(IND-PAR) TO CHAVE-SUPERVISOR
                 PERFORM 2100-LOCALIZAR-SUPERVISOR
                 IF IND-SUPERVISOR GREATER THAN ZERO
                   ADD 1 TO SUP-MARCADOS(IND-SUPERVISOR)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
      *
      *      Grava o relatório: cabeçalho, quadros por agência, por
      *    balconista, por par supervisor/balconista e por supervisor,
      *    e o resumo da semana.
       9000-GRAVAR-RELATORIO.
           MOVE
             "LIBERACOES DO BALCAO POR AGENCIA, OPERADOR E SUPERVISOR"
             TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE DATA-INICIO TO CAB-DATA-INICIO
           MOVE DATA-FIM TO CAB-DATA-FIM
           MOVE LINHA-CABECALHO-PERIODO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE MINIMO-AUTORIZACOES TO CAB-MINIMO
           MOVE FATOR-TAXA TO CAB-FATOR
           MOVE LINHA-CABECALHO-LIMITES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "POR AGENCIA" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-TITULO-AGENCIA TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-AGENCIAS
             MOVE SPACES TO LINHA-DETALHE
             MOVE AGE-CODIGO(I) TO DET-AGENCIA
             MOVE AGE-CONFERIDOS(I) TO DET-CONFERIDOS
             MOVE AGE-EXIGIDAS(I) TO DET-EXIGIDAS
             MOVE AGE-AUTORIZADAS(I) TO DET-AUTORIZADAS
             MOVE AGE-RECUSADAS(I) TO DET-RECUSADAS
             MOVE ZERO TO TAXA-CALCULADA
             IF AGE-CONFERIDOS(I) GREATER THAN ZERO
               COMPUTE TAXA-CALCULADA ROUNDED =
                 AGE-AUTORIZADAS(I) * 100 / AGE-CONFERIDOS(I)
             END-IF
             MOVE TAXA-CALCULADA TO DET-TAXA
             MOVE LINHA-DETALHE TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "POR OPERADOR" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-TITULO-OPERADOR TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-OPERADORES
             MOVE OPE-AGENCIA(I) TO DET-AGENCIA
             MOVE OPE-OPERADOR(I) TO DET-OPERADOR
             MOVE OPE-CONFERIDOS(I) TO DET-CONFERIDOS
             MOVE OPE-EXIGIDAS(I) TO DET-EXIGIDAS
             MOVE OPE-AUTORIZADAS(I) TO DET-AUTORIZADAS
             MOVE OPE-RECUSADAS(I) TO DET-RECUSADAS
             MOVE ZERO TO TAXA-CALCULADA
             IF OPE-CONFERIDOS(I) GREATER THAN ZERO
               COMPUTE TAXA-CALCULADA ROUNDED =
                 OPE-AUTORIZADAS(I) * 100 / OPE-CONFERIDOS(I)
             END-IF
             MOVE TAXA-CALCULADA TO DET-TAXA
             MOVE LINHA-DETALHE TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "POR SUPERVISOR E OPERADOR AUTORIZADO" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-TITULO-PAR TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING IND-PAR FROM 1 BY 1
             UNTIL IND-PAR GREATER THAN QTD-PARES
             MOVE PAR-AGENCIA(IND-PAR) TO PAR-DET-AGENCIA
             MOVE PAR-SUPERVISOR(IND-PAR) TO PAR-DET-SUPERVISOR
             MOVE PAR-OPERADOR(IND-PAR) TO PAR-DET-OPERADOR
             MOVE PAR-AUTORIZADAS(IND-PAR) TO PAR-DET-AUTORIZADAS
             MOVE PAR-AGENCIA(IND-PAR) TO CHAVE-AGENCIA
             MOVE PAR-OPERADOR(IND-PAR) TO CHAVE-OPERADOR
             PERFORM 1200-LOCALIZAR-OPERADOR
             MOVE ZERO TO TAXA-CALCULADA
             IF IND-OPERADOR GREATER THAN ZERO
               AND OPE-CONFERIDOS(IND-OPERADOR) GREATER THAN ZERO
               COMPUTE TAXA-CALCULADA ROUNDED =
                 PAR-AUTORIZADAS(IND-PAR) * 100
                   / OPE-CONFERIDOS(IND-OPERADOR)
             END-IF
             MOVE TAXA-CALCULADA TO PAR-DET-TAXA
             IF PAR-MARCADO(IND-PAR)
               MOVE "*** ACIMA DO PADRAO" TO PAR-DET-ALERTA
             ELSE
               MOVE SPACES TO PAR-DET-ALERTA
             END-IF
             MOVE LINHA-PAR TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "POR SUPERVISOR" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-TITULO-SUPERVISOR TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-SUPERVISORES
             MOVE SUP-CODIGO(I) TO SUP-DET-CODIGO
             MOVE SUP-AUTORIZADAS(I) TO SUP-DET-AUTORIZADAS
             MOVE SUP-BALCONISTAS(I) TO SUP-DET-BALCONISTAS
             MOVE SUP-MARCADOS(I) TO SUP-DET-MARCADOS
             IF SUP-MARCADOS(I) GREATER THAN ZERO
               MOVE "***" TO SUP-DET-ALERTA
             ELSE
               MOVE SPACES TO SUP-DET-ALERTA
             END-IF
             MOVE LINHA-SUPERVISOR TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "SESSOES NA SEMANA:" TO ROTULO-RELATORIO
           MOVE TOTAL-SESSOES TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "DOCUMENTOS CONFERIDOS:" TO ROTULO-RELATORIO
           MOVE TOTAL-CONFERIDOS TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "LIBERACOES EXIGIDAS:" TO ROTULO-RELATORIO
           MOVE TOTAL-EXIGIDAS TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "AUTORIZADAS:" TO ROTULO-RELATORIO
           MOVE TOTAL-AUTORIZADAS TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "RECUSADAS:" TO ROTULO-RELATORIO
           MOVE TOTAL-RECUSADAS TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "AUTORIZ. SEM CADASTRO SUPERV:" TO ROTULO-RELATORIO
           MOVE TOTAL-SEM-CADASTRO TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ZERO TO TAXA-CALCULADA
           IF TOTAL-CONFERIDOS GREATER THAN ZERO
             COMPUTE TAXA-CALCULADA ROUNDED =
               TOTAL-AUTORIZADAS * 100 / TOTAL-CONFERIDOS
           END-IF
           MOVE TAXA-CALCULADA TO TAXA-REDE-ED
           MOVE LINHA-TAXA-REDE TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "PARES ACIMA DO PADRAO:" TO ROTULO-RELATORIO
           MOVE TOTAL-MARCADOS TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           IF HA-ENTRADAS-DEMAIS
             MOVE "AVISO: quadro incompleto - agencias, operadores "
               TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE "ou supervisores demais na semana." TO REG-RELATORIO
             WRITE REG-RELATORIO
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
           MOVE TOTAL-SESSOES TO GRADE-LIDOS.
           MOVE TOTAL-MARCADOS TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
