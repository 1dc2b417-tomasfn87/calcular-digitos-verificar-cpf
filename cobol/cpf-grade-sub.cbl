       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFGRDS.
      *
      *      Sub-rotina do diário da grade noturna CPFGRD: todo
      *    programa batch registra aqui o início e o término de cada
      *    execução, com a data de negócio, o identificador da
      *    execução, o RETURN-CODE e as quantidades de registros lidos
      *    e gravados. A grade depende de ordem - ConsolidarCPFAud
      *    antes de RelatorioCPFAud, o lote antes de
      *    ReconciliarSituacao, DetectarDuplicados e
      *    RelatorioQualidadeOrigem, CarregarSituacao depois que o
      *    CPFSIT chega - e nada impedia um programa de rodar sobre o
      *    CPFSAI da véspera ou sobre um arquivo pela metade deixado
      *    por um passo que caiu; o relatório velho só aparecia dias
      *    depois.
      *      No início (função "I") a sub-rotina confere, na tabela da
      *    grade abaixo, os predecessores do programa e, no diário, a
      *    última execução de cada um na mesma data de negócio: ela
      *    precisa ter terminado - e, quando a tabela pede término
      *    limpo, com RETURN-CODE até 4. Faltando algum, a recusa fica
      *    no diário e volta ao chamador o retorno "24", que o
      *    programa devolve como RETURN-CODE 24 sem fazer nada. Uma
      *    execução recusada não mexeu em arquivo algum, e por isso
      *    não conta como execução do predecessor; as execuções de
      *    VerificarCPFLote no modo partição também não - o lote
      *    partido só está completo depois de JuntarParticoesLote.
      *      A chegada de um arquivo externo (o CPFSIT da Receita) é
      *    registrada por RegistrarChegadaArquivo com o nome do
      *    arquivo no lugar do programa, e entra na tabela como
      *    qualquer predecessor.
      *      A data de negócio vem do cartão CPFGDN (AAAAMMDD), que o
      *    escalonador grava na abertura da noite para que os passos
      *    que rodam depois da meia-noite continuem na mesma data; sem
      *    cartão vale a data de hoje. No término (função "F") a
      *    sub-rotina grava o RETURN-CODE e as quantidades informadas
      *    pelo chamador, com a data e a execução devolvidas no início.
      *      As fatias da noite partida (modo PARTnn) rodam em
      *    paralelo e não disputam o CPFGRD: os registros de cada uma
      *    vão para o CPFGRDP, que o JCL da fatia aponta para o seu
      *    CPFGRDPnn, e JuntarParticoesLote os acrescenta ao CPFGRD.
      *    A conferência dos predecessores da fatia continua lendo o
      *    CPFGRD, onde está a divisão.
      *      RelatorioGradeNoturna lê o diário e mostra a cadeia da
      *    noite, os tempos e o passo que a quebrou.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-GRADE ASSIGN TO "CPFGRD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-GRADE.
      *
      *      Diário próprio da fatia da noite partida, só gravado.
           SELECT ARQ-GRADE-PARTICAO ASSIGN TO "CPFGRDP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-GRADE-PARTICAO.
      *
           SELECT ARQ-CARTAO ASSIGN TO "CPFGDN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CARTAO.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *      Diário da grade: tipo do registro ("I" início, "F"
      *    término, "R" recusa por predecessor pendente), data de
      *    negócio, programa (ou arquivo, na chegada), modo de
      *    execução, identificador da execução, momento do registro,
      *    RETURN-CODE e quantidades (no término) e observação - os
      *    predecessores conferidos no início, a pendência na recusa.
       FD  ARQ-GRADE.
           01 REG-GRADE.
             05 GRD-TIPO           PIC X.
             05 FILLER             PIC X.
             05 GRD-DATA-NEGOCIO   PIC X(8).
             05 FILLER             PIC X.
             05 GRD-PROGRAMA       PIC X(30).
             05 FILLER             PIC X.
             05 GRD-MODO           PIC X(8).
             05 FILLER             PIC X.
             05 GRD-EXECUCAO       PIC X(16).
             05 FILLER             PIC X.
             05 GRD-DATA-HORA      PIC X(21).
             05 FILLER             PIC X.
             05 GRD-RC             PIC 9(4).
             05 FILLER             PIC X.
             05 GRD-LIDOS          PIC 9(9).
             05 FILLER             PIC X.
             05 GRD-GRAVADOS       PIC 9(9).
             05 FILLER             PIC X.
             05 GRD-OBSERVACAO     PIC X(70).
      *
       FD  ARQ-GRADE-PARTICAO.
           01 REG-GRADE-PARTICAO   PIC X(185).
      *
       FD  ARQ-CARTAO.
           01 REG-CARTAO.
             05 GDN-DATA           PIC X(8).
      *
       WORKING-STORAGE SECTION.
      *
      *      Status dos arquivos ("00" = OK, "35" = não existe).
           01 WS-STATUS-GRADE  PIC X(2) VALUE SPACES.
           01 WS-STATUS-CARTAO PIC X(2) VALUE SPACES.
           01 WS-STATUS-GRADE-PARTICAO PIC X(2) VALUE SPACES.
      *
           01 FIM-GRADE        PIC X VALUE "N".
             88 NAO-HA-MAIS-GRADE VALUE "S".
      *
      *      Tabela da grade: uma linha por predecessor exigido -
      *    programa, modo (brancos = qualquer modo; "PART" = qualquer
      *    fatia da noite partida, PART01, PART02...), predecessor,
      *    alternativa que o substitui (JuntarParticoesLote no lugar
      *    do lote na noite partida) e exigência: "L" término limpo
      *    (RETURN-CODE até 4), "T" apenas término, qualquer código.
           01 TABELA-GRADE-VALORES.
      *      Fatia da noite partida: depois da divisão.
             05 FILLER PIC X(30) VALUE "VerificarCPFLote".
             05 FILLER PIC X(8)  VALUE "PART".
             05 FILLER PIC X(30) VALUE "DividirEntradaLote".
             05 FILLER PIC X(30) VALUE SPACES.
             05 FILLER PIC X     VALUE "L".
      *      Ressubmissão: depois do lote da noite, qualquer que tenha
      *    sido o código - é ela que corrige as exceções.
             05 FILLER PIC X(30) VALUE "VerificarCPFLote".
             05 FILLER PIC X(8)  VALUE "RESUB".
             05 FILLER PIC X(30) VALUE "VerificarCPFLote".
             05 FILLER PIC X(30) VALUE "JuntarParticoesLote".
             05 FILLER PIC X     VALUE "T".
             05 FILLER PIC X(30) VALUE "JuntarParticoesLote".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "DividirEntradaLote".
             05 FILLER PIC X(30) VALUE SPACES.
             05 FILLER PIC X     VALUE "L".
      *      As linhas de auditoria do lote valem mesmo num lote
      *    reprovado pelo controle de qualidade.
             05 FILLER PIC X(30) VALUE "ConsolidarCPFAud".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "VerificarCPFLote".
             05 FILLER PIC X(30) VALUE "JuntarParticoesLote".
             05 FILLER PIC X     VALUE "T".
             05 FILLER PIC X(30) VALUE "RelatorioCPFAud".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "ConsolidarCPFAud".
             05 FILLER PIC X(30) VALUE SPACES.
             05 FILLER PIC X     VALUE "L".
             05 FILLER PIC X(30) VALUE "ManutencaoCPFAud".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "ConsolidarCPFAud".
             05 FILLER PIC X(30) VALUE SPACES.
             05 FILLER PIC X     VALUE "L".
             05 FILLER PIC X(30) VALUE "AtenderTitularLGPD".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "ConsolidarCPFAud".
             05 FILLER PIC X(30) VALUE SPACES.
             05 FILLER PIC X     VALUE "L".
             05 FILLER PIC X(30) VALUE "ReconciliarSituacao".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "VerificarCPFLote".
             05 FILLER PIC X(30) VALUE "JuntarParticoesLote".
             05 FILLER PIC X     VALUE "L".
             05 FILLER PIC X(30) VALUE "ReconciliarSituacao".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "CPFSIT".
             05 FILLER PIC X(30) VALUE SPACES.
             05 FILLER PIC X     VALUE "L".
             05 FILLER PIC X(30) VALUE "CarregarSituacao".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "CPFSIT".
             05 FILLER PIC X(30) VALUE SPACES.
             05 FILLER PIC X     VALUE "L".
             05 FILLER PIC X(30) VALUE "DetectarDuplicados".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "VerificarCPFLote".
             05 FILLER PIC X(30) VALUE "JuntarParticoesLote".
             05 FILLER PIC X     VALUE "L".
             05 FILLER PIC X(30) VALUE "RelatorioQualidadeOrigem".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "VerificarCPFLote".
             05 FILLER PIC X(30) VALUE "JuntarParticoesLote".
             05 FILLER PIC X     VALUE "L".
      *      O histórico grava também as noites ruins - é delas que
      *    o relatório de tendência precisa.
             05 FILLER PIC X(30) VALUE "GravarHistoricoLote".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "VerificarCPFLote".
             05 FILLER PIC X(30) VALUE "JuntarParticoesLote".
             05 FILLER PIC X     VALUE "T".
             05 FILLER PIC X(30) VALUE "RelatorioTendenciaLote".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "GravarHistoricoLote".
             05 FILLER PIC X(30) VALUE SPACES.
             05 FILLER PIC X     VALUE "L".
             05 FILLER PIC X(30) VALUE "DistribuirDevolucoes".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "VerificarCPFLote".
             05 FILLER PIC X(30) VALUE "JuntarParticoesLote".
             05 FILLER PIC X     VALUE "L".
             05 FILLER PIC X(30) VALUE "RelatorioPendenciasDevolucao".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "DistribuirDevolucoes".
             05 FILLER PIC X(30) VALUE SPACES.
             05 FILLER PIC X     VALUE "L".
             05 FILLER PIC X(30) VALUE "RelatorioBloqueios".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "VerificarCPFLote".
             05 FILLER PIC X(30) VALUE "JuntarParticoesLote".
             05 FILLER PIC X     VALUE "T".
             05 FILLER PIC X(30) VALUE "GerarConsultaSituacao".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "VerificarCPFLote".
             05 FILLER PIC X(30) VALUE "JuntarParticoesLote".
             05 FILLER PIC X     VALUE "L".
             05 FILLER PIC X(30) VALUE "RelatorioRaizCNPJ".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "VerificarCPFLote".
             05 FILLER PIC X(30) VALUE "JuntarParticoesLote".
             05 FILLER PIC X     VALUE "L".
      *      A detecção de surtos examina o CPFSAI de qualquer lote
      *    que tenha terminado e a auditoria já consolidada do dia.
             05 FILLER PIC X(30) VALUE "DetectarSurtoSintetico".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "VerificarCPFLote".
             05 FILLER PIC X(30) VALUE "JuntarParticoesLote".
             05 FILLER PIC X     VALUE "T".
             05 FILLER PIC X(30) VALUE "DetectarSurtoSintetico".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "ConsolidarCPFAud".
             05 FILLER PIC X(30) VALUE SPACES.
             05 FILLER PIC X     VALUE "L".
      *      O fechamento existe para apontar o que deu errado: basta
      *    que os passos tenham terminado.
             05 FILLER PIC X(30) VALUE "FechamentoDiario".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "VerificarCPFLote".
             05 FILLER PIC X(30) VALUE "JuntarParticoesLote".
             05 FILLER PIC X     VALUE "T".
             05 FILLER PIC X(30) VALUE "FechamentoDiario".
             05 FILLER PIC X(8)  VALUE SPACES.
             05 FILLER PIC X(30) VALUE "ManutencaoCPFAud".
             05 FILLER PIC X(30) VALUE SPACES.
             05 FILLER PIC X     VALUE "T".
      *
           01 TABELA-GRADE REDEFINES TABELA-GRADE-VALORES.
             05 GRADE-ENTRADA OCCURS 23 TIMES.
               10 TAB-PROGRAMA     PIC X(30).
               10 TAB-MODO         PIC X(8).
               10 TAB-PREDECESSOR  PIC X(30).
               10 TAB-ALTERNATIVA  PIC X(30).
               10 TAB-EXIGENCIA    PIC X.
      *
           01 QTD-LINHAS-GRADE PIC 9(2) COMP VALUE 23.
      *
      *      Predecessores exigidos do chamador e a última execução de
      *    cada um achada no diário na data de negócio.
           01 QTD-EXIGIDOS     PIC 9(2) COMP VALUE ZERO.
      *
           01 TABELA-EXIGIDOS.
             05 EXIGIDO-ENTRADA OCCURS 10 TIMES.
               10 EXI-PREDECESSOR  PIC X(30).
               10 EXI-ALTERNATIVA  PIC X(30).
               10 EXI-EXIGENCIA    PIC X.
               10 EXI-ULTIMO-TIPO  PIC X.
               10 EXI-ULTIMO-RC    PIC 9(4).
               10 EXI-ULTIMO-NOME  PIC X(30).
      *
           01 IX-GRADE         PIC 9(2) COMP VALUE ZERO.
           01 IX-EXIGIDO       PIC 9(2) COMP VALUE ZERO.
      *
      *      Lista dos predecessores conferidos, gravada na
      *    observação do início.
           01 LISTA-PREDECESSORES PIC X(70) VALUE SPACES.
           01 PONTEIRO-LISTA   PIC 9(3) VALUE ZERO.
      *
           01 RC-EDITADO       PIC ZZZ9.
      *
       LINKAGE SECTION.
      *
      *      Função pedida: "I" início (confere os predecessores e
      *    registra o início), "F" término.
           01 LK-FUNCAO        PIC X.
      *
      *      Registro trocado com o chamador: entra com o programa e o
      *    modo; no início sai com a data de negócio e o identificador
      *    da execução (ou com a pendência, na recusa); no término
      *    entra com o RETURN-CODE e as quantidades.
           01 LK-GRD-REG.
             05 LK-GRD-PROGRAMA     PIC X(30).
             05 LK-GRD-MODO         PIC X(8).
             05 LK-GRD-DATA-NEGOCIO PIC X(8).
             05 LK-GRD-EXECUCAO     PIC X(16).
             05 LK-GRD-RC           PIC 9(4).
             05 LK-GRD-LIDOS        PIC 9(9).
             05 LK-GRD-GRAVADOS     PIC 9(9).
             05 LK-GRD-PENDENCIA    PIC X(60).
      *
      *      Retorno: "00" registrado, "24" predecessor pendente (a
      *    recusa ficou no diário), "08" cartão CPFGDN inválido,
      *    "99" função desconhecida; qualquer outro valor é o status
      *    de arquivo da operação que falhou.
           01 LK-GRD-RETORNO   PIC X(2).
      *
       PROCEDURE DIVISION USING LK-FUNCAO LK-GRD-REG LK-GRD-RETORNO.
       0000-INICIO.
           MOVE "00" TO LK-GRD-RETORNO
           EVALUATE LK-FUNCAO
             WHEN "I"
               PERFORM 1000-REGISTRAR-INICIO
             WHEN "F"
               PERFORM 2000-REGISTRAR-TERMINO
             WHEN OTHER
               MOVE "99" TO LK-GRD-RETORNO
           END-EVALUATE
           GOBACK.
      *
      *      Início: data de negócio, predecessores e registro do
      *    início - ou da recusa.
       1000-REGISTRAR-INICIO.
           MOVE SPACES TO LK-GRD-PENDENCIA.
           PERFORM 1100-OBTER-DATA-NEGOCIO.
           IF LK-GRD-RETORNO NOT EQUAL TO "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:16) TO LK-GRD-EXECUCAO.
           PERFORM 1200-SELECIONAR-PREDECESSORES.
           IF QTD-EXIGIDOS GREATER THAN ZERO
             PERFORM 1300-LER-DIARIO
             PERFORM 1400-AVALIAR-PREDECESSORES
           END-IF.
           MOVE SPACES TO REG-GRADE.
           IF LK-GRD-PENDENCIA EQUAL TO SPACES
             MOVE "I" TO GRD-TIPO
             MOVE LISTA-PREDECESSORES TO GRD-OBSERVACAO
           ELSE
             MOVE "R" TO GRD-TIPO
             MOVE LK-GRD-PENDENCIA TO GRD-OBSERVACAO
           END-IF.
           MOVE ZERO TO GRD-RC GRD-LIDOS GRD-GRAVADOS.
           PERFORM 3000-GRAVAR-DIARIO.
           IF LK-GRD-RETORNO EQUAL TO "00"
             AND GRD-TIPO EQUAL TO "R"
             MOVE "24" TO LK-GRD-RETORNO
           END-IF.
      *
      *      Data de negócio do cartão CPFGDN; sem cartão, ou cartão
      *    vazio, a data de hoje.
       1100-OBTER-DATA-NEGOCIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LK-GRD-DATA-NEGOCIO.
           OPEN INPUT ARQ-CARTAO.
           IF WS-STATUS-CARTAO NOT EQUAL TO "00"
             EXIT PARAGRAPH
           END-IF.
           READ ARQ-CARTAO
             AT END
               CLOSE ARQ-CARTAO
               EXIT PARAGRAPH
           END-READ.
           CLOSE ARQ-CARTAO.
           IF GDN-DATA IS NOT NUMERIC
             MOVE "08" TO LK-GRD-RETORNO
             STRING "cartao de data de negocio CPFGDN invalido ('"
               GDN-DATA "')" DELIMITED BY SIZE INTO LK-GRD-PENDENCIA
             EXIT PARAGRAPH
           END-IF.
           MOVE GDN-DATA TO LK-GRD-DATA-NEGOCIO.
      *
      *      Separa as linhas da tabela da grade que valem para o
      *    programa e o modo do chamador e monta a lista que vai para
      *    a observação do início.
       1200-SELECIONAR-PREDECESSORES.
           MOVE ZERO TO QTD-EXIGIDOS.
           MOVE SPACES TO LISTA-PREDECESSORES.
           MOVE 1 TO PONTEIRO-LISTA.
           PERFORM VARYING IX-GRADE FROM 1 BY 1
             UNTIL IX-GRADE GREATER THAN QTD-LINHAS-GRADE
             IF TAB-PROGRAMA(IX-GRADE) EQUAL TO LK-GRD-PROGRAMA
               AND (TAB-MODO(IX-GRADE) EQUAL TO SPACES
                 OR TAB-MODO(IX-GRADE) EQUAL TO LK-GRD-MODO
                 OR (TAB-MODO(IX-GRADE) EQUAL TO "PART"
                   AND LK-GRD-MODO(1:4) EQUAL TO "PART"))
               AND QTD-EXIGIDOS LESS THAN 10
               ADD 1 TO QTD-EXIGIDOS
               MOVE TAB-PREDECESSOR(IX-GRADE)
                 TO EXI-PREDECESSOR(QTD-EXIGIDOS)
               MOVE TAB-ALTERNATIVA(IX-GRADE)
                 TO EXI-ALTERNATIVA(QTD-EXIGIDOS)
               MOVE TAB-EXIGENCIA(IX-GRADE)
                 TO EXI-EXIGENCIA(QTD-EXIGIDOS)
               MOVE SPACE TO EXI-ULTIMO-TIPO(QTD-EXIGIDOS)
               MOVE ZERO TO EXI-ULTIMO-RC(QTD-EXIGIDOS)
               MOVE SPACES TO EXI-ULTIMO-NOME(QTD-EXIGIDOS)
               IF QTD-EXIGIDOS EQUAL TO 1
                 STRING "APOS " DELIMITED BY SIZE
                   INTO LISTA-PREDECESSORES
                   WITH POINTER PONTEIRO-LISTA
                 END-STRING
               ELSE
                 STRING "," DELIMITED BY SIZE
                   INTO LISTA-PREDECESSORES
                   WITH POINTER PONTEIRO-LISTA
                 END-STRING
               END-IF
               STRING TAB-PREDECESSOR(IX-GRADE) DELIMITED BY SPACE
                 INTO LISTA-PREDECESSORES
                 WITH POINTER PONTEIRO-LISTA
               END-STRING
             END-IF
           END-PERFORM.
      *
      *      Percorre o diário guardando, para cada predecessor, a
      *    última execução na data de negócio. Recusas e fatias de
      *    partição não contam como execução do predecessor.
       1300-LER-DIARIO.
           OPEN INPUT ARQ-GRADE.
           IF WS-STATUS-GRADE NOT EQUAL TO "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FIM-GRADE.
           PERFORM UNTIL NAO-HA-MAIS-GRADE
             READ ARQ-GRADE
               AT END
                 SET NAO-HA-MAIS-GRADE TO TRUE
               NOT AT END
                 IF GRD-DATA-NEGOCIO EQUAL TO LK-GRD-DATA-NEGOCIO
                   AND GRD-TIPO NOT EQUAL TO "R"
                   AND GRD-MODO(1:4) NOT EQUAL TO "PART"
                   PERFORM 1350-GUARDAR-ULTIMA-EXECUCAO
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-GRADE.
      *
       1350-GUARDAR-ULTIMA-EXECUCAO.
           PERFORM VARYING IX-EXIGIDO FROM 1 BY 1
             UNTIL IX-EXIGIDO GREATER THAN QTD-EXIGIDOS
             IF GRD-PROGRAMA EQUAL TO EXI-PREDECESSOR(IX-EXIGIDO)
               OR (EXI-ALTERNATIVA(IX-EXIGIDO) NOT EQUAL TO SPACES
                 AND GRD-PROGRAMA EQUAL TO
                   EXI-ALTERNATIVA(IX-EXIGIDO))
               MOVE GRD-TIPO TO EXI-ULTIMO-TIPO(IX-EXIGIDO)
               MOVE GRD-RC TO EXI-ULTIMO-RC(IX-EXIGIDO)
               MOVE GRD-PROGRAMA TO EXI-ULTIMO-NOME(IX-EXIGIDO)
             END-IF
           END-PERFORM.
      *
      *      Decide: a pendência descreve o primeiro predecessor que
      *    não atende à exigência.
       1400-AVALIAR-PREDECESSORES.
           PERFORM VARYING IX-EXIGIDO FROM 1 BY 1
             UNTIL IX-EXIGIDO GREATER THAN QTD-EXIGIDOS
               OR LK-GRD-PENDENCIA NOT EQUAL TO SPACES
             EVALUATE TRUE
               WHEN EXI-ULTIMO-TIPO(IX-EXIGIDO) EQUAL TO SPACE
                 STRING EXI-PREDECESSOR(IX-EXIGIDO) DELIMITED BY SPACE
                   " sem registro em " LK-GRD-DATA-NEGOCIO
                   DELIMITED BY SIZE INTO LK-GRD-PENDENCIA
               WHEN EXI-ULTIMO-TIPO(IX-EXIGIDO) EQUAL TO "I"
                 STRING EXI-ULTIMO-NOME(IX-EXIGIDO) DELIMITED BY SPACE
                   " em curso ou interrompido" DELIMITED BY SIZE
                   INTO LK-GRD-PENDENCIA
               WHEN EXI-EXIGENCIA(IX-EXIGIDO) EQUAL TO "L"
                 AND EXI-ULTIMO-RC(IX-EXIGIDO) GREATER THAN 4
                 MOVE EXI-ULTIMO-RC(IX-EXIGIDO) TO RC-EDITADO
                 STRING EXI-ULTIMO-NOME(IX-EXIGIDO) DELIMITED BY SPACE
                   " terminou com RC " RC-EDITADO DELIMITED BY SIZE
                   INTO LK-GRD-PENDENCIA
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM.
      *
      *      Término: RETURN-CODE e quantidades informados pelo
      *    chamador, na data e na execução devolvidas no início.
       2000-REGISTRAR-TERMINO.
           MOVE SPACES TO REG-GRADE.
           MOVE "F" TO GRD-TIPO.
           MOVE LK-GRD-RC TO GRD-RC.
           MOVE LK-GRD-LIDOS TO GRD-LIDOS.
           MOVE LK-GRD-GRAVADOS TO GRD-GRAVADOS.
           PERFORM 3000-GRAVAR-DIARIO.
      *
      *      Acrescenta o registro montado ao diário - o da fatia,
      *    no modo partição. O diário só é criado quando ainda não
      *    existe (status "35"); qualquer outra falha na abertura
      *    volta ao chamador, em vez de recriar o diário vazio.
       3000-GRAVAR-DIARIO.
           MOVE LK-GRD-DATA-NEGOCIO TO GRD-DATA-NEGOCIO.
           MOVE LK-GRD-PROGRAMA TO GRD-PROGRAMA.
           MOVE LK-GRD-MODO TO GRD-MODO.
           MOVE LK-GRD-EXECUCAO TO GRD-EXECUCAO.
           MOVE FUNCTION CURRENT-DATE TO GRD-DATA-HORA.
           IF LK-GRD-MODO(1:4) EQUAL TO "PART"
             PERFORM 3100-GRAVAR-DIARIO-PARTICAO
             EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-GRADE.
           IF WS-STATUS-GRADE EQUAL TO "35"
             OPEN OUTPUT ARQ-GRADE
           END-IF.
           IF WS-STATUS-GRADE NOT EQUAL TO "00"
             MOVE WS-STATUS-GRADE TO LK-GRD-RETORNO
             EXIT PARAGRAPH
           END-IF.
           WRITE REG-GRADE.
           IF WS-STATUS-GRADE NOT EQUAL TO "00"
             MOVE WS-STATUS-GRADE TO LK-GRD-RETORNO
           END-IF.
           CLOSE ARQ-GRADE.
      *
       3100-GRAVAR-DIARIO-PARTICAO.
           OPEN EXTEND ARQ-GRADE-PARTICAO.
           IF WS-STATUS-GRADE-PARTICAO EQUAL TO "35"
             OPEN OUTPUT ARQ-GRADE-PARTICAO
           END-IF.
           IF WS-STATUS-GRADE-PARTICAO NOT EQUAL TO "00"
             MOVE WS-STATUS-GRADE-PARTICAO TO LK-GRD-RETORNO
             EXIT PARAGRAPH
           END-IF.
           WRITE REG-GRADE-PARTICAO FROM REG-GRADE.
           IF WS-STATUS-GRADE-PARTICAO NOT EQUAL TO "00"
             MOVE WS-STATUS-GRADE-PARTICAO TO LK-GRD-RETORNO
           END-IF.
           CLOSE ARQ-GRADE-PARTICAO.
