      *    sessão) as leva consigo - o carimbo fica na mesma posição e
      *    os consumidores do layout padrão seguem lendo o que sempre
      *    leram.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
      *      Edição dos contadores para exibição.
           01 VALOR-EDITADO    PIC ZZZZZZZZ9.
      *
      *      Área de comunicação com a sub-rotina CPFGRDS: registro
      *    desta execução no diário da grade noturna CPFGRD e
      *    conferência dos predecessores na mesma data de negócio.
           01 GRADE-FUNCAO     PIC X VALUE SPACE.
      *
           01 GRADE-REG.
             05 GRADE-PROGRAMA      PIC X(30)
               VALUE "ConsolidarCPFAud".
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
       PROCEDURE DIVISION.
       0000-CONSOLIDAR.
           PERFORM 9800-REGISTRAR-INICIO
           PERFORM 1000-ABRIR-ORIGENS
           OPEN EXTEND ARQ-AUDITORIA
           IF WS-STATUS-AUDITORIA NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "auditoria CPFAUD (status " WS-STATUS-AUDITORIA ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM 2000-FUNDIR-ORIGENS
           CLOSE ARQ-AUDITORIA
           PERFORM 3000-CONFERIR-COMPLETUDE
           PERFORM 4000-EXPURGAR-RECOLHIDOS
           PERFORM 9000-EXIBIR-RESUMO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Abre os três recolhidos e lê a primeira linha de cada
      *    um; recolhido ausente (gravador sem movimento desde o
           DISPLAY "Linhas do lote (CPFAUDLC)........: " VALOR-EDITADO.
           MOVE QTD-GRAVADAS TO VALOR-EDITADO.
           DISPLAY "Linhas consolidadas no CPFAUD....: " VALOR-EDITADO.
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
           COMPUTE GRADE-LIDOS = QTD-VERIF + QTD-TELA + QTD-LOTE.
           MOVE QTD-GRAVADAS TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
