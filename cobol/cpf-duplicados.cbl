      *    a lado e um resumo ao pé - a lista que a equipe de
      *    custódia de dados de clientes usa para alimentar a fila de
      *    fusão.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 LINHA-RESUMO.
             05 ROTULO-RESUMO  PIC X(30).
             05 VALOR-RESUMO   PIC ZZZZZZZZ9.
      *
      *      Área de comunicação com a sub-rotina CPFGRDS: registro
      *    desta execução no diário da grade noturna CPFGRD e
      *    conferência dos predecessores na mesma data de negócio.
           01 GRADE-FUNCAO     PIC X VALUE SPACE.
      *
           01 GRADE-REG.
             05 GRADE-PROGRAMA      PIC X(30)
               VALUE "DetectarDuplicados".
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
       0000-DETECTAR-DUPLICADOS.
           PERFORM 9800-REGISTRAR-INICIO
           SORT SD-SAIDA
             ON ASCENDING KEY SDS-DOCUMENTO SDS-ID-CLIENTE
             INPUT PROCEDURE IS 1000-SELECIONAR-SAIDA
             GIVING ARQ-SAIDA-ORD
           PERFORM 2000-VARRER-GRUPOS
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Alimenta o SORT com o documento normalizado e a
      *    identificação do cliente de cada registro do CPFSAI;
             DISPLAY "ERRO: nao foi possivel abrir a saida do lote "
               "CPFSAI (status " WS-STATUS-SAIDA-LOTE ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM UNTIL NAO-HA-MAIS-SAIDA
             READ ARQ-SAIDA-LOTE
               "duplicados CPFDUP (status " WS-STATUS-DUPLICADOS ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-SAIDA-ORD
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE "CLIENTES DUPLICADOS ENTRE SISTEMAS - MESMO DOCUMENTO"
             TO REG-DUPLICADO
           IF TOTAL-DOCS-DUPLIC GREATER THAN ZERO
             MOVE 4 TO RETURN-CODE
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
           MOVE TOTAL-REGISTROS TO GRADE-LIDOS.
           MOVE TOTAL-REGS-DUPLIC TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
