      *    fim, os arquivos-morto além da política de retenção
      *    (meses, recebida por linha de comando; 60 por omissão) são
      *    expurgados e marcados como tal no controle.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 TOTAL-EXPURGADOS PIC 9(3) VALUE ZERO.
      *
           01 VALOR-EDITADO   PIC ZZZZZZZZ9.
      *
      *      Área de comunicação com a sub-rotina CPFGRDS: registro
      *    desta execução no diário da grade noturna CPFGRD e
      *    conferência dos predecessores na mesma data de negócio.
           01 GRADE-FUNCAO     PIC X VALUE SPACE.
      *
           01 GRADE-REG.
             05 GRADE-PROGRAMA      PIC X(30)
               VALUE "ManutencaoCPFAud".
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
       PROCEDURE DIVISION CHAINING RETENCAO-ARG.
       0000-FECHAR-PERIODO.
           PERFORM 9800-REGISTRAR-INICIO
           PERFORM 0100-PREPARAR-PARAMETROS
           PERFORM 0200-CARREGAR-CONTROLE
           PERFORM 1000-ROTACIONAR-AUDITORIA
           PERFORM 2000-EXPURGAR-VENCIDOS
           PERFORM 9000-REGRAVAR-CONTROLE
           PERFORM 9100-EXIBIR-RESUMO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Normaliza a retenção recebida por linha de comando e
      *    calcula o mês corrente e o mês-limite do expurgo.
               DISPLAY "ERRO: retencao deve ser numerica (meses), "
                 "recebido '" RETENCAO-ARG "'."
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ENCERRAR-EXECUCAO
             END-IF
             COMPUTE RETENCAO-MESES = FUNCTION NUMVAL(RETENCAO-ARG)
           END-IF.
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "auditoria CPFAUD (status " WS-STATUS-AUDITORIA ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           OPEN OUTPUT ARQ-AUDITORIA-NOVA.
           IF WS-STATUS-NOVA NOT EQUAL TO "00"
               "CPFAUDN (status " WS-STATUS-NOVA ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-AUDITORIA
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           PERFORM UNTIL NAO-HA-MAIS-AUDITORIA
             READ ARQ-AUDITORIA
                 NOME-ARQUIVO-MES " (status " WS-STATUS-ARQUIVO-MES
                 ")."
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ENCERRAR-EXECUCAO
             END-IF
             MOVE MES-REGISTRO TO MES-ABERTO
           END-IF.
               DISPLAY "ERRO: tabela de controle cheia (240 meses) - "
                 "expurgue arquivos antigos antes de prosseguir."
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ENCERRAR-EXECUCAO
             END-IF
           END-IF.
      *
             DISPLAY "ERRO: nao foi possivel regravar o controle "
               "CPFAUDC (status " WS-STATUS-CONTROLE ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-MESES-CONTROLE
           DISPLAY "Registros mantidos (mes atual): " VALOR-EDITADO.
           MOVE TOTAL-EXPURGADOS TO VALOR-EDITADO.
           DISPLAY "Arquivos-morto expurgados....: " VALOR-EDITADO.
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
           MOVE TOTAL-LIDOS TO GRADE-LIDOS.
           COMPUTE GRADE-GRAVADOS = TOTAL-ARQUIVADOS
             + TOTAL-MANTIDOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
