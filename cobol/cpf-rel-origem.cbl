      *    malformado). O relatório CPFQOR sai com os sistemas em ordem
      *    do pior para o melhor percentual de rejeição - a evidência
      *    para levar ao dono do alimentador, no lugar da anedota.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             05 FILLER PIC X(28) VALUE "OUTROS MOTIVOS".
           01 MOTIVOS REDEFINES MOTIVOS-VALORES
             PIC X(28) OCCURS 6 TIMES.
      *
      *      Área de comunicação com a sub-rotina CPFGRDS: registro
      *    desta execução no diário da grade noturna CPFGRD e
      *    conferência dos predecessores na mesma data de negócio.
           01 GRADE-FUNCAO     PIC X VALUE SPACE.
      *
           01 GRADE-REG.
             05 GRADE-PROGRAMA      PIC X(30)
               VALUE "RelatorioQualidadeOrigem".
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
       0000-PROCESSAR-QUADRO.
           PERFORM 9800-REGISTRAR-INICIO
      *      As matrizes de contadores não têm VALUE (itens COMP sob
      *    OCCURS): tudo é zerado explicitamente antes da primeira
      *    acumulação.
           PERFORM 2000-TOTALIZAR-EXCECOES
           PERFORM 3000-ORDENAR-PIOR-PRIMEIRO
           PERFORM 9000-GRAVAR-RELATORIO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Totaliza o CPFSAI por sistema de origem, classificando
      *    cada registro pelo código de status anexado pelo lote.
             DISPLAY "ERRO: nao foi possivel abrir a saida do lote "
               "CPFSAI (status " WS-STATUS-SAIDA-LOTE ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM UNTIL NAO-HA-MAIS-SAIDA
             READ ARQ-SAIDA-LOTE
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "relatorio CPFQOR (status " WS-STATUS-RELATORIO ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE "QUALIDADE DE DADOS POR SISTEMA DE ORIGEM"
             TO REG-RELATORIO.
               WRITE REG-RELATORIO
             END-IF
           END-PERFORM.
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
           MOVE QTD-SISTEMAS TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
