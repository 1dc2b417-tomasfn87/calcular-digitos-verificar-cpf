      *    falharam repetidamente no período - exatamente a apuração
      *    que a área de compliance hoje monta à mão em planilha a
      *    cada fechamento mensal.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             05 FILLER         PIC X(4) VALUE "N/A ".
           01 TIPOS REDEFINES TIPOS-VALORES
             PIC X(4) OCCURS 3 TIMES.
      *
      *      Área de comunicação com a sub-rotina CPFGRDS: registro
      *    desta execução no diário da grade noturna CPFGRD e
      *    conferência dos predecessores na mesma data de negócio.
           01 GRADE-FUNCAO     PIC X VALUE SPACE.
      *
           01 GRADE-REG.
             05 GRADE-PROGRAMA      PIC X(30)
               VALUE "RelatorioCPFAud".
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
       PROCEDURE DIVISION CHAINING DATA-INICIO DATA-FIM.
       0000-PROCESSAR-RELATORIO.
           PERFORM 9800-REGISTRAR-INICIO
      *      As matrizes de contadores não têm VALUE (itens COMP sob
      *    OCCURS): o conteúdo inicial da working-storage não é
      *    garantido, então tudo é zerado explicitamente antes da
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "auditoria CPFAUD (status " WS-STATUS-AUDITORIA ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-STATUS-RELATORIO NOT EQUAL TO "00"
               "relatorio CPFAUDR (status " WS-STATUS-RELATORIO ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-AUDITORIA
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-AUDITORIA
           PERFORM 9000-GRAVAR-RELATORIO
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-RELATORIO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Normaliza o período recebido por linha de comando: o
      *    argumento pode vir preenchido com LOW-VALUES além do texto
               DISPLAY "ERRO: data inicial deve ser AAAAMMDD "
                 "(recebido '" DATA-INICIO "')."
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ENCERRAR-EXECUCAO
             END-IF
           END-IF.
           IF DATA-FIM EQUAL TO SPACES
               DISPLAY "ERRO: data final deve ser AAAAMMDD "
                 "(recebido '" DATA-FIM "')."
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ENCERRAR-EXECUCAO
             END-IF
           END-IF.
      *
           MOVE DIA-CONTADOR(K, IND-TIPO, 3) TO DET-MALFORMADOS.
           MOVE LINHA-DETALHE-DIA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
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
           MOVE TOTAL-PERIODO TO GRADE-LIDOS.
           MOVE ZERO TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
