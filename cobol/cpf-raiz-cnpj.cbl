      *      A varredura aproveita a ordem da chave do mestre: a raiz
      *    é prefixo do documento, então os estabelecimentos de uma
      *    mesma empresa chegam contíguos, sem classificar nada.
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
               VALUE "RelatorioRaizCNPJ".
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
       PROCEDURE DIVISION CHAINING LIMITE-ARG.
       0000-PROCESSAR-RAIZES.
           PERFORM 9800-REGISTRAR-INICIO
           PERFORM 0100-PREPARAR-LIMITE
           PERFORM 0200-ABRIR-ARQUIVOS
           PERFORM 1000-VARRER-MESTRE
           PERFORM 9000-GRAVAR-RESUMO
           CLOSE ARQ-MESTRE
           CLOSE ARQ-RELATORIO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Normaliza o limite de estabelecimentos recebido por linha
      *    de comando: dígitos justificados à esquerda seguidos só de
             DISPLAY "ERRO: limite de estabelecimentos deve ser "
               "numerico, recebido '" LIMITE-ARG "'."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           COMPUTE LIMITE-ESTAB = FUNCTION NUMVAL(LIMITE-ARG).
      *
             DISPLAY "ERRO: nao foi possivel abrir o cadastro-mestre "
               "CPFMST (status " WS-STATUS-MESTRE ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-STATUS-RELATORIO NOT EQUAL TO "00"
               "CPFRZC (status " WS-STATUS-RELATORIO ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-MESTRE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE "CONSISTENCIA POR RAIZ DE CNPJ - CADASTRO-MESTRE"
             TO REG-RELATORIO.
             OR TOTAL-MUITOS-ESTAB GREATER THAN ZERO
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
           MOVE TOTAL-RAIZES TO GRADE-LIDOS.
           COMPUTE GRADE-GRAVADOS = TOTAL-SEM-MATRIZ
             + TOTAL-MATRIZ-REPROV
             + TOTAL-MUITOS-ESTAB.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
