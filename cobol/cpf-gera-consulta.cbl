      *    trailer com a contagem de registros - é com essa contagem
      *    que se prova ao intermediário que o arquivo saiu daqui
      *    completo.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             05 FILLER           PIC X(3) VALUE "TRL".
             05 FILLER           PIC X VALUE SPACE.
             05 TRL-QTD          PIC 9(9).
      *
      *      Área de comunicação com a sub-rotina CPFGRDS: registro
      *    desta execução no diário da grade noturna CPFGRD e
      *    conferência dos predecessores na mesma data de negócio.
           01 GRADE-FUNCAO     PIC X VALUE SPACE.
      *
           01 GRADE-REG.
             05 GRADE-PROGRAMA      PIC X(30)
               VALUE "GerarConsultaSituacao".
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
       PROCEDURE DIVISION CHAINING DATA-CORTE.
       0000-GERAR-CONSULTA.
           PERFORM 9800-REGISTRAR-INICIO
           PERFORM 0100-PREPARAR-DATA-CORTE
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-GRAVAR-CABECALHO
           CLOSE ARQ-MESTRE
           CLOSE ARQ-CONSULTA
           PERFORM 9000-EXIBIR-RESUMO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Critica a data de corte recebida por linha de comando. O
      *    argumento pode vir preenchido com LOW-VALUES além do texto
             DISPLAY "ERRO: data de corte deve ser AAAAMMDD "
               "(recebido '" DATA-CORTE "')."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
      *
      *      Abre o mestre para a varredura e cria o arquivo de
             DISPLAY "ERRO: nao foi possivel abrir o cadastro-mestre "
               "CPFMST (status " WS-STATUS-MESTRE ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           OPEN OUTPUT ARQ-CONSULTA.
           IF WS-STATUS-CONSULTA NOT EQUAL TO "00"
               "consulta CPFREQ (status " WS-STATUS-CONSULTA ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-MESTRE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
      *
      *      Cabeçalho do arquivo de consulta: data de geração e data
           DISPLAY "Registros examinados no mestre: " VALOR-EDITADO.
           MOVE TOTAL-SELECIONADOS TO VALOR-EDITADO.
           DISPLAY "Documentos na consulta........: " VALOR-EDITADO.
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
           MOVE TOTAL-EXAMINADOS TO GRADE-LIDOS.
           MOVE TOTAL-SELECIONADOS TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
