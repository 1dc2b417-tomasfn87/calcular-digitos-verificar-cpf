      *    apenas contabilizados no resumo. A data da carga fica
      *    gravada junto ao código, para que se saiba de quando é a
      *    situação que o mestre afirma.
      *      Cada situação gravada fica no diário do mestre CPFJRN,
      *    identificada pelo momento em que a carga começou, que segue
      *    para CPFMSTR no campo de lote do registro.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    situação.
           01 DATA-CARGA       PIC X(8) VALUE SPACES.
      *
      *      Identificador desta execução da carga (data e hora do
      *    início), para o diário do mestre.
           01 EXECUCAO-CARGA   PIC X(16) VALUE SPACES.
      *
      *      Área de comunicação com a sub-rotina CPFMSTR.
           01 MESTRE-FUNCAO    PIC X VALUE SPACE.
      *
      *
           01 MESTRE-RETORNO   PIC X(2) VALUE SPACES.
      *
      *      Programa chamador, gravado por CPFMSTR no diário do
      *    mestre.
           01 MESTRE-PROGRAMA  PIC X(16) VALUE "CarregarSituacao".
      *
      *      Contadores do resumo da carga.
           01 TOTAL-LIDOS          PIC 9(9) VALUE ZERO.
           01 TOTAL-CARREGADOS     PIC 9(9) VALUE ZERO.
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
               VALUE "CarregarSituacao".
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
       0000-CARREGAR-SITUACAO.
           PERFORM 9800-REGISTRAR-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-CARGA
           MOVE FUNCTION CURRENT-DATE(1:16) TO EXECUCAO-CARGA
           OPEN INPUT ARQ-SITUACAO
           IF WS-STATUS-SITUACAO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir a resposta da "
               "Receita CPFSIT (status " WS-STATUS-SITUACAO ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM UNTIL NAO-HA-MAIS-SITUACAO
             READ ARQ-SITUACAO
           PERFORM 2000-FECHAR-MESTRE
           CLOSE ARQ-SITUACAO
           PERFORM 9000-EXIBIR-RESUMO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Normaliza o documento da resposta e pede a CPFMSTR que
      *    grave o código de situação; "23" significa documento que o
           MOVE DOC-NORMALIZADO TO MESTRE-DOCUMENTO.
           MOVE SIT-CODIGO TO MESTRE-SITUACAO.
           MOVE DATA-CARGA TO MESTRE-SITUACAO-DATA.
           MOVE EXECUCAO-CARGA TO MESTRE-LOTE.
           CALL "CPFMSTR" USING MESTRE-FUNCAO MESTRE-REG
             MESTRE-RETORNO MESTRE-PROGRAMA.
           EVALUATE MESTRE-RETORNO
             WHEN "00"
               ADD 1 TO TOTAL-CARREGADOS
               MOVE 8 TO RETURN-CODE
               PERFORM 2000-FECHAR-MESTRE
               CLOSE ARQ-SITUACAO
               PERFORM 9900-ENCERRAR-EXECUCAO
           END-EVALUATE.
      *
      *      Monta em DOC-NORMALIZADO a chave do mestre a partir de
       2000-FECHAR-MESTRE.
           MOVE "F" TO MESTRE-FUNCAO.
           CALL "CPFMSTR" USING MESTRE-FUNCAO MESTRE-REG
             MESTRE-RETORNO MESTRE-PROGRAMA.
      *
      *      Resumo da carga para o log do job.
       9000-EXIBIR-RESUMO.
           DISPLAY "Documentos fora do mestre.....: " VALOR-EDITADO.
           MOVE TOTAL-SEM-DOCUMENTO TO VALOR-EDITADO.
           DISPLAY "Respostas sem documento.......: " VALOR-EDITADO.
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
           MOVE TOTAL-CARREGADOS TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
