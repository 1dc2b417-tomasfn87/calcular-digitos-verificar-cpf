      *        12 = divergência de contagem contra o cartao de
      *             controle;
      *        16 = lote rejeitado pelo controle de qualidade;
      *        20 = checkpoint pendente (execução interrompida);
      *        24 = predecessor pendente na grade noturna (o
      *             fechamento nem chega a ser apurado).
      *      Quando mais de uma condição ocorre, prevalece o código
      *    mais alto - todas saem escritas na página.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             05 FILLER         PIC X(35)
               VALUE "RESUMO DE FECHAMENTO DA OPERACAO - ".
             05 CAB-DATA       PIC X(8).
      *
      *      Área de comunicação com a sub-rotina CPFGRDS: registro
      *    desta execução no diário da grade noturna CPFGRD e
      *    conferência dos predecessores na mesma data de negócio.
           01 GRADE-FUNCAO     PIC X VALUE SPACE.
      *
           01 GRADE-REG.
             05 GRADE-PROGRAMA      PIC X(30)
               VALUE "FechamentoDiario".
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
       0000-FECHAR-DIA.
           PERFORM 9800-REGISTRAR-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-FECHAMENTO
           PERFORM 1000-EXAMINAR-RELATORIO-LOTE
           PERFORM 2000-EXAMINAR-TOTAIS
           PERFORM 6000-CONSOLIDAR-VEREDITO
           PERFORM 9000-GRAVAR-PAGINA
           MOVE CODIGO-FECHAMENTO TO RETURN-CODE
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Varre o CPFREL atrás das marcas que o lote grava quando a
      *    contagem diverge do cartão de controle ou quando a
             DISPLAY "ERRO: nao foi possivel abrir a pagina de "
               "fechamento CPFFEC (status " WS-STATUS-FEC ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE DATA-FECHAMENTO TO CAB-DATA.
           MOVE LINHA-CABECALHO TO REG-FECHAMENTO.
           MOVE LINHA-SECAO TO REG-FECHAMENTO.
           WRITE REG-FECHAMENTO.
           CLOSE ARQ-FECHAMENTO.
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
           MOVE ZERO TO GRADE-LIDOS.
           MOVE ZERO TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
