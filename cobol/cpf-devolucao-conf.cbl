       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistrarConfirmacoesDevolucao.
      *
      *      Registro das confirmações de recebimento dos arquivos de
      *    devolução gravados por DistribuirDevolucoes: cada sistema
      *    alimentador, ao processar o seu arquivo, devolve uma linha
      *    de confirmação (ACK, sistema de origem, noite do arquivo e a
      *    quantidade de detalhes que recebeu); o job junta as
      *    confirmações chegadas no CPFDVA e este programa as baixa no
      *    controle de devoluções CPFDVC.
      *      O envio confirmado passa de ENVIADO a CONFIRMADO, com a
      *    data do recebimento (por linha de comando, AAAAMMDD; omitida,
      *    hoje) e a quantidade confirmada; se a quantidade não bate
      *    com a enviada, fica DIVERGENTE - o alimentador perdeu ou
      *    inventou registros no caminho e o relatório de pendências o
      *    mostra. Confirmação de um envio já confirmado é ignorada (a
      *    primeira vale) e confirmação sem envio correspondente no
      *    controle sai em aviso, com código de retorno 4.
      *      O controle é regravado pela cópia de trabalho CPFDVCT.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONFIRMACOES ASSIGN TO "CPFDVA"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONFIRMACOES.
      *
           SELECT ARQ-CONTROLE ASSIGN TO "CPFDVC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONTROLE.
      *
           SELECT ARQ-CONTROLE-TRAB ASSIGN TO "CPFDVCT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONTROLE-TRAB.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONFIRMACOES.
           01 REG-CONFIRMACAO.
             05 ACK-MARCA          PIC X(3).
             05 FILLER             PIC X.
             05 ACK-ORIGEM         PIC X(4).
             05 FILLER             PIC X.
             05 ACK-DATA-NOITE     PIC X(8).
             05 FILLER             PIC X.
             05 ACK-QTD            PIC 9(9).
      *
       FD  ARQ-CONTROLE.
           01 REG-CONTROLE.
             05 DVC-DATA-NOITE       PIC X(8).
             05 FILLER               PIC X.
             05 DVC-ORIGEM           PIC X(4).
             05 FILLER               PIC X.
             05 DVC-ARQUIVO          PIC X(17).
             05 FILLER               PIC X.
             05 DVC-QTD              PIC 9(9).
             05 FILLER               PIC X.
             05 DVC-ENVIO            PIC X(21).
             05 FILLER               PIC X.
             05 DVC-SITUACAO         PIC X(10).
             05 FILLER               PIC X.
             05 DVC-DATA-CONFIRMACAO PIC X(8).
             05 FILLER               PIC X.
             05 DVC-QTD-CONFIRMADA   PIC 9(9).
      *
       FD  ARQ-CONTROLE-TRAB.
           01 REG-CONTROLE-TRAB    PIC X(93).
      *
       WORKING-STORAGE SECTION.
      *
      *      Data do recebimento das confirmações (AAAAMMDD).
           01 DATA-RECEBIMENTO PIC X(8).
      *
      *      Status dos arquivos ("00" = OK, "35" = não encontrado).
           01 WS-STATUS-CONFIRMACOES  PIC X(2) VALUE SPACES.
           01 WS-STATUS-CONTROLE      PIC X(2) VALUE SPACES.
           01 WS-STATUS-CONTROLE-TRAB PIC X(2) VALUE SPACES.
      *
      *      Indicador de fim de arquivo.
           01 FIM-ARQUIVO      PIC X VALUE "N".
             88 NAO-HA-MAIS-REGISTROS VALUE "S".
      *
      *      Confirmações recebidas, com a marca de baixa: B =
      *    baixada agora, R = repetida (envio já confirmado), espaço =
      *    sem envio correspondente.
           01 QTD-CONFIRMACOES PIC 9(4) COMP VALUE ZERO.
           01 TABELA-CONFIRMACOES.
             05 CNF-ENTRADA OCCURS 500 TIMES.
               10 CNF-ORIGEM       PIC X(4).
               10 CNF-DATA-NOITE   PIC X(8).
               10 CNF-QTD          PIC 9(9).
               10 CNF-BAIXA        PIC X.
      *
           01 I                PIC 9(4) COMP VALUE ZERO.
           01 IND-CONFIRMACAO  PIC 9(4) COMP VALUE ZERO.
      *
      *      Contadores do resumo.
           01 QTD-INVALIDAS    PIC 9(9) VALUE ZERO.
           01 QTD-CONFIRMADOS  PIC 9(9) VALUE ZERO.
           01 QTD-DIVERGENTES  PIC 9(9) VALUE ZERO.
           01 QTD-REPETIDAS    PIC 9(9) VALUE ZERO.
           01 QTD-SEM-ENVIO    PIC 9(9) VALUE ZERO.
      *
           01 VALOR-EDITADO    PIC ZZZZZZZZ9.
      *
      *      Área de comunicação com a sub-rotina CPFGRDS: registro
      *    desta execução no diário da grade noturna CPFGRD e
      *    conferência dos predecessores na mesma data de negócio.
           01 GRADE-FUNCAO     PIC X VALUE SPACE.
      *
           01 GRADE-REG.
             05 GRADE-PROGRAMA      PIC X(30)
               VALUE "RegistrarConfirmacoesDevolucao".
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
       PROCEDURE DIVISION CHAINING DATA-RECEBIMENTO.
       0000-REGISTRAR-CONFIRMACOES.
           PERFORM 9800-REGISTRAR-INICIO
           PERFORM 0100-PREPARAR-DATA
           INITIALIZE TABELA-CONFIRMACOES
           PERFORM 1000-CARREGAR-CONFIRMACOES
           IF QTD-CONFIRMACOES EQUAL TO ZERO
             DISPLAY "Nenhuma confirmacao de devolucao a registrar."
             IF QTD-INVALIDAS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
             END-IF
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM 2000-BAIXAR-CONTROLE
           PERFORM 9000-EXIBIR-RESUMO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Normaliza a data recebida por linha de comando (LOW-
      *    VALUES por espaços, hoje quando omitida).
       0100-PREPARAR-DATA.
           INSPECT DATA-RECEBIMENTO REPLACING ALL LOW-VALUE BY SPACE.
           IF DATA-RECEBIMENTO EQUAL TO SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-RECEBIMENTO
           END-IF.
           IF DATA-RECEBIMENTO IS NOT NUMERIC
             DISPLAY "ERRO: data deve ser AAAAMMDD (recebido '"
               DATA-RECEBIMENTO "')."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
      *
      *      Carrega as confirmações recebidas. Sem CPFDVA não chegou
      *    confirmação nenhuma; linha fora do layout é contada e
      *    ignorada.
       1000-CARREGAR-CONFIRMACOES.
           OPEN INPUT ARQ-CONFIRMACOES.
           IF WS-STATUS-CONFIRMACOES EQUAL TO "35"
             EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-CONFIRMACOES NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir as confirmacoes "
               "CPFDVA (status " WS-STATUS-CONFIRMACOES ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-CONFIRMACOES
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 PERFORM 1100-GUARDAR-CONFIRMACAO
             END-READ
           END-PERFORM.
           CLOSE ARQ-CONFIRMACOES.
      *
       1100-GUARDAR-CONFIRMACAO.
           IF ACK-MARCA NOT EQUAL TO "ACK"
             OR ACK-DATA-NOITE IS NOT NUMERIC
             OR ACK-QTD IS NOT NUMERIC
             DISPLAY "AVISO: confirmacao invalida ignorada: '"
               REG-CONFIRMACAO "'."
             ADD 1 TO QTD-INVALIDAS
             EXIT PARAGRAPH
           END-IF.
           IF QTD-CONFIRMACOES NOT LESS THAN 500
             DISPLAY "ERRO: mais de 500 confirmacoes no CPFDVA - "
               "divida a carga."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-CONFIRMACOES
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           ADD 1 TO QTD-CONFIRMACOES.
           MOVE ACK-ORIGEM TO CNF-ORIGEM(QTD-CONFIRMACOES).
           MOVE ACK-DATA-NOITE TO CNF-DATA-NOITE(QTD-CONFIRMACOES).
           MOVE ACK-QTD TO CNF-QTD(QTD-CONFIRMACOES).
           MOVE SPACE TO CNF-BAIXA(QTD-CONFIRMACOES).
      *
      *      Passa o controle pela cópia de trabalho e o regrava a
      *    partir dela com as confirmações baixadas.
       2000-BAIXAR-CONTROLE.
           OPEN INPUT ARQ-CONTROLE.
           IF WS-STATUS-CONTROLE NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o controle de "
               "devolucoes CPFDVC (status " WS-STATUS-CONTROLE ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           OPEN OUTPUT ARQ-CONTROLE-TRAB.
           IF WS-STATUS-CONTROLE-TRAB NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir a copia de "
               "trabalho CPFDVCT (status " WS-STATUS-CONTROLE-TRAB
               ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-CONTROLE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-CONTROLE
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 PERFORM 2100-BAIXAR-ENVIO
                 WRITE REG-CONTROLE-TRAB FROM REG-CONTROLE
             END-READ
           END-PERFORM.
           CLOSE ARQ-CONTROLE.
           CLOSE ARQ-CONTROLE-TRAB.
           OPEN INPUT ARQ-CONTROLE-TRAB.
           IF WS-STATUS-CONTROLE-TRAB NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel reabrir a copia de "
               "trabalho CPFDVCT (status " WS-STATUS-CONTROLE-TRAB
               ") - CPFDVC mantido como estava."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           OPEN OUTPUT ARQ-CONTROLE.
           IF WS-STATUS-CONTROLE NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel regravar o controle "
               "CPFDVC (status " WS-STATUS-CONTROLE ") - as linhas "
               "retidas estao na copia CPFDVCT."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-CONTROLE-TRAB
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-CONTROLE-TRAB
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 WRITE REG-CONTROLE FROM REG-CONTROLE-TRAB
             END-READ
           END-PERFORM.
           CLOSE ARQ-CONTROLE-TRAB.
           CLOSE ARQ-CONTROLE.
      *
      *      Baixa no envio corrente a confirmação da mesma origem e
      *    noite, se houver uma.
       2100-BAIXAR-ENVIO.
           MOVE ZERO TO IND-CONFIRMACAO.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-CONFIRMACOES
               OR IND-CONFIRMACAO GREATER THAN ZERO
             IF CNF-ORIGEM(I) EQUAL TO DVC-ORIGEM
               AND CNF-DATA-NOITE(I) EQUAL TO DVC-DATA-NOITE
               MOVE I TO IND-CONFIRMACAO
             END-IF
           END-PERFORM.
           IF IND-CONFIRMACAO EQUAL TO ZERO
             EXIT PARAGRAPH
           END-IF.
           IF DVC-SITUACAO NOT EQUAL TO "ENVIADO"
             MOVE "R" TO CNF-BAIXA(IND-CONFIRMACAO)
             EXIT PARAGRAPH
           END-IF.
           MOVE "B" TO CNF-BAIXA(IND-CONFIRMACAO).
           MOVE DATA-RECEBIMENTO TO DVC-DATA-CONFIRMACAO.
           MOVE CNF-QTD(IND-CONFIRMACAO) TO DVC-QTD-CONFIRMADA.
           IF CNF-QTD(IND-CONFIRMACAO) EQUAL TO DVC-QTD
             MOVE "CONFIRMADO" TO DVC-SITUACAO
             ADD 1 TO QTD-CONFIRMADOS
           ELSE
             MOVE "DIVERGENTE" TO DVC-SITUACAO
             ADD 1 TO QTD-DIVERGENTES
             DISPLAY "AVISO: " DVC-ARQUIVO " confirmado com "
               CNF-QTD(IND-CONFIRMACAO) " detalhes (enviados "
               DVC-QTD ")."
           END-IF.
      *
      *      Resumo da baixa para o log do job; confirmações sem
      *    envio correspondente são listadas uma a uma.
       9000-EXIBIR-RESUMO.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-CONFIRMACOES
             EVALUATE CNF-BAIXA(I)
               WHEN "R"
                 ADD 1 TO QTD-REPETIDAS
               WHEN SPACE
                 ADD 1 TO QTD-SEM-ENVIO
                 DISPLAY "AVISO: confirmacao sem envio no controle: "
                   CNF-ORIGEM(I) " noite " CNF-DATA-NOITE(I) "."
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM.
           DISPLAY "Confirmacoes de devolucao de " DATA-RECEBIMENTO
             " registradas no CPFDVC.".
           MOVE QTD-CONFIRMADOS TO VALOR-EDITADO.
           DISPLAY "  envios confirmados.............: " VALOR-EDITADO.
           MOVE QTD-DIVERGENTES TO VALOR-EDITADO.
           DISPLAY "  confirmados com divergencia....: " VALOR-EDITADO.
           MOVE QTD-REPETIDAS TO VALOR-EDITADO.
           DISPLAY "  confirmacoes repetidas.........: " VALOR-EDITADO.
           MOVE QTD-SEM-ENVIO TO VALOR-EDITADO.
           DISPLAY "  confirmacoes sem envio.........: " VALOR-EDITADO.
           MOVE QTD-INVALIDAS TO VALOR-EDITADO.
           DISPLAY "  linhas invalidas...............: " VALOR-EDITADO.
           IF QTD-SEM-ENVIO GREATER THAN ZERO
             OR QTD-INVALIDAS GREATER THAN ZERO
             OR QTD-DIVERGENTES GREATER THAN ZERO
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
           COMPUTE GRADE-LIDOS = QTD-CONFIRMACOES
             + QTD-INVALIDAS.
           COMPUTE GRADE-GRAVADOS = QTD-CONFIRMADOS
             + QTD-DIVERGENTES.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
