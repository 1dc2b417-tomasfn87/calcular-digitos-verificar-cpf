       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioPendenciasDevolucao.
      *
      *      Relatório de pendências das devoluções aos sistemas
      *    alimentadores, para a equipe de qualidade de dados cobrar
      *    quem não está tratando as próprias rejeições. Dois quadros:
      *      - arquivos de devolução do controle CPFDVC ainda sem
      *        confirmação de recebimento mais de N dias depois do
      *        envio, e os confirmados com quantidade divergente da
      *        enviada;
      *      - clientes rejeitados em noites consecutivas até a última
      *        noite distribuída, pelo histórico de rejeições CPFDVH -
      *        o registro que volta noite após noite sem ser corrigido
      *        na origem. Noites consecutivas são noites distribuídas
      *        seguidas (as linhas de marcação do histórico), e não
      *        dias corridos: fim de semana sem lote não quebra a
      *        sequência.
      *      Argumentos por linha de comando: data de referência
      *    (AAAAMMDD; omitida, hoje), prazo de confirmação em dias (01
      *    a 99; omitido, 3) e mínimo de noites consecutivas (02 a 99;
      *    omitido, 3). Envios e noites posteriores à data de
      *    referência ficam de fora. Relatório no CPFDVP; havendo
      *    pendência, código de retorno 4.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTROLE ASSIGN TO "CPFDVC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONTROLE.
      *
           SELECT ARQ-HISTORICO ASSIGN TO "CPFDVH"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-HISTORICO.
      *
           SELECT ARQ-RELATORIO ASSIGN TO "CPFDVP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RELATORIO.
      *
           SELECT SD-HISTORICO ASSIGN TO "SORTWK1".
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  ARQ-HISTORICO.
           01 REG-HISTORICO.
             05 DVH-DATA           PIC X(8).
             05 FILLER             PIC X.
             05 DVH-TIPO           PIC X.
             05 FILLER             PIC X.
             05 DVH-ORIGEM         PIC X(4).
             05 FILLER             PIC X.
             05 DVH-ID-CLIENTE     PIC X(10).
             05 FILLER             PIC X.
             05 DVH-DOCUMENTO      PIC X(18).
      *
       FD  ARQ-RELATORIO.
           01 REG-RELATORIO        PIC X(80).
      *
      *      Histórico classificado com as marcações de noite (N)
      *    antes dos clientes (C), e os clientes por origem,
      *    identificador e noite.
       SD  SD-HISTORICO.
           01 REG-SD-HISTORICO.
             05 SDH-TIPO           PIC X.
             05 SDH-ORIGEM         PIC X(4).
             05 SDH-ID-CLIENTE     PIC X(10).
             05 SDH-DATA           PIC X(8).
             05 SDH-DOCUMENTO      PIC X(18).
      *
       WORKING-STORAGE SECTION.
      *
      *      Argumentos recebidos por linha de comando.
           01 DATA-REFERENCIA  PIC X(8).
           01 QTD-DIAS-ARG     PIC X(2).
           01 QTD-NOITES-ARG   PIC X(2).
      *
           01 PRAZO-DIAS       PIC 9(2) VALUE 3.
           01 MINIMO-NOITES    PIC 9(2) VALUE 3.
      *
      *      Datas em dias corridos, para o prazo de confirmação.
           01 DATA-NUMERICA    PIC 9(8) VALUE ZERO.
           01 DIAS-REFERENCIA  PIC 9(9) VALUE ZERO.
           01 DIAS-DECORRIDOS  PIC 9(9) VALUE ZERO.
      *
      *      Status dos arquivos ("00" = OK, "35" = não encontrado).
           01 WS-STATUS-CONTROLE  PIC X(2) VALUE SPACES.
           01 WS-STATUS-HISTORICO PIC X(2) VALUE SPACES.
           01 WS-STATUS-RELATORIO PIC X(2) VALUE SPACES.
      *
      *      Indicadores de fim de arquivo.
           01 FIM-ARQUIVO      PIC X VALUE "N".
             88 NAO-HA-MAIS-REGISTROS VALUE "S".
           01 FIM-SORT         PIC X VALUE "N".
             88 NAO-HA-MAIS-SORT VALUE "S".
      *
      *      Noites distribuídas até a data de referência, em ordem.
           01 QTD-NOITES       PIC 9(4) COMP VALUE ZERO.
           01 TABELA-NOITES.
             05 NOI-DATA OCCURS 400 TIMES PIC X(8).
      *
           01 TABELA-CHEIA     PIC X VALUE "N".
             88 HA-NOITES-DEMAIS VALUE "S".
      *
      *      Cliente corrente na varredura do histórico e a sua
      *    sequência de noites.
           01 CLIENTE-ABERTO   PIC X VALUE "N".
             88 HA-CLIENTE-ABERTO VALUE "S".
           01 ORIGEM-CORRENTE  PIC X(4) VALUE SPACES.
           01 CLIENTE-CORRENTE PIC X(10) VALUE SPACES.
           01 DOCUMENTO-CORRENTE PIC X(18) VALUE SPACES.
           01 INICIO-SEQUENCIA PIC X(8) VALUE SPACES.
           01 IND-ULTIMA-NOITE PIC 9(4) COMP VALUE ZERO.
           01 NOITES-SEGUIDAS  PIC 9(4) COMP VALUE ZERO.
      *
           01 I                PIC 9(4) COMP VALUE ZERO.
           01 IND-NOITE        PIC 9(4) COMP VALUE ZERO.
      *
      *      Contadores do relatório.
           01 QTD-ENVIOS       PIC 9(9) VALUE ZERO.
           01 QTD-NO-PRAZO     PIC 9(9) VALUE ZERO.
           01 QTD-PENDENTES    PIC 9(9) VALUE ZERO.
           01 QTD-DIVERGENTES  PIC 9(9) VALUE ZERO.
           01 QTD-REINCIDENTES PIC 9(9) VALUE ZERO.
      *
      *      Layouts das linhas do relatório.
           01 LINHA-CABECALHO.
             05 FILLER         PIC X(40)
               VALUE "PENDENCIAS DAS DEVOLUCOES - REFERENCIA: ".
             05 CAB-DATA       PIC X(8).
      *
           01 LINHA-TITULO-ENVIOS.
             05 FILLER         PIC X(6) VALUE "ORIG".
             05 FILLER         PIC X(10) VALUE "NOITE".
             05 FILLER         PIC X(19) VALUE "ARQUIVO".
             05 FILLER         PIC X(9) VALUE "  ENVIADO".
             05 FILLER         PIC X(10) VALUE "  ENVIO".
             05 FILLER         PIC X(6) VALUE "  DIAS".
             05 FILLER         PIC X(12) VALUE "  SITUACAO".
      *
           01 LINHA-ENVIO.
             05 ENV-ORIGEM     PIC X(4).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 ENV-NOITE      PIC X(8).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 ENV-ARQUIVO    PIC X(17).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 ENV-QTD        PIC ZZZZZZZZ9.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 ENV-DATA       PIC X(8).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 ENV-DIAS       PIC ZZZ9.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 ENV-SITUACAO   PIC X(18).
      *
           01 LINHA-TITULO-CLIENTES.
             05 FILLER         PIC X(6) VALUE "ORIG".
             05 FILLER         PIC X(12) VALUE "CLIENTE".
             05 FILLER         PIC X(8) VALUE "  NOITES".
             05 FILLER         PIC X(10) VALUE "  DESDE".
             05 FILLER         PIC X(20) VALUE "  ULTIMO DOCUMENTO".
      *
           01 LINHA-CLIENTE.
             05 CLI-ORIGEM     PIC X(4).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 CLI-ID-CLIENTE PIC X(10).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 CLI-NOITES     PIC ZZZZZ9.
             05 FILLER         PIC X(4) VALUE SPACES.
             05 CLI-DESDE      PIC X(8).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 CLI-DOCUMENTO  PIC X(18).
      *
           01 LINHA-RELATORIO.
             05 ROTULO-RELATORIO PIC X(30).
             05 VALOR-RELATORIO  PIC ZZZZZZZZ9.
      *
      *      Área de comunicação com a sub-rotina CPFGRDS: registro
      *    desta execução no diário da grade noturna CPFGRD e
      *    conferência dos predecessores na mesma data de negócio.
           01 GRADE-FUNCAO     PIC X VALUE SPACE.
      *
           01 GRADE-REG.
             05 GRADE-PROGRAMA      PIC X(30)
               VALUE "RelatorioPendenciasDevolucao".
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
       PROCEDURE DIVISION CHAINING DATA-REFERENCIA QTD-DIAS-ARG
           QTD-NOITES-ARG.
       0000-RELATAR-PENDENCIAS.
           PERFORM 9800-REGISTRAR-INICIO
           PERFORM 0100-PREPARAR-ARGUMENTOS
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-STATUS-RELATORIO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "relatorio CPFDVP (status " WS-STATUS-RELATORIO ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE DATA-REFERENCIA TO CAB-DATA
           MOVE LINHA-CABECALHO TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM 1000-RELATAR-ENVIOS
           PERFORM 2000-RELATAR-CLIENTES
           PERFORM 9000-GRAVAR-RESUMO
           CLOSE ARQ-RELATORIO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Normaliza os argumentos (LOW-VALUES por espaços, padrões
      *    quando omitidos).
       0100-PREPARAR-ARGUMENTOS.
           INSPECT DATA-REFERENCIA REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT QTD-DIAS-ARG REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT QTD-NOITES-ARG REPLACING ALL LOW-VALUE BY SPACE.
           IF DATA-REFERENCIA EQUAL TO SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-REFERENCIA
           END-IF.
           IF DATA-REFERENCIA IS NOT NUMERIC
             DISPLAY "ERRO: data deve ser AAAAMMDD (recebido '"
               DATA-REFERENCIA "')."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           IF QTD-DIAS-ARG NOT EQUAL TO SPACES
             IF QTD-DIAS-ARG IS NOT NUMERIC
               OR QTD-DIAS-ARG EQUAL TO "00"
               DISPLAY "USO: RelatorioPendenciasDevolucao [AAAAMMDD] "
                 "[DD] [NN] - DD de 01 a 99 dias (recebido '"
                 QTD-DIAS-ARG "')."
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ENCERRAR-EXECUCAO
             END-IF
             MOVE QTD-DIAS-ARG TO PRAZO-DIAS
           END-IF.
           IF QTD-NOITES-ARG NOT EQUAL TO SPACES
             IF QTD-NOITES-ARG IS NOT NUMERIC
               OR QTD-NOITES-ARG LESS THAN "02"
               DISPLAY "USO: RelatorioPendenciasDevolucao [AAAAMMDD] "
                 "[DD] [NN] - NN de 02 a 99 noites (recebido '"
                 QTD-NOITES-ARG "')."
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ENCERRAR-EXECUCAO
             END-IF
             MOVE QTD-NOITES-ARG TO MINIMO-NOITES
           END-IF.
           MOVE DATA-REFERENCIA TO DATA-NUMERICA.
           COMPUTE DIAS-REFERENCIA =
             FUNCTION INTEGER-OF-DATE(DATA-NUMERICA).
      *
      *      Quadro dos envios: sem confirmação além do prazo, ou
      *    confirmados com quantidade divergente. Sem controle, ainda
      *    não houve distribuição.
       1000-RELATAR-ENVIOS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "ARQUIVOS SEM CONFIRMACAO NO PRAZO OU DIVERGENTES"
             TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINHA-TITULO-ENVIOS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           OPEN INPUT ARQ-CONTROLE.
           IF WS-STATUS-CONTROLE NOT EQUAL TO "00"
             MOVE "AVISO: controle de devolucoes CPFDVC inexistente."
               TO REG-RELATORIO
             WRITE REG-RELATORIO
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-CONTROLE
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 PERFORM 1100-AVALIAR-ENVIO
             END-READ
           END-PERFORM.
           CLOSE ARQ-CONTROLE.
      *
       1100-AVALIAR-ENVIO.
           IF DVC-DATA-NOITE GREATER THAN DATA-REFERENCIA
             OR DVC-ENVIO(1:8) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO QTD-ENVIOS.
           MOVE DVC-ENVIO(1:8) TO DATA-NUMERICA.
           IF DATA-NUMERICA GREATER THAN DATA-REFERENCIA
             MOVE ZERO TO DIAS-DECORRIDOS
           ELSE
             COMPUTE DIAS-DECORRIDOS = DIAS-REFERENCIA
               - FUNCTION INTEGER-OF-DATE(DATA-NUMERICA)
           END-IF.
           EVALUATE DVC-SITUACAO
             WHEN "ENVIADO"
               IF DIAS-DECORRIDOS NOT GREATER THAN PRAZO-DIAS
                 ADD 1 TO QTD-NO-PRAZO
                 EXIT PARAGRAPH
               END-IF
               ADD 1 TO QTD-PENDENTES
               MOVE "*** NAO CONFIRMADO" TO ENV-SITUACAO
             WHEN "DIVERGENTE"
               ADD 1 TO QTD-DIVERGENTES
               MOVE "*** DIVERGENTE" TO ENV-SITUACAO
             WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE.
           MOVE DVC-ORIGEM TO ENV-ORIGEM.
           MOVE DVC-DATA-NOITE TO ENV-NOITE.
           MOVE DVC-ARQUIVO TO ENV-ARQUIVO.
           MOVE DVC-QTD TO ENV-QTD.
           MOVE DVC-ENVIO(1:8) TO ENV-DATA.
           MOVE DIAS-DECORRIDOS TO ENV-DIAS.
           MOVE LINHA-ENVIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      *      Quadro dos clientes reincidentes, pelo histórico
      *    classificado. Sem histórico, ainda não houve distribuição.
       2000-RELATAR-CLIENTES.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "CLIENTES REJEITADOS EM NOITES CONSECUTIVAS"
             TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINHA-TITULO-CLIENTES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO NOT EQUAL TO "00"
             MOVE "AVISO: historico de rejeicoes CPFDVH inexistente."
               TO REG-RELATORIO
             WRITE REG-RELATORIO
             EXIT PARAGRAPH
           END-IF.
           CLOSE ARQ-HISTORICO.
           SORT SD-HISTORICO
             ON DESCENDING KEY SDH-TIPO
             ON ASCENDING KEY SDH-ORIGEM SDH-ID-CLIENTE SDH-DATA
             INPUT PROCEDURE IS 2100-LER-HISTORICO
             OUTPUT PROCEDURE IS 2200-AVALIAR-CLIENTES.
      *
      *      Alimenta o SORT com as linhas do histórico até a data de
      *    referência.
       2100-LER-HISTORICO.
           OPEN INPUT ARQ-HISTORICO.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-HISTORICO
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 IF DVH-DATA NOT GREATER THAN DATA-REFERENCIA
                   AND (DVH-TIPO EQUAL TO "N" OR DVH-TIPO EQUAL TO "C")
                   MOVE DVH-TIPO TO SDH-TIPO
                   MOVE DVH-ORIGEM TO SDH-ORIGEM
                   MOVE DVH-ID-CLIENTE TO SDH-ID-CLIENTE
                   MOVE DVH-DATA TO SDH-DATA
                   MOVE DVH-DOCUMENTO TO SDH-DOCUMENTO
                   RELEASE REG-SD-HISTORICO
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-HISTORICO.
      *
      *      As marcações vêm primeiro e montam a tabela de noites; os
      *    clientes vêm depois, agrupados, cada um com as suas noites
      *    em ordem.
       2200-AVALIAR-CLIENTES.
           PERFORM UNTIL NAO-HA-MAIS-SORT
             RETURN SD-HISTORICO
               AT END
                 SET NAO-HA-MAIS-SORT TO TRUE
               NOT AT END
                 IF SDH-TIPO EQUAL TO "N"
                   PERFORM 2300-GUARDAR-NOITE
                 ELSE
                   IF NOT HA-CLIENTE-ABERTO
                     OR SDH-ORIGEM NOT EQUAL TO ORIGEM-CORRENTE
                     OR SDH-ID-CLIENTE NOT EQUAL TO CLIENTE-CORRENTE
                     IF HA-CLIENTE-ABERTO
                       PERFORM 2500-FECHAR-CLIENTE
                     END-IF
                     SET HA-CLIENTE-ABERTO TO TRUE
                     MOVE SDH-ORIGEM TO ORIGEM-CORRENTE
                     MOVE SDH-ID-CLIENTE TO CLIENTE-CORRENTE
                     MOVE ZERO TO IND-ULTIMA-NOITE
                     MOVE ZERO TO NOITES-SEGUIDAS
                   END-IF
                   PERFORM 2400-CONTAR-NOITE
                 END-IF
             END-RETURN
           END-PERFORM.
           IF HA-CLIENTE-ABERTO
             PERFORM 2500-FECHAR-CLIENTE
           END-IF.
           IF HA-NOITES-DEMAIS
             MOVE "AVISO: mais de 400 noites no historico - as mais "
               TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE "recentes ficaram fora da avaliacao."
               TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF.
      *
       2300-GUARDAR-NOITE.
           IF QTD-NOITES GREATER THAN ZERO
             IF NOI-DATA(QTD-NOITES) EQUAL TO SDH-DATA
               EXIT PARAGRAPH
             END-IF
           END-IF.
           IF QTD-NOITES NOT LESS THAN 400
             SET HA-NOITES-DEMAIS TO TRUE
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO QTD-NOITES.
           MOVE SDH-DATA TO NOI-DATA(QTD-NOITES).
      *
      *      Conta a noite do registro na sequência do cliente: a
      *    noite seguinte à última contada prolonga a sequência, uma
      *    noite com intervalo recomeça a contagem, e a mesma noite
      *    não conta de novo.
       2400-CONTAR-NOITE.
           MOVE ZERO TO IND-NOITE.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-NOITES
               OR IND-NOITE GREATER THAN ZERO
             IF NOI-DATA(I) EQUAL TO SDH-DATA
               MOVE I TO IND-NOITE
             END-IF
           END-PERFORM.
           IF IND-NOITE EQUAL TO ZERO
             OR IND-NOITE EQUAL TO IND-ULTIMA-NOITE
             EXIT PARAGRAPH
           END-IF.
           IF IND-ULTIMA-NOITE GREATER THAN ZERO
             AND IND-NOITE EQUAL TO IND-ULTIMA-NOITE + 1
             ADD 1 TO NOITES-SEGUIDAS
           ELSE
             MOVE 1 TO NOITES-SEGUIDAS
             MOVE SDH-DATA TO INICIO-SEQUENCIA
           END-IF.
           MOVE IND-NOITE TO IND-ULTIMA-NOITE.
           MOVE SDH-DOCUMENTO TO DOCUMENTO-CORRENTE.
      *
      *      Relata o cliente cuja sequência chega à última noite
      *    distribuída com o mínimo de noites pedido.
       2500-FECHAR-CLIENTE.
           IF IND-ULTIMA-NOITE NOT EQUAL TO QTD-NOITES
             OR QTD-NOITES EQUAL TO ZERO
             OR NOITES-SEGUIDAS LESS THAN MINIMO-NOITES
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO QTD-REINCIDENTES.
           MOVE ORIGEM-CORRENTE TO CLI-ORIGEM.
           MOVE CLIENTE-CORRENTE TO CLI-ID-CLIENTE.
           MOVE NOITES-SEGUIDAS TO CLI-NOITES.
           MOVE INICIO-SEQUENCIA TO CLI-DESDE.
           MOVE DOCUMENTO-CORRENTE TO CLI-DOCUMENTO.
           MOVE LINHA-CLIENTE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      *      Resumo ao pé do relatório; pendência dá código 4.
       9000-GRAVAR-RESUMO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "PRAZO DE CONFIRMACAO (DIAS):" TO ROTULO-RELATORIO.
           MOVE PRAZO-DIAS TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "MINIMO DE NOITES SEGUIDAS:" TO ROTULO-RELATORIO.
           MOVE MINIMO-NOITES TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "ARQUIVOS ENVIADOS:" TO ROTULO-RELATORIO.
           MOVE QTD-ENVIOS TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "AGUARDANDO NO PRAZO:" TO ROTULO-RELATORIO.
           MOVE QTD-NO-PRAZO TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "SEM CONFIRMACAO NO PRAZO:" TO ROTULO-RELATORIO.
           MOVE QTD-PENDENTES TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "CONFIRMADOS DIVERGENTES:" TO ROTULO-RELATORIO.
           MOVE QTD-DIVERGENTES TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "CLIENTES REINCIDENTES:" TO ROTULO-RELATORIO.
           MOVE QTD-REINCIDENTES TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF QTD-PENDENTES GREATER THAN ZERO
             OR QTD-DIVERGENTES GREATER THAN ZERO
             OR QTD-REINCIDENTES GREATER THAN ZERO
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
           MOVE QTD-ENVIOS TO GRADE-LIDOS.
           COMPUTE GRADE-GRAVADOS = QTD-PENDENTES
             + QTD-REINCIDENTES.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
