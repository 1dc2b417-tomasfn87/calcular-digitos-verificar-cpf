       IDENTIFICATION DIVISION.
       PROGRAM-ID. DistribuirDevolucoes.
      *
      *      Devolução das rejeições aos sistemas alimentadores:
      *    depois de fechada a noite (lote inteiro, junção das
      *    partições ou ressubmissão), reparte o CPFEXC por sistema de
      *    origem e grava um arquivo de devolução para cada um - até
      *    aqui os registros rejeitados só eram trabalhados pela equipe
      *    de qualidade de dados, o alimentador nunca ficava sabendo e
      *    mandava os mesmos registros de novo na noite seguinte.
      *      Cada arquivo de devolução se chama CPFDV + sistema de
      *    origem + noite (AAAAMMDD), com brancos do código de origem
      *    trocados por "_", e traz um cabeçalho (HDR, origem, noite e
      *    carimbo da geração), um detalhe por registro rejeitado (DET,
      *    sequência no lote, identificador do cliente, documento como
      *    recebido, motivo e a sugestão de CPFSUGER quando há uma) e
      *    um trailer (TRL, contagem de detalhes).
      *      Cada arquivo enviado é registrado no controle de
      *    devoluções CPFDVC (noite, origem, arquivo, quantidade,
      *    carimbo do envio e situação ENVIADO), que
      *    RegistrarConfirmacoesDevolucao atualiza com as confirmações
      *    de recebimento dos alimentadores; e cada cliente rejeitado
      *    é registrado no histórico de rejeições CPFDVH, com uma
      *    linha de marcação por noite distribuída (mesmo sem
      *    rejeição nenhuma), de onde RelatorioPendenciasDevolucao tira
      *    os clientes rejeitados noite após noite.
      *      A noite vem por linha de comando (AAAAMMDD; omitida, vale
      *    a data de negócio da grade). Distribuir de novo a mesma
      *    noite (depois de uma ressubmissão) regrava os arquivos e
      *    substitui as linhas da noite no controle e no histórico; o
      *    controle retém 13 meses e o histórico de rejeições 3,
      *    ambos passados pelas cópias de trabalho CPFDVCT e CPFDVHT.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EXCECOES ASSIGN TO "CPFEXC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EXCECOES.
      *
      *      Arquivo de devolução do sistema de origem corrente; o
      *    nome é montado em tempo de execução.
           SELECT ARQ-DEVOLUCAO ASSIGN TO NOME-ARQUIVO-DEVOLUCAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DEVOLUCAO.
      *
           SELECT ARQ-CONTROLE ASSIGN TO "CPFDVC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONTROLE.
      *
           SELECT ARQ-CONTROLE-TRAB ASSIGN TO "CPFDVCT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONTROLE-TRAB.
      *
           SELECT ARQ-HISTORICO ASSIGN TO "CPFDVH"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-HISTORICO.
      *
           SELECT ARQ-HISTORICO-TRAB ASSIGN TO "CPFDVHT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-HISTORICO-TRAB.
      *
           SELECT SD-EXCECOES ASSIGN TO "SORTWK1".
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EXCECOES.
           01 REG-EXCECAO.
             05 EXC-SEQUENCIA    PIC 9(9).
             05 FILLER           PIC X.
             05 EXC-DOCUMENTO    PIC X(18).
             05 FILLER           PIC X.
             05 EXC-STATUS       PIC 9.
             05 FILLER           PIC X.
             05 EXC-MOTIVO       PIC X(30).
             05 FILLER           PIC X.
             05 EXC-ID-CLIENTE   PIC X(10).
             05 FILLER           PIC X.
             05 EXC-NOME-CLIENTE PIC X(40).
             05 FILLER           PIC X.
             05 EXC-SISTEMA-ORIGEM PIC X(4).
             05 FILLER           PIC X.
             05 EXC-SUGESTAO     PIC X(18).
             05 FILLER           PIC X.
             05 EXC-DVS-CORRETOS PIC X(2).
      *
       FD  ARQ-DEVOLUCAO.
           01 REG-DEVOLUCAO      PIC X(93).
      *
      *      Linha do controle de devoluções: um arquivo enviado.
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
      *      Linha do histórico de rejeições: N marca a noite
      *    distribuída, C é um registro rejeitado de um cliente.
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
       FD  ARQ-HISTORICO-TRAB.
           01 REG-HISTORICO-TRAB   PIC X(45).
      *
      *      Rejeições classificadas por sistema de origem e
      *    sequência no lote.
       SD  SD-EXCECOES.
           01 REG-SD-EXCECAO.
             05 SDE-ORIGEM         PIC X(4).
             05 SDE-SEQUENCIA      PIC 9(9).
             05 SDE-ID-CLIENTE     PIC X(10).
             05 SDE-DOCUMENTO      PIC X(18).
             05 SDE-MOTIVO         PIC X(30).
             05 SDE-SUGESTAO       PIC X(18).
      *
       WORKING-STORAGE SECTION.
      *
      *      Noite distribuída, recebida por linha de comando no
      *    formato AAAAMMDD.
           01 DATA-NOITE       PIC X(8).
      *
      *      Primeiras noites retidas no controle (13 meses antes) e
      *    no histórico de rejeições (3 meses antes).
           01 DATA-CORTE-CONTROLE.
             05 CORTE-ANO      PIC 9(4).
             05 CORTE-MES      PIC 9(2).
             05 CORTE-DIA      PIC X(2).
           01 DATA-CORTE-HISTORICO.
             05 CORTEH-ANO     PIC 9(4).
             05 CORTEH-MES     PIC 9(2).
             05 CORTEH-DIA     PIC X(2).
      *
           01 MESES-CORTE      PIC 9(6) VALUE ZERO.
      *
      *      Carimbo da distribuição (AAAAMMDDHHMMSScc+HHMM, o mesmo
      *    formato da auditoria).
           01 CARIMBO-ENVIO    PIC X(21) VALUE SPACES.
      *
      *      Nome do arquivo de devolução corrente: CPFDV + origem +
      *    noite.
           01 NOME-ARQUIVO-DEVOLUCAO PIC X(17) VALUE SPACES.
           01 NOME-ORIGEM      PIC X(4) VALUE SPACES.
      *
      *      Status dos arquivos ("00" = OK, "35" = não encontrado).
           01 WS-STATUS-EXCECOES       PIC X(2) VALUE SPACES.
           01 WS-STATUS-DEVOLUCAO      PIC X(2) VALUE SPACES.
           01 WS-STATUS-CONTROLE       PIC X(2) VALUE SPACES.
           01 WS-STATUS-CONTROLE-TRAB  PIC X(2) VALUE SPACES.
           01 WS-STATUS-HISTORICO      PIC X(2) VALUE SPACES.
           01 WS-STATUS-HISTORICO-TRAB PIC X(2) VALUE SPACES.
      *
      *      Indicadores de fim de arquivo.
           01 FIM-EXCECOES     PIC X VALUE "N".
             88 NAO-HA-MAIS-EXCECOES VALUE "S".
           01 FIM-TRABALHO     PIC X VALUE "N".
             88 NAO-HA-MAIS-TRABALHO VALUE "S".
           01 FIM-SORT         PIC X VALUE "N".
             88 NAO-HA-MAIS-SORT VALUE "S".
      *
      *      Sistema de origem do arquivo de devolução aberto e
      *    indicador de arquivo aberto.
           01 ORIGEM-CORRENTE  PIC X(4) VALUE SPACES.
           01 DEVOLUCAO-ABERTA PIC X VALUE "N".
             88 HA-DEVOLUCAO-ABERTA VALUE "S".
      *
      *      Cliente do último registro gravado no histórico, para
      *    não repetir a linha quando o mesmo cliente tem mais de um
      *    registro rejeitado na noite.
           01 CLIENTE-ANTERIOR PIC X(10) VALUE SPACES.
      *
      *      Contadores.
           01 QTD-ARQUIVO      PIC 9(9) VALUE ZERO.
           01 QTD-LIDAS        PIC 9(9) VALUE ZERO.
           01 QTD-DEVOLVIDAS   PIC 9(9) VALUE ZERO.
           01 QTD-ARQUIVOS     PIC 9(9) VALUE ZERO.
           01 QTD-RETIDAS      PIC 9(9) VALUE ZERO.
           01 QTD-DESCARTADAS  PIC 9(9) VALUE ZERO.
      *
           01 VALOR-EDITADO    PIC ZZZZZZZZ9.
      *
      *      Layouts das linhas do arquivo de devolução.
           01 LINHA-CABECALHO.
             05 FILLER           PIC X(3) VALUE "HDR".
             05 FILLER           PIC X VALUE SPACE.
             05 CAB-ORIGEM       PIC X(4).
             05 FILLER           PIC X VALUE SPACE.
             05 CAB-DATA-NOITE   PIC X(8).
             05 FILLER           PIC X VALUE SPACE.
             05 CAB-CARIMBO      PIC X(21).
      *
           01 LINHA-DETALHE.
             05 FILLER           PIC X(3) VALUE "DET".
             05 FILLER           PIC X VALUE SPACE.
             05 DET-SEQUENCIA    PIC 9(9).
             05 FILLER           PIC X VALUE SPACE.
             05 DET-ID-CLIENTE   PIC X(10).
             05 FILLER           PIC X VALUE SPACE.
             05 DET-DOCUMENTO    PIC X(18).
             05 FILLER           PIC X VALUE SPACE.
             05 DET-MOTIVO       PIC X(30).
             05 FILLER           PIC X VALUE SPACE.
             05 DET-SUGESTAO     PIC X(18).
      *
           01 LINHA-TRAILER.
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
               VALUE "DistribuirDevolucoes".
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
       PROCEDURE DIVISION CHAINING DATA-NOITE.
       0000-DISTRIBUIR-DEVOLUCOES.
           PERFORM 9800-REGISTRAR-INICIO
           PERFORM 0100-PREPARAR-DATA
           OPEN INPUT ARQ-EXCECOES
           IF WS-STATUS-EXCECOES NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "excecoes CPFEXC (status " WS-STATUS-EXCECOES ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           CLOSE ARQ-EXCECOES
           PERFORM 2000-APARAR-CONTROLE
           PERFORM 2500-APARAR-HISTORICO
           PERFORM 3000-ABRIR-REGISTROS
           SORT SD-EXCECOES
             ON ASCENDING KEY SDE-ORIGEM SDE-SEQUENCIA
             INPUT PROCEDURE IS 4000-LER-EXCECOES
             OUTPUT PROCEDURE IS 5000-GRAVAR-DEVOLUCOES
           CLOSE ARQ-CONTROLE
           CLOSE ARQ-HISTORICO
           PERFORM 9000-EXIBIR-RESUMO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Normaliza a noite recebida por linha de comando (LOW-
      *    VALUES por espaços; omitida, a data de negócio devolvida
      *    pela grade), calcula as datas de corte da retenção e toma o
      *    carimbo do envio.
       0100-PREPARAR-DATA.
           INSPECT DATA-NOITE REPLACING ALL LOW-VALUE BY SPACE.
           IF DATA-NOITE EQUAL TO SPACES
             MOVE GRADE-DATA-NEGOCIO TO DATA-NOITE
           END-IF.
           IF DATA-NOITE IS NOT NUMERIC
             DISPLAY "ERRO: data deve ser AAAAMMDD (recebido '"
               DATA-NOITE "')."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE DATA-NOITE TO DATA-CORTE-CONTROLE.
           COMPUTE MESES-CORTE = CORTE-ANO * 12 + CORTE-MES - 1 - 13.
           DIVIDE MESES-CORTE BY 12 GIVING CORTE-ANO
             REMAINDER CORTE-MES.
           ADD 1 TO CORTE-MES.
           MOVE DATA-NOITE TO DATA-CORTE-HISTORICO.
           COMPUTE MESES-CORTE = CORTEH-ANO * 12 + CORTEH-MES - 1 - 3.
           DIVIDE MESES-CORTE BY 12 GIVING CORTEH-ANO
             REMAINDER CORTEH-MES.
           ADD 1 TO CORTEH-MES.
           MOVE FUNCTION CURRENT-DATE TO CARIMBO-ENVIO.
      *
      *      Passa o controle pela cópia de trabalho, deixando de fora
      *    os envios da noite que será distribuída agora e os
      *    anteriores à data de corte, e o regrava a partir dela.
      *    Controle inexistente (primeira distribuição) não é erro.
       2000-APARAR-CONTROLE.
           OPEN INPUT ARQ-CONTROLE.
           IF WS-STATUS-CONTROLE NOT EQUAL TO "00"
             EXIT PARAGRAPH
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
           MOVE "N" TO FIM-TRABALHO.
           PERFORM UNTIL NAO-HA-MAIS-TRABALHO
             READ ARQ-CONTROLE
               AT END
                 SET NAO-HA-MAIS-TRABALHO TO TRUE
               NOT AT END
                 IF DVC-DATA-NOITE EQUAL TO DATA-NOITE
                   OR DVC-DATA-NOITE LESS THAN DATA-CORTE-CONTROLE
                   ADD 1 TO QTD-DESCARTADAS
                 ELSE
                   WRITE REG-CONTROLE-TRAB FROM REG-CONTROLE
                   ADD 1 TO QTD-RETIDAS
                 END-IF
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
           MOVE "N" TO FIM-TRABALHO.
           PERFORM UNTIL NAO-HA-MAIS-TRABALHO
             READ ARQ-CONTROLE-TRAB
               AT END
                 SET NAO-HA-MAIS-TRABALHO TO TRUE
               NOT AT END
                 WRITE REG-CONTROLE FROM REG-CONTROLE-TRAB
             END-READ
           END-PERFORM.
           CLOSE ARQ-CONTROLE-TRAB.
           CLOSE ARQ-CONTROLE.
      *
      *      O mesmo para o histórico de rejeições, pela sua própria
      *    data de corte.
       2500-APARAR-HISTORICO.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO NOT EQUAL TO "00"
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-HISTORICO-TRAB.
           IF WS-STATUS-HISTORICO-TRAB NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir a copia de "
               "trabalho CPFDVHT (status " WS-STATUS-HISTORICO-TRAB
               ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-HISTORICO
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE "N" TO FIM-TRABALHO.
           PERFORM UNTIL NAO-HA-MAIS-TRABALHO
             READ ARQ-HISTORICO
               AT END
                 SET NAO-HA-MAIS-TRABALHO TO TRUE
               NOT AT END
                 IF DVH-DATA NOT EQUAL TO DATA-NOITE
                   AND DVH-DATA NOT LESS THAN DATA-CORTE-HISTORICO
                   WRITE REG-HISTORICO-TRAB FROM REG-HISTORICO
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-HISTORICO.
           CLOSE ARQ-HISTORICO-TRAB.
           OPEN INPUT ARQ-HISTORICO-TRAB.
           IF WS-STATUS-HISTORICO-TRAB NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel reabrir a copia de "
               "trabalho CPFDVHT (status " WS-STATUS-HISTORICO-TRAB
               ") - CPFDVH mantido como estava."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           OPEN OUTPUT ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel regravar o historico "
               "CPFDVH (status " WS-STATUS-HISTORICO ") - as linhas "
               "retidas estao na copia CPFDVHT."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-HISTORICO-TRAB
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE "N" TO FIM-TRABALHO.
           PERFORM UNTIL NAO-HA-MAIS-TRABALHO
             READ ARQ-HISTORICO-TRAB
               AT END
                 SET NAO-HA-MAIS-TRABALHO TO TRUE
               NOT AT END
                 WRITE REG-HISTORICO FROM REG-HISTORICO-TRAB
             END-READ
           END-PERFORM.
           CLOSE ARQ-HISTORICO-TRAB.
           CLOSE ARQ-HISTORICO.
      *
      *      Abre o controle e o histórico para acréscimo e grava a
      *    linha de marcação da noite no histórico.
       3000-ABRIR-REGISTROS.
           OPEN EXTEND ARQ-CONTROLE
           IF WS-STATUS-CONTROLE NOT EQUAL TO "00"
             OPEN OUTPUT ARQ-CONTROLE
           END-IF
           IF WS-STATUS-CONTROLE NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o controle de "
               "devolucoes CPFDVC (status " WS-STATUS-CONTROLE ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           OPEN EXTEND ARQ-HISTORICO
           IF WS-STATUS-HISTORICO NOT EQUAL TO "00"
             OPEN OUTPUT ARQ-HISTORICO
           END-IF
           IF WS-STATUS-HISTORICO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o historico de "
               "rejeicoes CPFDVH (status " WS-STATUS-HISTORICO ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-CONTROLE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE SPACES TO REG-HISTORICO
           MOVE DATA-NOITE TO DVH-DATA
           MOVE "N" TO DVH-TIPO
           WRITE REG-HISTORICO.
      *
      *      Alimenta o SORT com as rejeições do CPFEXC.
       4000-LER-EXCECOES.
           OPEN INPUT ARQ-EXCECOES
           PERFORM UNTIL NAO-HA-MAIS-EXCECOES
             READ ARQ-EXCECOES
               AT END
                 SET NAO-HA-MAIS-EXCECOES TO TRUE
               NOT AT END
                 ADD 1 TO QTD-LIDAS
                 MOVE EXC-SISTEMA-ORIGEM TO SDE-ORIGEM
                 MOVE EXC-SEQUENCIA TO SDE-SEQUENCIA
                 MOVE EXC-ID-CLIENTE TO SDE-ID-CLIENTE
                 MOVE EXC-DOCUMENTO TO SDE-DOCUMENTO
                 MOVE EXC-MOTIVO TO SDE-MOTIVO
                 MOVE EXC-SUGESTAO TO SDE-SUGESTAO
                 RELEASE REG-SD-EXCECAO
             END-READ
           END-PERFORM
           CLOSE ARQ-EXCECOES.
      *
      *      Grava um arquivo de devolução por sistema de origem, na
      *    quebra do código de origem.
       5000-GRAVAR-DEVOLUCOES.
           PERFORM UNTIL NAO-HA-MAIS-SORT
             RETURN SD-EXCECOES
               AT END
                 SET NAO-HA-MAIS-SORT TO TRUE
               NOT AT END
                 IF NOT HA-DEVOLUCAO-ABERTA
                   OR SDE-ORIGEM NOT EQUAL TO ORIGEM-CORRENTE
                   IF HA-DEVOLUCAO-ABERTA
                     PERFORM 5200-FECHAR-DEVOLUCAO
                   END-IF
                   PERFORM 5100-ABRIR-DEVOLUCAO
                 END-IF
                 PERFORM 5300-GRAVAR-DETALHE
             END-RETURN
           END-PERFORM.
           IF HA-DEVOLUCAO-ABERTA
             PERFORM 5200-FECHAR-DEVOLUCAO
           END-IF.
      *
      *      Abre o arquivo de devolução da origem e grava o
      *    cabeçalho.
       5100-ABRIR-DEVOLUCAO.
           MOVE SDE-ORIGEM TO ORIGEM-CORRENTE.
           MOVE SDE-ORIGEM TO NOME-ORIGEM.
           INSPECT NOME-ORIGEM REPLACING ALL SPACE BY "_".
           MOVE SPACES TO NOME-ARQUIVO-DEVOLUCAO.
           STRING "CPFDV" NOME-ORIGEM DATA-NOITE DELIMITED BY SIZE
             INTO NOME-ARQUIVO-DEVOLUCAO.
           OPEN OUTPUT ARQ-DEVOLUCAO.
           IF WS-STATUS-DEVOLUCAO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "devolucao " NOME-ARQUIVO-DEVOLUCAO " (status "
               WS-STATUS-DEVOLUCAO ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-CONTROLE
             CLOSE ARQ-HISTORICO
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           SET HA-DEVOLUCAO-ABERTA TO TRUE.
           MOVE ZERO TO QTD-ARQUIVO.
           MOVE SPACES TO CLIENTE-ANTERIOR.
           MOVE ORIGEM-CORRENTE TO CAB-ORIGEM.
           MOVE DATA-NOITE TO CAB-DATA-NOITE.
           MOVE CARIMBO-ENVIO TO CAB-CARIMBO.
           WRITE REG-DEVOLUCAO FROM LINHA-CABECALHO.
      *
      *      Grava o trailer, fecha o arquivo e registra o envio no
      *    controle de devoluções.
       5200-FECHAR-DEVOLUCAO.
           MOVE QTD-ARQUIVO TO TRL-QTD.
           WRITE REG-DEVOLUCAO FROM LINHA-TRAILER.
           CLOSE ARQ-DEVOLUCAO.
           MOVE "N" TO DEVOLUCAO-ABERTA.
           ADD 1 TO QTD-ARQUIVOS.
           MOVE SPACES TO REG-CONTROLE.
           MOVE DATA-NOITE TO DVC-DATA-NOITE.
           MOVE ORIGEM-CORRENTE TO DVC-ORIGEM.
           MOVE NOME-ARQUIVO-DEVOLUCAO TO DVC-ARQUIVO.
           MOVE QTD-ARQUIVO TO DVC-QTD.
           MOVE CARIMBO-ENVIO TO DVC-ENVIO.
           MOVE "ENVIADO" TO DVC-SITUACAO.
           MOVE ZERO TO DVC-QTD-CONFIRMADA.
           WRITE REG-CONTROLE.
      *
      *      Grava o detalhe da rejeição e registra o cliente no
      *    histórico (uma vez por noite, ainda que tenha mais de um
      *    registro rejeitado - dentro da origem as rejeições vêm na
      *    ordem do lote, então só se evita a repetição imediata; o
      *    relatório de pendências conta noites, não registros).
       5300-GRAVAR-DETALHE.
           MOVE SDE-SEQUENCIA TO DET-SEQUENCIA.
           MOVE SDE-ID-CLIENTE TO DET-ID-CLIENTE.
           MOVE SDE-DOCUMENTO TO DET-DOCUMENTO.
           MOVE SDE-MOTIVO TO DET-MOTIVO.
           MOVE SDE-SUGESTAO TO DET-SUGESTAO.
           WRITE REG-DEVOLUCAO FROM LINHA-DETALHE.
           ADD 1 TO QTD-ARQUIVO.
           ADD 1 TO QTD-DEVOLVIDAS.
           IF SDE-ID-CLIENTE NOT EQUAL TO CLIENTE-ANTERIOR
             MOVE SPACES TO REG-HISTORICO
             MOVE DATA-NOITE TO DVH-DATA
             MOVE "C" TO DVH-TIPO
             MOVE ORIGEM-CORRENTE TO DVH-ORIGEM
             MOVE SDE-ID-CLIENTE TO DVH-ID-CLIENTE
             MOVE SDE-DOCUMENTO TO DVH-DOCUMENTO
             WRITE REG-HISTORICO
             MOVE SDE-ID-CLIENTE TO CLIENTE-ANTERIOR
           END-IF.
      *
      *      Resumo da distribuição para o log do job; a contagem
      *    devolvida tem de fechar com a lida no CPFEXC.
       9000-EXIBIR-RESUMO.
           DISPLAY "Devolucoes da noite " DATA-NOITE " distribuidas.".
           MOVE QTD-LIDAS TO VALOR-EDITADO.
           DISPLAY "  rejeicoes lidas no CPFEXC......: " VALOR-EDITADO.
           MOVE QTD-DEVOLVIDAS TO VALOR-EDITADO.
           DISPLAY "  rejeicoes devolvidas...........: " VALOR-EDITADO.
           MOVE QTD-ARQUIVOS TO VALOR-EDITADO.
           DISPLAY "  arquivos de devolucao gravados.: " VALOR-EDITADO.
           MOVE QTD-DESCARTADAS TO VALOR-EDITADO.
           DISPLAY "  envios substituidos/expirados..: " VALOR-EDITADO.
           IF QTD-DEVOLVIDAS NOT EQUAL TO QTD-LIDAS
             DISPLAY "*** DIVERGENCIA: devolvidas difere de lidas."
             MOVE 12 TO RETURN-CODE
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
           MOVE QTD-LIDAS TO GRADE-LIDOS.
           MOVE QTD-DEVOLVIDAS TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
