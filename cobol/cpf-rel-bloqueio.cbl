       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioBloqueios.
      *
      *      Relatório diário de ocorrências da lista interna de
      *    restrições CPFBLQ: todo documento com bloqueio vigente que
      *    apareceu num dos três canais de verificação no dia
      *    informado (AAAAMMDD; quando omitido, a data de negócio da
      *    grade). Cada canal grava as suas ocorrências no seu próprio
      *    arquivo, no mesmo layout - VerificarCPFLote no CPFBLQL,
      *    VerificarCPFTela no CPFBLQT e VerificarCPF no CPFBLQV - e o
      *    relatório CPFBLQR lista, canal por canal, o documento como
      *    chegou, o motivo do bloqueio, a hora e de onde veio: sistema
      *    de origem e id do cliente no lote, operador e agência no
      *    balcão.
      *      O lote é selecionado pela data de negócio que grava em
      *    cada ocorrência, e não pelo carimbo de data/hora: a noite
      *    que passa da meia-noite continua sendo a do dia em que
      *    começou. Linhas gravadas antes de o lote anotar a data de
      *    negócio ficam pelo carimbo, como o balcão e a avulsa, que
      *    rodam durante o expediente.
      *      Um arquivo de ocorrências ausente é só um canal que nunca
      *    viu documento bloqueado; o relatório avisa e segue. Havendo
      *    ocorrência no dia, o RETURN-CODE 4 avisa o escalonador de
      *    que compliance tem o que examinar.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OCORRENCIAS-LOTE ASSIGN TO "CPFBLQL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-OCORRENCIAS.
      *
           SELECT ARQ-OCORRENCIAS-TELA ASSIGN TO "CPFBLQT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-OCORRENCIAS.
      *
           SELECT ARQ-OCORRENCIAS-AVULSA ASSIGN TO "CPFBLQV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-OCORRENCIAS.
      *
           SELECT ARQ-RELATORIO ASSIGN TO "CPFBLQR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RELATORIO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-OCORRENCIAS-LOTE.
           01 REG-OCORRENCIA-LOTE   PIC X(141).
      *
       FD  ARQ-OCORRENCIAS-TELA.
           01 REG-OCORRENCIA-TELA   PIC X(141).
      *
       FD  ARQ-OCORRENCIAS-AVULSA.
           01 REG-OCORRENCIA-AVULSA PIC X(141).
      *
       FD  ARQ-RELATORIO.
           01 REG-RELATORIO    PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *      Dia solicitado, recebido por linha de comando no formato
      *    AAAAMMDD.
           01 DATA-REFERENCIA  PIC X(8).
      *
      *      Ocorrência corrente, no layout comum aos três gravadores;
      *    cada arquivo é lido para esta área. Só o lote preenche a
      *    data de negócio.
           01 REG-OCORRENCIA.
             05 OCR-DOCUMENTO      PIC X(18).
             05 FILLER             PIC X.
             05 OCR-MOTIVO         PIC X(2).
             05 FILLER             PIC X.
             05 OCR-DESCR-MOTIVO   PIC X(25).
             05 FILLER             PIC X.
             05 OCR-SOLICITANTE    PIC X(10).
             05 FILLER             PIC X.
             05 OCR-CANAL          PIC X(6).
             05 FILLER             PIC X.
             05 OCR-DATA-HORA      PIC X(21).
             05 FILLER             PIC X.
             05 OCR-SISTEMA-ORIGEM PIC X(4).
             05 FILLER             PIC X.
             05 OCR-ID-CLIENTE     PIC X(10).
             05 FILLER             PIC X.
             05 OCR-OPERADOR       PIC X(6).
             05 FILLER             PIC X.
             05 OCR-AGENCIA        PIC X(4).
             05 FILLER             PIC X.
             05 OCR-EXECUCAO       PIC X(16).
             05 FILLER             PIC X.
             05 OCR-DATA-NEGOCIO   PIC X(8).
      *
      *      Status dos arquivos ("00" = OK, "35" = arquivo de
      *    ocorrências ainda não existe).
           01 WS-STATUS-OCORRENCIAS PIC X(2) VALUE SPACES.
           01 WS-STATUS-RELATORIO   PIC X(2) VALUE SPACES.
      *
      *      Indicador de fim do arquivo de ocorrências corrente,
      *    reposto antes de cada canal.
           01 FIM-OCORRENCIAS  PIC X VALUE "N".
             88 NAO-HA-MAIS-OCORRENCIAS VALUE "S".
      *
      *      Contadores de ocorrências do dia por canal e no total.
           01 TOTAL-CANAL      PIC 9(9) VALUE ZERO.
           01 TOTAL-LOTE       PIC 9(9) VALUE ZERO.
           01 TOTAL-TELA       PIC 9(9) VALUE ZERO.
           01 TOTAL-AVULSA     PIC 9(9) VALUE ZERO.
           01 TOTAL-DIA        PIC 9(9) VALUE ZERO.
      *
      *      Layouts usados para formatar as linhas do relatório.
           01 LINHA-CABECALHO-DIA.
             05 FILLER         PIC X(5) VALUE "DIA: ".
             05 CAB-DATA       PIC X(8).
      *
      *      Título de colunas do lote (origem e cliente) e do balcão
      *    (operador e agência); a linha avulsa não tem nenhum dos dois.
           01 LINHA-TITULO-LOTE.
             05 FILLER         PIC X(22) VALUE "DOCUMENTO          MT ".
             05 FILLER         PIC X(7)  VALUE "HORA   ".
             05 FILLER         PIC X(18) VALUE "ORIG   CLIENTE    ".
             05 FILLER         PIC X(25) VALUE "MOTIVO".
      *
           01 LINHA-TITULO-TELA.
             05 FILLER         PIC X(22) VALUE "DOCUMENTO          MT ".
             05 FILLER         PIC X(7)  VALUE "HORA   ".
             05 FILLER         PIC X(18) VALUE "OPER   AGENCIA    ".
             05 FILLER         PIC X(25) VALUE "MOTIVO".
      *
           01 LINHA-TITULO-AVULSA.
             05 FILLER         PIC X(22) VALUE "DOCUMENTO          MT ".
             05 FILLER         PIC X(7)  VALUE "HORA   ".
             05 FILLER         PIC X(18) VALUE SPACES.
             05 FILLER         PIC X(25) VALUE "MOTIVO".
      *
           01 LINHA-OCORRENCIA.
             05 DET-DOCUMENTO  PIC X(18).
             05 FILLER         PIC X VALUE SPACE.
             05 DET-MOTIVO     PIC X(2).
             05 FILLER         PIC X VALUE SPACE.
             05 DET-HORA       PIC X(6).
             05 FILLER         PIC X VALUE SPACE.
             05 DET-ORIGEM     PIC X(6).
             05 FILLER         PIC X VALUE SPACE.
             05 DET-CLIENTE    PIC X(10).
             05 FILLER         PIC X VALUE SPACE.
             05 DET-DESCR-MOTIVO PIC X(25).
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
               VALUE "RelatorioBloqueios".
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
       PROCEDURE DIVISION CHAINING DATA-REFERENCIA.
       0000-PROCESSAR-RELATORIO.
           PERFORM 9800-REGISTRAR-INICIO
           PERFORM 0100-PREPARAR-DATA
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-STATUS-RELATORIO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "relatorio CPFBLQR (status " WS-STATUS-RELATORIO ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE "OCORRENCIAS DA LISTA DE RESTRICOES - CPFBLQ"
             TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE DATA-REFERENCIA TO CAB-DATA
           MOVE LINHA-CABECALHO-DIA TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM 1000-LISTAR-LOTE
           PERFORM 2000-LISTAR-TELA
           PERFORM 3000-LISTAR-AVULSA
           PERFORM 9000-GRAVAR-RESUMO
           CLOSE ARQ-RELATORIO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Normaliza o dia recebido por linha de comando: o
      *    argumento pode vir preenchido com LOW-VALUES além do texto
      *    informado e, quando omitido, vale a data de negócio
      *    devolvida pela grade - o relatório roda no fim da noite,
      *    muitas vezes depois da meia-noite. Uma data digitada errado
      *    produziria um relatório vazio, que compliance tomaria por
      *    "nenhum bloqueado apareceu".
       0100-PREPARAR-DATA.
           INSPECT DATA-REFERENCIA REPLACING ALL LOW-VALUE BY SPACE.
           IF DATA-REFERENCIA EQUAL TO SPACES
             MOVE GRADE-DATA-NEGOCIO TO DATA-REFERENCIA
           END-IF.
           IF DATA-REFERENCIA IS NOT NUMERIC
             DISPLAY "ERRO: data deve ser AAAAMMDD (recebido '"
               DATA-REFERENCIA "')."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
      *
      *      Ocorrências do lote noturno: sistema de origem e id do
      *    cliente que trouxeram o documento bloqueado. A noite é a da
      *    data de negócio gravada pelo lote; sem ela, a do carimbo.
       1000-LISTAR-LOTE.
           MOVE "LOTE NOTURNO (CPFBLQL)" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ZERO TO TOTAL-CANAL
           OPEN INPUT ARQ-OCORRENCIAS-LOTE
           IF WS-STATUS-OCORRENCIAS NOT EQUAL TO "00"
             PERFORM 8100-AVISAR-ARQUIVO-AUSENTE
           ELSE
             MOVE LINHA-TITULO-LOTE TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE "N" TO FIM-OCORRENCIAS
             PERFORM UNTIL NAO-HA-MAIS-OCORRENCIAS
               READ ARQ-OCORRENCIAS-LOTE INTO REG-OCORRENCIA
                 AT END
                   SET NAO-HA-MAIS-OCORRENCIAS TO TRUE
                 NOT AT END
                   IF OCR-DATA-NEGOCIO EQUAL TO DATA-REFERENCIA
                     OR (OCR-DATA-NEGOCIO EQUAL TO SPACES
                       AND OCR-DATA-HORA(1:8) EQUAL TO DATA-REFERENCIA)
                     MOVE OCR-SISTEMA-ORIGEM TO DET-ORIGEM
                     MOVE OCR-ID-CLIENTE TO DET-CLIENTE
                     PERFORM 8000-GRAVAR-OCORRENCIA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARQ-OCORRENCIAS-LOTE
           END-IF
           MOVE TOTAL-CANAL TO TOTAL-LOTE
           PERFORM 8200-GRAVAR-TOTAL-CANAL.
      *
      *      Ocorrências do balcão: operador e agência que conferiram
      *    o documento bloqueado.
       2000-LISTAR-TELA.
           MOVE "BALCAO DE AGENCIA (CPFBLQT)" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ZERO TO TOTAL-CANAL
           OPEN INPUT ARQ-OCORRENCIAS-TELA
           IF WS-STATUS-OCORRENCIAS NOT EQUAL TO "00"
             PERFORM 8100-AVISAR-ARQUIVO-AUSENTE
           ELSE
             MOVE LINHA-TITULO-TELA TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE "N" TO FIM-OCORRENCIAS
             PERFORM UNTIL NAO-HA-MAIS-OCORRENCIAS
               READ ARQ-OCORRENCIAS-TELA INTO REG-OCORRENCIA
                 AT END
                   SET NAO-HA-MAIS-OCORRENCIAS TO TRUE
                 NOT AT END
                   IF OCR-DATA-HORA(1:8) EQUAL TO DATA-REFERENCIA
                     MOVE OCR-OPERADOR TO DET-ORIGEM
                     MOVE OCR-AGENCIA TO DET-CLIENTE
                     PERFORM 8000-GRAVAR-OCORRENCIA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARQ-OCORRENCIAS-TELA
           END-IF
           MOVE TOTAL-CANAL TO TOTAL-TELA
           PERFORM 8200-GRAVAR-TOTAL-CANAL.
      *
      *      Ocorrências das verificações avulsas por linha de comando,
      *    que não carregam identificação de quem chamou.
       3000-LISTAR-AVULSA.
           MOVE "VERIFICACAO AVULSA (CPFBLQV)" TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ZERO TO TOTAL-CANAL
           OPEN INPUT ARQ-OCORRENCIAS-AVULSA
           IF WS-STATUS-OCORRENCIAS NOT EQUAL TO "00"
             PERFORM 8100-AVISAR-ARQUIVO-AUSENTE
           ELSE
             MOVE LINHA-TITULO-AVULSA TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE "N" TO FIM-OCORRENCIAS
             PERFORM UNTIL NAO-HA-MAIS-OCORRENCIAS
               READ ARQ-OCORRENCIAS-AVULSA INTO REG-OCORRENCIA
                 AT END
                   SET NAO-HA-MAIS-OCORRENCIAS TO TRUE
                 NOT AT END
                   IF OCR-DATA-HORA(1:8) EQUAL TO DATA-REFERENCIA
                     MOVE SPACES TO DET-ORIGEM
                     MOVE SPACES TO DET-CLIENTE
                     PERFORM 8000-GRAVAR-OCORRENCIA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARQ-OCORRENCIAS-AVULSA
           END-IF
           MOVE TOTAL-CANAL TO TOTAL-AVULSA
           PERFORM 8200-GRAVAR-TOTAL-CANAL.
      *
      *      Grava a linha de detalhe da ocorrência corrente; a
      *    origem e o cliente (ou operador e agência) já vêm montados
      *    pelo canal.
       8000-GRAVAR-OCORRENCIA.
           ADD 1 TO TOTAL-CANAL.
           ADD 1 TO TOTAL-DIA.
           MOVE OCR-DOCUMENTO TO DET-DOCUMENTO.
           MOVE OCR-MOTIVO TO DET-MOTIVO.
           MOVE OCR-DATA-HORA(9:6) TO DET-HORA.
           MOVE OCR-DESCR-MOTIVO TO DET-DESCR-MOTIVO.
           MOVE LINHA-OCORRENCIA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      *      Arquivo de ocorrências do canal ausente: o canal nunca
      *    viu documento bloqueado - fica escrito, para ninguém achar
      *    que a seção sumiu.
       8100-AVISAR-ARQUIVO-AUSENTE.
           MOVE "AVISO: sem arquivo de ocorrencias deste canal."
             TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      *      Total do canal corrente, seguido de uma linha em branco.
       8200-GRAVAR-TOTAL-CANAL.
           MOVE "OCORRENCIAS NO CANAL:" TO ROTULO-RELATORIO.
           MOVE TOTAL-CANAL TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      *      Resumo ao pé do relatório.
       9000-GRAVAR-RESUMO.
           MOVE "RESUMO DO DIA" TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "OCORRENCIAS NO LOTE:" TO ROTULO-RELATORIO
           MOVE TOTAL-LOTE TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "OCORRENCIAS NO BALCAO:" TO ROTULO-RELATORIO
           MOVE TOTAL-TELA TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "OCORRENCIAS AVULSAS:" TO ROTULO-RELATORIO
           MOVE TOTAL-AVULSA TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "TOTAL DE OCORRENCIAS:" TO ROTULO-RELATORIO
           MOVE TOTAL-DIA TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           IF TOTAL-DIA GREATER THAN ZERO
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
           MOVE TOTAL-DIA TO GRADE-LIDOS.
           MOVE ZERO TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
