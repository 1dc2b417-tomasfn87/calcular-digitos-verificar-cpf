      *        EXPURGO <AAAAMMDD>    - remove do mestre os documentos
      *    cuja última verificação é anterior à data informada, para
      *    que o arquivo não cresça para sempre.
      *      Cada documento expurgado é registrado no diário do mestre
      *    CPFJRN (o mesmo que CPFMSTR alimenta) com a imagem do
      *    registro removido, para que RecuperarCPFMestre repita o
      *    expurgo ao reconstruir o mestre a partir da cópia de
      *    segurança.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MST-DOCUMENTO
             FILE STATUS IS WS-STATUS-MESTRE.
      *
           SELECT ARQ-JORNAL ASSIGN TO "CPFJRN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-JORNAL.
      *
       DATA DIVISION.
       FILE SECTION.
             05 MST-ULTIMO-LOTE      PIC X(16).
             05 MST-SITUACAO         PIC X.
             05 MST-SITUACAO-DATA    PIC X(8).
      *
      *      Diário de alterações do mestre (layout de CPFMSTR); o
      *    expurgo grava operação "E" com a imagem posterior em branco.
       FD  ARQ-JORNAL.
           01 REG-JORNAL.
             05 JRN-DATA-HORA      PIC X(21).
             05 FILLER             PIC X.
             05 JRN-PROGRAMA       PIC X(16).
             05 FILLER             PIC X.
             05 JRN-EXECUCAO       PIC X(16).
             05 FILLER             PIC X.
             05 JRN-OPERACAO       PIC X.
             05 FILLER             PIC X.
             05 JRN-IMAGEM-ANTES   PIC X(80).
             05 FILLER             PIC X.
             05 JRN-IMAGEM-DEPOIS  PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *    "35" = arquivo não existe, "10" = fim do arquivo).
           01 WS-STATUS-MESTRE PIC X(2) VALUE SPACES.
      *
      *      Status do diário CPFJRN ("00" = OK).
           01 WS-STATUS-JORNAL PIC X(2) VALUE SPACES.
      *
      *      Identificador desta execução do expurgo (data e hora do
      *    início), gravado no diário.
           01 EXECUCAO-EXPURGO PIC X(16) VALUE SPACES.
      *
      *      Indicador de fim da varredura do expurgo.
           01 FIM-MESTRE       PIC X VALUE "N".
             88 NAO-HA-MAIS-MESTRE VALUE "S".
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
      *      Sem diário não há expurgo: um documento removido fora do
      *    diário voltaria do nada numa reconstrução do mestre.
           OPEN EXTEND ARQ-JORNAL
           IF WS-STATUS-JORNAL NOT EQUAL TO "00"
             OPEN OUTPUT ARQ-JORNAL
           END-IF
           IF WS-STATUS-JORNAL NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o diario do mestre "
               "CPFJRN (status " WS-STATUS-JORNAL ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-MESTRE
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:16) TO EXECUCAO-EXPURGO
           MOVE LOW-VALUES TO MST-DOCUMENTO
           START ARQ-MESTRE KEY IS GREATER THAN MST-DOCUMENTO
           IF WS-STATUS-MESTRE NOT EQUAL TO "00"
               NOT AT END
                 ADD 1 TO TOTAL-EXAMINADOS
                 IF MST-ULTIMA-DATA LESS THAN DATA-LIMITE
                   MOVE SPACES TO REG-JORNAL
                   MOVE REG-MESTRE TO JRN-IMAGEM-ANTES
                   PERFORM 2100-GRAVAR-JORNAL
                   IF WS-STATUS-JORNAL EQUAL TO "00"
                     DELETE ARQ-MESTRE
                     PERFORM 2200-CONFERIR-EXPURGO
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARQ-JORNAL
           CLOSE ARQ-MESTRE
           MOVE TOTAL-EXAMINADOS TO VALOR-EDITADO
           DISPLAY "Registros examinados: " VALOR-EDITADO
           MOVE TOTAL-EXPURGADOS TO VALOR-EDITADO
           DISPLAY "Registros expurgados: " VALOR-EDITADO.
      *
      *      Registra no diário o documento que vai ser expurgado,
      *    antes de removê-lo do mestre. Se o diário não grava, o
      *    documento não é removido e o expurgo para aqui: ele e os
      *    seguintes ficam no mestre para a próxima execução, em vez
      *    de sumirem sem registro.
       2100-GRAVAR-JORNAL.
           MOVE FUNCTION CURRENT-DATE TO JRN-DATA-HORA.
           MOVE "ManterCPFMestre" TO JRN-PROGRAMA.
           MOVE EXECUCAO-EXPURGO TO JRN-EXECUCAO.
           MOVE "E" TO JRN-OPERACAO.
           WRITE REG-JORNAL.
           IF WS-STATUS-JORNAL NOT EQUAL TO "00"
             DISPLAY "ERRO: falha ao gravar o diario do mestre CPFJRN "
               "(status " WS-STATUS-JORNAL ") - expurgo interrompido."
             MOVE 8 TO RETURN-CODE
             SET NAO-HA-MAIS-MESTRE TO TRUE
           END-IF.
      *
      *      Confere a remoção do documento já registrado no diário.
      *    Se o mestre não aceita a remoção, o diário fica com um
      *    expurgo que não aconteceu - a recuperação o aplicaria -, e
      *    por isso o expurgo para aqui com RETURN-CODE 8 e o documento
      *    exibido.
       2200-CONFERIR-EXPURGO.
           IF WS-STATUS-MESTRE EQUAL TO "00"
             ADD 1 TO TOTAL-EXPURGADOS
           ELSE
             DISPLAY "ERRO: falha ao remover do CPFMST o documento "
               MST-DOCUMENTO " ja registrado no diario (status "
               WS-STATUS-MESTRE ") - expurgo interrompido."
             MOVE 8 TO RETURN-CODE
             SET NAO-HA-MAIS-MESTRE TO TRUE
           END-IF.
