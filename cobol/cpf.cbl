      *    sub-rotina CPFCHECK (CALL/LINKAGE), para que este programa e
      *    quaisquer outros da casa que precisem validar um documento
      *    usem sempre a mesma lógica.
      *      O documento também é procurado na lista interna de
      *    restrições CPFBLQ (sub-rotina CPFBLQS): havendo bloqueio
      *    vigente, o motivo é exibido, a ocorrência vai para o
      *    CPFBLQV e o RETURN-CODE passa a ser 12.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARQ-AUDITORIA ASSIGN TO "CPFAUDV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AUDITORIA.
      *
      *      Ocorrências de documentos bloqueados verificados por este
      *    programa, no arquivo próprio deste gravador; o lote e a
      *    tela gravam nos seus, e RelatorioBloqueios lê os três.
           SELECT ARQ-OCORRENCIAS-BLQ ASSIGN TO "CPFBLQV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-OCORRENCIAS.
      *
       DATA DIVISION.
       FILE SECTION.
             05 AUD-RESULTADO  PIC X(10).
             05 FILLER         PIC X.
             05 AUD-DATA-HORA  PIC X(21).
      *
       FD  ARQ-OCORRENCIAS-BLQ.
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
      *
       WORKING-STORAGE SECTION.
      *
      *      Status do arquivo de auditoria ("00" = OK, "35" = arquivo
      *    ainda não existe, i.e. esta é a primeira execução).
           01 WS-STATUS-AUDITORIA PIC X(2) VALUE SPACES.
      *
      *      Status do arquivo de ocorrências de bloqueio ("00" = OK,
      *    "35" = primeira gravação).
           01 WS-STATUS-OCORRENCIAS PIC X(2) VALUE SPACES.
      *
      *      Documento normalizado para chave da lista de restrições
      *    (só os caracteres significativos, maiúsculos, sem máscara -
      *    a mesma normalização dos demais programas da casa).
           01 DOC-NORMALIZADO  PIC X(18) VALUE SPACES.
      *
           01 DOC-TRABALHO     PIC X(18) VALUE SPACES.
      *
           01 QTD-CHAR-NORM    PIC 9(2) VALUE ZERO.
      *
           01 IX-NORM          PIC 9(2) VALUE ZERO.
      *
      *      Indica que o documento tem bloqueio vigente na lista de
      *    restrições.
           01 DOCUMENTO-BLOQUEADO PIC X VALUE "N".
             88 E-DOCUMENTO-BLOQUEADO VALUE "S".
      *
      *      Área de comunicação com a sub-rotina CPFBLQS.
           01 BLOQUEIO-FUNCAO  PIC X VALUE SPACE.
      *
           01 BLOQUEIO-REG.
             05 BLOQUEIO-DOCUMENTO      PIC X(18).
             05 BLOQUEIO-MOTIVO         PIC X(2).
             05 BLOQUEIO-SOLICITANTE    PIC X(10).
             05 BLOQUEIO-DATA-INICIO    PIC X(8).
             05 BLOQUEIO-DATA-FIM       PIC X(8).
             05 BLOQUEIO-SITUACAO       PIC X.
             05 BLOQUEIO-DATA-INCLUSAO  PIC X(8).
             05 BLOQUEIO-DATA-LIBERACAO PIC X(8).
             05 BLOQUEIO-LIBERADO-POR   PIC X(10).
      *
           01 BLOQUEIO-DESCR-MOTIVO PIC X(25) VALUE SPACES.
      *
           01 BLOQUEIO-RETORNO PIC X(2) VALUE SPACES.
      *
       PROCEDURE DIVISION CHAINING CPF.
       0000-INICIO.
           PERFORM 1000-EXIBIR-RESULTADO.
           PERFORM 1700-EXIBIR-PERFIL.
           PERFORM 1800-EXIBIR-SUGESTAO.
           PERFORM 1900-CONSULTAR-BLOQUEIO.
           PERFORM 1500-DEFINIR-RETURN-CODE.
           PERFORM 1600-GRAVAR-AUDITORIA.
           STOP RUN.
      *    que um passo de JCL possa decidir por COND= se o arquivo
      *    segue para a carga ou para a fila de exceções, sem precisar
      *    reprocessar a saída deste programa:
      *        0 = válido, 4 = inválido, 8 = malformado/não numérico,
      *       12 = documento com bloqueio vigente na lista de
      *            restrições (qualquer que seja o cálculo).
       1500-DEFINIR-RETURN-CODE.
           EVALUATE WS-STATUS-CODE
             WHEN 8
             WHEN OTHER
               MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           IF E-DOCUMENTO-BLOQUEADO
             MOVE 12 TO RETURN-CODE
           END-IF.
      *
      *      Traduz o código de retorno da sub-rotina de verificação em
      *    uma mensagem legível, preservando o detalhamento por dígito
                 "como digitado: " WS-SUG-DVS "."
             END-IF
           END-IF.
      *
      *      Procura o documento na lista de restrições CPFBLQ, via
      *    CPFBLQS com ON EXCEPTION: sem o módulo ou sem o arquivo a
      *    verificação segue como sempre. Havendo bloqueio vigente, o
      *    motivo é exibido - um documento que calcula perfeitamente
      *    pode ser de fraude confirmada ou estar sob ordem judicial -
      *    e a ocorrência é registrada no CPFBLQV.
       1900-CONSULTAR-BLOQUEIO.
           MOVE CPF TO DOC-TRABALHO.
           PERFORM 0900-NORMALIZAR-DOCUMENTO.
           IF DOC-NORMALIZADO EQUAL TO SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO BLOQUEIO-FUNCAO.
           MOVE SPACES TO BLOQUEIO-REG.
           MOVE DOC-NORMALIZADO TO BLOQUEIO-DOCUMENTO.
           MOVE "99" TO BLOQUEIO-RETORNO.
           CALL "CPFBLQS" USING BLOQUEIO-FUNCAO BLOQUEIO-REG
             BLOQUEIO-DESCR-MOTIVO BLOQUEIO-RETORNO
             ON EXCEPTION
               EXIT PARAGRAPH
           END-CALL.
           IF BLOQUEIO-RETORNO NOT EQUAL TO "00"
             EXIT PARAGRAPH
           END-IF.
           SET E-DOCUMENTO-BLOQUEADO TO TRUE.
           DISPLAY "ATENÇÃO: documento bloqueado na lista de "
             "restrições - " FUNCTION TRIM(BLOQUEIO-DESCR-MOTIVO)
             " (" BLOQUEIO-MOTIVO "), solicitado por "
             FUNCTION TRIM(BLOQUEIO-SOLICITANTE) " desde "
             BLOQUEIO-DATA-INICIO ".".
           PERFORM 1950-GRAVAR-OCORRENCIA-BLOQUEIO.
           MOVE "F" TO BLOQUEIO-FUNCAO.
           CALL "CPFBLQS" USING BLOQUEIO-FUNCAO BLOQUEIO-REG
             BLOQUEIO-DESCR-MOTIVO BLOQUEIO-RETORNO
             ON EXCEPTION
               CONTINUE
           END-CALL.
      *
      *      Acrescenta ao CPFBLQV a ocorrência do documento bloqueado,
      *    no mesmo layout das ocorrências do lote e da tela.
       1950-GRAVAR-OCORRENCIA-BLOQUEIO.
           INSPECT CPF REPLACING ALL LOW-VALUE BY SPACE.
           MOVE SPACES TO REG-OCORRENCIA.
           MOVE CPF TO OCR-DOCUMENTO.
           MOVE BLOQUEIO-MOTIVO TO OCR-MOTIVO.
           MOVE BLOQUEIO-DESCR-MOTIVO TO OCR-DESCR-MOTIVO.
           MOVE BLOQUEIO-SOLICITANTE TO OCR-SOLICITANTE.
           MOVE "AVULSA" TO OCR-CANAL.
           MOVE FUNCTION CURRENT-DATE TO OCR-DATA-HORA.
           MOVE OCR-DATA-HORA(1:16) TO OCR-EXECUCAO.
           OPEN EXTEND ARQ-OCORRENCIAS-BLQ.
           IF WS-STATUS-OCORRENCIAS NOT EQUAL TO "00"
             OPEN OUTPUT ARQ-OCORRENCIAS-BLQ
           END-IF.
           WRITE REG-OCORRENCIA.
           CLOSE ARQ-OCORRENCIAS-BLQ.
      *
      *      Monta em DOC-NORMALIZADO a chave da lista a partir de
      *    DOC-TRABALHO: dígitos e letras maiúsculas, contíguos, sem
      *    máscara - a mesma normalização dos demais programas da
      *    casa.
       0900-NORMALIZAR-DOCUMENTO.
           MOVE SPACES TO DOC-NORMALIZADO.
           MOVE ZERO TO QTD-CHAR-NORM.
           INSPECT DOC-TRABALHO REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DOC-TRABALHO
             CONVERTING "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM VARYING IX-NORM FROM 1 BY 1
             UNTIL IX-NORM GREATER THAN 18
             IF DOC-TRABALHO(IX-NORM:1) IS NUMERIC
               OR (DOC-TRABALHO(IX-NORM:1) IS ALPHABETIC-UPPER
                 AND DOC-TRABALHO(IX-NORM:1) NOT EQUAL TO SPACE)
               ADD 1 TO QTD-CHAR-NORM
               MOVE DOC-TRABALHO(IX-NORM:1)
                 TO DOC-NORMALIZADO(QTD-CHAR-NORM:1)
             END-IF
           END-PERFORM.
