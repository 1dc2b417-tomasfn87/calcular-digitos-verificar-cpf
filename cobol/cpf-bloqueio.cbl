       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManterCPFBloqueio.
      *
      *      Utilitário de manutenção da lista interna de restrições
      *    CPFBLQ, consultada por VerificarCPFLote, VerificarCPFTela e
      *    VerificarCPF através da sub-rotina CPFBLQS. Cada bloqueio
      *    carrega o código de motivo, quem o pediu, a data de início
      *    e a data de fim (em branco quando o bloqueio não tem prazo).
      *    Funções pedidas por linha de comando:
      *        INCLUI <documento> <motivo> <solicitante> <AAAAMMDD>
      *    [<AAAAMMDD>] - inclui o bloqueio com as datas de início e,
      *    opcionalmente, de fim;
      *        LIBERA <documento> <solicitante> - levanta o bloqueio,
      *    registrando quem liberou e quando (o registro fica na lista
      *    como liberado, para que compliance saiba o que já esteve
      *    bloqueado);
      *        CONSULTA <documento> - exibe o bloqueio do documento;
      *        LISTA - exibe todos os bloqueios vigentes hoje.
      *      O documento pode vir com ou sem máscara: é normalizado
      *    como nos demais programas da casa antes de servir de chave.
      *    Motivos aceitos: FR fraude confirmada, OJ ordem judicial,
      *    BI bloqueio interno, SU suspeita em apuração.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BLOQUEIO ASSIGN TO "CPFBLQ"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BLQ-DOCUMENTO
             FILE STATUS IS WS-STATUS-BLOQUEIO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-BLOQUEIO.
           01 REG-BLOQUEIO.
             05 BLQ-DOCUMENTO        PIC X(18).
             05 BLQ-MOTIVO           PIC X(2).
             05 BLQ-SOLICITANTE      PIC X(10).
             05 BLQ-DATA-INICIO      PIC X(8).
             05 BLQ-DATA-FIM         PIC X(8).
             05 BLQ-SITUACAO         PIC X.
             05 BLQ-DATA-INCLUSAO    PIC X(8).
             05 BLQ-DATA-LIBERACAO   PIC X(8).
             05 BLQ-LIBERADO-POR     PIC X(10).
      *
       WORKING-STORAGE SECTION.
      *
      *      Função e argumentos recebidos por linha de comando; o
      *    significado dos argumentos seguintes ao documento depende
      *    da função (veja o cabeçalho).
           01 FUNCAO-PEDIDA    PIC X(8).
             88 FUNCAO-INCLUSAO  VALUE "INCLUI  ".
             88 FUNCAO-LIBERACAO VALUE "LIBERA  ".
             88 FUNCAO-CONSULTA  VALUE "CONSULTA".
             88 FUNCAO-LISTA     VALUE "LISTA   ".
      *
           01 ARGUMENTO        PIC X(18).
           01 ARGUMENTO-2      PIC X(10).
           01 ARGUMENTO-3      PIC X(10).
           01 ARGUMENTO-4      PIC X(10).
           01 ARGUMENTO-5      PIC X(10).
      *
      *      Código de motivo informado na inclusão.
           01 MOTIVO-PEDIDO    PIC X(2).
             88 MOTIVO-VALIDO VALUE "FR" "OJ" "BI" "SU".
      *
      *      Datas de início e de fim informadas na inclusão.
           01 DATA-INICIO-PEDIDA PIC X(8).
           01 DATA-FIM-PEDIDA    PIC X(8).
      *
      *      Data de hoje (AAAAMMDD), usada na inclusão, na liberação
      *    e na apuração da vigência.
           01 DATA-HOJE        PIC X(8) VALUE SPACES.
      *
      *      Status do arquivo de restrições ("00" = OK, "23" = não
      *    achou, "35" = arquivo não existe, "10" = fim do arquivo).
           01 WS-STATUS-BLOQUEIO PIC X(2) VALUE SPACES.
      *
      *      Indicador de fim da varredura da listagem.
           01 FIM-BLOQUEIO     PIC X VALUE "N".
             88 NAO-HA-MAIS-BLOQUEIO VALUE "S".
      *
      *      Descrição por extenso do motivo e da vigência do
      *    bloqueio corrente, para exibição.
           01 DESCR-MOTIVO     PIC X(25) VALUE SPACES.
           01 DESCR-VIGENCIA   PIC X(20) VALUE SPACES.
      *
      *      Contador de bloqueios vigentes da listagem.
           01 TOTAL-VIGENTES   PIC 9(9) VALUE ZERO.
      *
      *      Edição dos contadores para exibição.
           01 VALOR-EDITADO    PIC ZZZZZZZZ9.
      *
      *      Documento normalizado para chave da lista (só os
      *    caracteres significativos, maiúsculos, sem máscara - a
      *    mesma normalização dos demais programas da casa).
           01 DOC-NORMALIZADO  PIC X(18) VALUE SPACES.
      *
           01 DOC-TRABALHO     PIC X(18) VALUE SPACES.
      *
           01 QTD-CHAR-NORM    PIC 9(2) VALUE ZERO.
      *
           01 IX-NORM          PIC 9(2) VALUE ZERO.
      *
       PROCEDURE DIVISION CHAINING FUNCAO-PEDIDA ARGUMENTO
           ARGUMENTO-2 ARGUMENTO-3 ARGUMENTO-4 ARGUMENTO-5.
       0000-INICIO.
           INSPECT FUNCAO-PEDIDA REPLACING ALL LOW-VALUE BY SPACE
           INSPECT ARGUMENTO REPLACING ALL LOW-VALUE BY SPACE
           INSPECT ARGUMENTO-2 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT ARGUMENTO-3 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT ARGUMENTO-4 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT ARGUMENTO-5 REPLACING ALL LOW-VALUE BY SPACE
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-HOJE
           MOVE ARGUMENTO TO DOC-TRABALHO
           PERFORM 0900-NORMALIZAR-DOCUMENTO
           EVALUATE TRUE
             WHEN FUNCAO-INCLUSAO
               PERFORM 1000-INCLUIR
             WHEN FUNCAO-LIBERACAO
               PERFORM 2000-LIBERAR
             WHEN FUNCAO-CONSULTA
               PERFORM 3000-CONSULTAR
             WHEN FUNCAO-LISTA
               PERFORM 4000-LISTAR
             WHEN OTHER
               DISPLAY "USO: ManterCPFBloqueio INCLUI <documento> "
                 "<motivo> <solicitante> <AAAAMMDD> [<AAAAMMDD>]"
               DISPLAY "     ManterCPFBloqueio LIBERA <documento> "
                 "<solicitante>"
               DISPLAY "     ManterCPFBloqueio CONSULTA <documento>"
               DISPLAY "     ManterCPFBloqueio LISTA"
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
      *
      *      Inclui o bloqueio do documento informado. Todos os
      *    argumentos são conferidos ANTES de abrir o arquivo: um
      *    bloqueio gravado com data digitada errada (por exemplo
      *    "AMANHA", que ordena acima dos dígitos) nunca entraria em
      *    vigor e ninguém perceberia. Um documento já bloqueado e
      *    vigente não é sobrescrito - o bloqueio em vigor tem que ser
      *    liberado antes, por quem de direito.
       1000-INCLUIR.
           MOVE ARGUMENTO-2(1:2) TO MOTIVO-PEDIDO
           MOVE ARGUMENTO-4(1:8) TO DATA-INICIO-PEDIDA
           MOVE ARGUMENTO-5(1:8) TO DATA-FIM-PEDIDA
           IF DOC-NORMALIZADO EQUAL TO SPACES
             DISPLAY "ERRO: informe o documento a bloquear."
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF NOT MOTIVO-VALIDO OR ARGUMENTO-2(3:8) NOT EQUAL TO SPACES
             DISPLAY "ERRO: motivo deve ser FR, OJ, BI ou SU "
               "(recebido '" ARGUMENTO-2 "')."
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF ARGUMENTO-3 EQUAL TO SPACES
             DISPLAY "ERRO: informe o solicitante do bloqueio."
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF DATA-INICIO-PEDIDA IS NOT NUMERIC
             OR ARGUMENTO-4(9:2) NOT EQUAL TO SPACES
             DISPLAY "ERRO: informe a data de inicio como AAAAMMDD "
               "(recebido '" ARGUMENTO-4 "')."
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF ARGUMENTO-5 NOT EQUAL TO SPACES
             IF DATA-FIM-PEDIDA IS NOT NUMERIC
               OR ARGUMENTO-5(9:2) NOT EQUAL TO SPACES
               DISPLAY "ERRO: informe a data de fim como AAAAMMDD "
                 "(recebido '" ARGUMENTO-5 "')."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
             END-IF
             IF DATA-FIM-PEDIDA LESS THAN DATA-INICIO-PEDIDA
               DISPLAY "ERRO: data de fim anterior a data de inicio."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
             END-IF
           END-IF
           PERFORM 0100-ABRIR-PARA-ATUALIZAR
           IF WS-STATUS-BLOQUEIO NOT EQUAL TO "00"
             EXIT PARAGRAPH
           END-IF
           MOVE DOC-NORMALIZADO TO BLQ-DOCUMENTO
           READ ARQ-BLOQUEIO
           IF WS-STATUS-BLOQUEIO EQUAL TO "00"
             PERFORM 0800-APURAR-VIGENCIA
             IF DESCR-VIGENCIA EQUAL TO "VIGENTE"
               OR DESCR-VIGENCIA EQUAL TO "A INICIAR"
               DISPLAY "Documento ja bloqueado (" BLQ-MOTIVO ", "
                 FUNCTION TRIM(DESCR-VIGENCIA) ") - libere o "
                 "bloqueio atual antes de incluir outro."
               MOVE 4 TO RETURN-CODE
               CLOSE ARQ-BLOQUEIO
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE SPACES TO REG-BLOQUEIO
           MOVE DOC-NORMALIZADO TO BLQ-DOCUMENTO
           MOVE MOTIVO-PEDIDO TO BLQ-MOTIVO
           MOVE ARGUMENTO-3 TO BLQ-SOLICITANTE
           MOVE DATA-INICIO-PEDIDA TO BLQ-DATA-INICIO
           IF ARGUMENTO-5 NOT EQUAL TO SPACES
             MOVE DATA-FIM-PEDIDA TO BLQ-DATA-FIM
           END-IF
           MOVE "A" TO BLQ-SITUACAO
           MOVE DATA-HOJE TO BLQ-DATA-INCLUSAO
      *      Documento que já esteve bloqueado (liberado ou vencido)
      *    volta a ser bloqueado sobre o mesmo registro.
           IF WS-STATUS-BLOQUEIO EQUAL TO "00"
             REWRITE REG-BLOQUEIO
           ELSE
             WRITE REG-BLOQUEIO
           END-IF
           IF WS-STATUS-BLOQUEIO EQUAL TO "00"
             DISPLAY "Bloqueio incluido para " DOC-NORMALIZADO "."
           ELSE
             DISPLAY "ERRO: nao foi possivel gravar o bloqueio "
               "(status " WS-STATUS-BLOQUEIO ")."
             MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE ARQ-BLOQUEIO.
      *
      *      Levanta o bloqueio do documento informado: o registro
      *    fica na lista como liberado, com a data e o responsável.
       2000-LIBERAR.
           IF DOC-NORMALIZADO EQUAL TO SPACES
             OR ARGUMENTO-2 EQUAL TO SPACES
             DISPLAY "ERRO: informe o documento e o solicitante da "
               "liberacao."
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQ-BLOQUEIO
           IF WS-STATUS-BLOQUEIO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir a lista de "
               "restricoes CPFBLQ (status " WS-STATUS-BLOQUEIO ")."
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE DOC-NORMALIZADO TO BLQ-DOCUMENTO
           READ ARQ-BLOQUEIO
           IF WS-STATUS-BLOQUEIO NOT EQUAL TO "00"
             OR BLQ-SITUACAO NOT EQUAL TO "A"
             DISPLAY "Documento sem bloqueio a liberar."
             MOVE 4 TO RETURN-CODE
             CLOSE ARQ-BLOQUEIO
             EXIT PARAGRAPH
           END-IF
           MOVE "L" TO BLQ-SITUACAO
           MOVE DATA-HOJE TO BLQ-DATA-LIBERACAO
           MOVE ARGUMENTO-2 TO BLQ-LIBERADO-POR
           REWRITE REG-BLOQUEIO
           IF WS-STATUS-BLOQUEIO EQUAL TO "00"
             DISPLAY "Bloqueio liberado para " DOC-NORMALIZADO "."
           ELSE
             DISPLAY "ERRO: nao foi possivel gravar a liberacao "
               "(status " WS-STATUS-BLOQUEIO ")."
             MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE ARQ-BLOQUEIO.
      *
      *      Exibe o bloqueio do documento informado, vigente ou não.
       3000-CONSULTAR.
           OPEN INPUT ARQ-BLOQUEIO
           IF WS-STATUS-BLOQUEIO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir a lista de "
               "restricoes CPFBLQ (status " WS-STATUS-BLOQUEIO ")."
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE DOC-NORMALIZADO TO BLQ-DOCUMENTO
           READ ARQ-BLOQUEIO
           IF WS-STATUS-BLOQUEIO EQUAL TO "00"
             PERFORM 0800-APURAR-VIGENCIA
             DISPLAY "Documento...........: " BLQ-DOCUMENTO
             DISPLAY "Motivo..............: " BLQ-MOTIVO " - "
               DESCR-MOTIVO
             DISPLAY "Solicitante.........: " BLQ-SOLICITANTE
             DISPLAY "Incluido em.........: " BLQ-DATA-INCLUSAO
             DISPLAY "Inicio..............: " BLQ-DATA-INICIO
             IF BLQ-DATA-FIM EQUAL TO SPACES
               DISPLAY "Fim.................: sem prazo"
             ELSE
               DISPLAY "Fim.................: " BLQ-DATA-FIM
             END-IF
             DISPLAY "Situacao............: " DESCR-VIGENCIA
             IF BLQ-SITUACAO EQUAL TO "L"
               DISPLAY "Liberado em.........: " BLQ-DATA-LIBERACAO
                 " por " BLQ-LIBERADO-POR
             END-IF
           ELSE
             DISPLAY "Documento fora da lista de restricoes "
               "(status " WS-STATUS-BLOQUEIO ")."
             MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ARQ-BLOQUEIO.
      *
      *      Percorre a lista inteira e exibe os bloqueios vigentes
      *    hoje, um por linha, com o total ao final.
       4000-LISTAR.
           OPEN INPUT ARQ-BLOQUEIO
           IF WS-STATUS-BLOQUEIO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir a lista de "
               "restricoes CPFBLQ (status " WS-STATUS-BLOQUEIO ")."
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO BLQ-DOCUMENTO
           START ARQ-BLOQUEIO KEY IS GREATER THAN BLQ-DOCUMENTO
           IF WS-STATUS-BLOQUEIO NOT EQUAL TO "00"
             SET NAO-HA-MAIS-BLOQUEIO TO TRUE
           END-IF
           PERFORM UNTIL NAO-HA-MAIS-BLOQUEIO
             READ ARQ-BLOQUEIO NEXT
               AT END
                 SET NAO-HA-MAIS-BLOQUEIO TO TRUE
               NOT AT END
                 PERFORM 0800-APURAR-VIGENCIA
                 IF DESCR-VIGENCIA EQUAL TO "VIGENTE"
                   ADD 1 TO TOTAL-VIGENTES
                   DISPLAY BLQ-DOCUMENTO " " BLQ-MOTIVO " "
                     BLQ-SOLICITANTE " " BLQ-DATA-INICIO " "
                     BLQ-DATA-FIM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARQ-BLOQUEIO
           MOVE TOTAL-VIGENTES TO VALOR-EDITADO
           DISPLAY "Bloqueios vigentes..: " VALOR-EDITADO.
      *
      *      Abre a lista para inclusão; na primeira inclusão o
      *    arquivo ainda não existe e é criado vazio.
       0100-ABRIR-PARA-ATUALIZAR.
           OPEN I-O ARQ-BLOQUEIO
           IF WS-STATUS-BLOQUEIO EQUAL TO "35"
             OPEN OUTPUT ARQ-BLOQUEIO
             CLOSE ARQ-BLOQUEIO
             OPEN I-O ARQ-BLOQUEIO
           END-IF
           IF WS-STATUS-BLOQUEIO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir a lista de "
               "restricoes CPFBLQ (status " WS-STATUS-BLOQUEIO ")."
             MOVE 8 TO RETURN-CODE
           END-IF.
      *
      *      Descreve o motivo e apura a vigência do bloqueio lido,
      *    pela mesma regra de CPFBLQS: não liberado, já iniciado e
      *    ainda não vencido.
       0800-APURAR-VIGENCIA.
           EVALUATE BLQ-MOTIVO
             WHEN "FR"
               MOVE "FRAUDE CONFIRMADA" TO DESCR-MOTIVO
             WHEN "OJ"
               MOVE "ORDEM JUDICIAL" TO DESCR-MOTIVO
             WHEN "BI"
               MOVE "BLOQUEIO INTERNO" TO DESCR-MOTIVO
             WHEN "SU"
               MOVE "SUSPEITA EM APURACAO" TO DESCR-MOTIVO
             WHEN OTHER
               MOVE "MOTIVO NAO CATALOGADO" TO DESCR-MOTIVO
           END-EVALUATE.
           EVALUATE TRUE
             WHEN BLQ-SITUACAO EQUAL TO "L"
               MOVE "LIBERADO" TO DESCR-VIGENCIA
             WHEN BLQ-DATA-INICIO GREATER THAN DATA-HOJE
               MOVE "A INICIAR" TO DESCR-VIGENCIA
             WHEN BLQ-DATA-FIM NOT EQUAL TO SPACES
               AND BLQ-DATA-FIM LESS THAN DATA-HOJE
               MOVE "VENCIDO" TO DESCR-VIGENCIA
             WHEN OTHER
               MOVE "VIGENTE" TO DESCR-VIGENCIA
           END-EVALUATE.
      *
      *      Monta em DOC-NORMALIZADO a chave da lista a partir de
      *    DOC-TRABALHO: dígitos e letras maiúsculas, contíguos, sem
      *    máscara - a mesma normalização dos demais programas da
      *    casa.
       0900-NORMALIZAR-DOCUMENTO.
           MOVE SPACES TO DOC-NORMALIZADO.
           MOVE ZERO TO QTD-CHAR-NORM.
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
