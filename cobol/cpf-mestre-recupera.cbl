       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecuperarCPFMestre.
      *
      *      Reconstrói o cadastro-mestre CPFMST a partir da última
      *    cópia de segurança CPFMSTB (cópia do arquivo indexado, com
      *    o mesmo layout) e do diário de alterações CPFJRN gravado por
      *    CPFMSTR e pelo expurgo de ManterCPFMestre. Para quando o
      *    mestre se corrompe no meio da noite: em vez de perder o dia
      *    inteiro de verificações e situações da Receita, o mestre
      *    volta ao ponto escolhido. Dois argumentos, por linha de
      *    comando:
      *        <AAAAMMDDHHMMSS da cópia>  - momento em que a cópia foi
      *    tirada; alterações do diário até ele já estão na cópia e
      *    são puladas;
      *        <AAAAMMDDHHMMSS limite>    - opcional; alterações
      *    posteriores a ele não são aplicadas (sem limite, o diário
      *    inteiro é aplicado).
      *      O CPFMST é recriado do zero com os registros da cópia e
      *    recebe, na ordem do diário, a imagem posterior de cada
      *    inclusão, atualização e carga de situação e a remoção de
      *    cada expurgo. Antes de aplicar uma alteração, a imagem
      *    anterior do diário é conferida com o registro reconstruído
      *    até ali; qualquer diferença é uma divergência - o diário e
      *    a cópia não contam a mesma história - e é exibida.
      *      Numa noite partida as fatias de VerificarCPFLote gravam o
      *    diário em CPFJRNnn, que só chega ao CPFJRN pela junção. Se
      *    o plano CPFPAR da noite ainda não está JUNTADA, os diários
      *    das fatias são lidos junto com o CPFJRN e as alterações de
      *    todos são aplicadas na ordem de data/hora - o mestre que
      *    se corrompe no meio da noite partida também volta ao ponto
      *    escolhido. Plano já juntado: os diários das fatias já estão
      *    no CPFJRN e não são lidos de novo.
      *      A reconstrução termina com a conciliação das contagens:
      *    registros da cópia, mais inclusões, menos expurgos aplicados
      *    devem ser exatamente os registros do mestre reconstruído.
      *    RETURN-CODE 0 quando tudo confere, 4 quando houve
      *    divergências de imagem mas a contagem fecha, 12 quando a
      *    contagem não fecha, 8 em erro de uso ou de arquivo.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-COPIA ASSIGN TO "CPFMSTB"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CPB-DOCUMENTO
             FILE STATUS IS WS-STATUS-COPIA.
      *
           SELECT ARQ-MESTRE ASSIGN TO "CPFMST"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MST-DOCUMENTO
             FILE STATUS IS WS-STATUS-MESTRE.
      *
           SELECT ARQ-JORNAL ASSIGN TO "CPFJRN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-JORNAL.
      *
      *      Plano da noite partida (opcional) e diário de uma fatia;
      *    o nome do diário da fatia é montado em tempo de execução
      *    (CPFJRN01, CPFJRN02, ...).
           SELECT ARQ-PLANO ASSIGN TO "CPFPAR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PLANO.
      *
           SELECT ARQ-JORNAL-PARTICAO ASSIGN TO NOME-ARQUIVO-PARTICAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARTICAO.
      *
           SELECT SD-JORNAL ASSIGN TO "SORTWK1".
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-COPIA.
           01 REG-COPIA.
             05 CPB-DOCUMENTO        PIC X(18).
             05 FILLER               PIC X(62).
      *
       FD  ARQ-MESTRE.
           01 REG-MESTRE.
             05 MST-DOCUMENTO        PIC X(18).
             05 MST-PRIMEIRA-DATA    PIC X(8).
             05 MST-ULTIMA-DATA      PIC X(8).
             05 MST-QTD-VERIFICACOES PIC 9(9).
             05 MST-ULTIMO-STATUS    PIC 9.
             05 MST-TIPO-DOC         PIC X(4).
             05 MST-REGIAO-FISCAL    PIC X.
             05 MST-MATRIZ-FILIAL    PIC X(6).
             05 MST-ULTIMO-LOTE      PIC X(16).
             05 MST-SITUACAO         PIC X.
             05 MST-SITUACAO-DATA    PIC X(8).
      *
      *      Diário de alterações do mestre (layout de CPFMSTR, em
      *    REG-JORNAL).
       FD  ARQ-JORNAL.
           01 REG-JORNAL-LIDO    PIC X(219).
      *
      *      Plano da noite, no layout gravado por DividirEntradaLote.
       FD  ARQ-PLANO.
           01 REG-PLANO.
             05 PAR-PARTICAO       PIC 9(2).
             05 FILLER             PIC X.
             05 PAR-QTD-REGISTROS  PIC 9(9).
             05 FILLER             PIC X.
             05 PAR-EXECUCAO       PIC X(16).
             05 FILLER             PIC X.
             05 PAR-CRITERIO       PIC X(8).
             05 FILLER             PIC X.
             05 PAR-SITUACAO       PIC X(8).
             05 FILLER             PIC X.
             05 PAR-QTD-PARTICOES  PIC 9(2).
      *
       FD  ARQ-JORNAL-PARTICAO.
           01 REG-JORNAL-PARTICAO PIC X(219).
      *
      *      Alterações de todos os diários, por data/hora; linhas do
      *    mesmo instante mantêm a ordem de leitura.
       SD  SD-JORNAL.
           01 REG-SD-JORNAL.
             05 SDJ-DATA-HORA    PIC X(16).
             05 SDJ-SEQUENCIA    PIC 9(9).
             05 SDJ-REGISTRO     PIC X(219).
      *
       WORKING-STORAGE SECTION.
      *
      *      Alteração corrente do diário.
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
      *      Momentos recebidos por linha de comando (AAAAMMDDHHMMSS).
           01 DATA-HORA-COPIA  PIC X(14).
      *
           01 DATA-HORA-LIMITE PIC X(14).
      *
      *      Status dos arquivos ("00" = OK, "23" = chave não
      *    encontrada, "35" = arquivo não existe).
           01 WS-STATUS-COPIA  PIC X(2) VALUE SPACES.
           01 WS-STATUS-MESTRE PIC X(2) VALUE SPACES.
           01 WS-STATUS-JORNAL PIC X(2) VALUE SPACES.
           01 WS-STATUS-PLANO  PIC X(2) VALUE SPACES.
           01 WS-STATUS-PARTICAO PIC X(2) VALUE SPACES.
      *
      *      Indicadores de fim de arquivo.
           01 FIM-COPIA        PIC X VALUE "N".
             88 NAO-HA-MAIS-COPIA VALUE "S".
      *
           01 FIM-JORNAL       PIC X VALUE "N".
             88 NAO-HA-MAIS-JORNAL VALUE "S".
      *
           01 FIM-MESTRE       PIC X VALUE "N".
             88 NAO-HA-MAIS-MESTRE VALUE "S".
      *
           01 FIM-PLANO        PIC X VALUE "N".
             88 NAO-HA-MAIS-PLANO VALUE "S".
      *
           01 FIM-PARTICAO     PIC X VALUE "N".
             88 NAO-HA-MAIS-PARTICAO VALUE "S".
      *
           01 FIM-SORT         PIC X VALUE "N".
             88 NAO-HA-MAIS-SORT VALUE "S".
      *
      *      Noite partida ainda não juntada: quantidade de partições
      *    do plano cujos diários entram na reconstrução.
           01 QTD-PARTICOES    PIC 9(2) VALUE ZERO.
      *
           01 SITUACAO-PLANO   PIC X(8) VALUE SPACES.
      *
           01 IND-PARTICAO     PIC 9(2) VALUE ZERO.
      *
           01 NOME-ARQUIVO-PARTICAO PIC X(12) VALUE SPACES.
      *
      *      Ordem de leitura alimentada na classificação.
           01 SEQUENCIA-LEITURA PIC 9(9) VALUE ZERO.
      *
      *      Situação do documento da alteração corrente no mestre
      *    reconstruído até aqui.
           01 DOCUMENTO-NO-MESTRE PIC X VALUE "N".
             88 DOCUMENTO-EXISTE VALUE "S".
      *
      *      Chave do documento da alteração corrente: a imagem
      *    anterior num expurgo, a posterior nas demais operações.
           01 CHAVE-JORNAL     PIC X(18) VALUE SPACES.
      *
      *      Contadores da reconstrução.
           01 TOTAL-COPIA          PIC 9(9) VALUE ZERO.
           01 TOTAL-JORNAL         PIC 9(9) VALUE ZERO.
           01 TOTAL-JORNAL-PARTICAO PIC 9(9) VALUE ZERO.
           01 TOTAL-JA-NA-COPIA    PIC 9(9) VALUE ZERO.
           01 TOTAL-APOS-LIMITE    PIC 9(9) VALUE ZERO.
           01 TOTAL-INCLUSOES      PIC 9(9) VALUE ZERO.
           01 TOTAL-ATUALIZACOES   PIC 9(9) VALUE ZERO.
           01 TOTAL-SITUACOES      PIC 9(9) VALUE ZERO.
           01 TOTAL-EXPURGOS       PIC 9(9) VALUE ZERO.
           01 TOTAL-DIVERGENCIAS   PIC 9(9) VALUE ZERO.
           01 TOTAL-ESPERADO       PIC 9(9) VALUE ZERO.
           01 TOTAL-RECONSTRUIDO   PIC 9(9) VALUE ZERO.
      *
      *      Edição dos contadores para exibição.
           01 VALOR-EDITADO    PIC ZZZZZZZZ9.
      *
       PROCEDURE DIVISION CHAINING DATA-HORA-COPIA DATA-HORA-LIMITE.
       0000-INICIO.
           INSPECT DATA-HORA-COPIA REPLACING ALL LOW-VALUE BY SPACE
           INSPECT DATA-HORA-LIMITE REPLACING ALL LOW-VALUE BY SPACE
           IF DATA-HORA-COPIA IS NOT NUMERIC
             OR (DATA-HORA-LIMITE NOT EQUAL TO SPACES
               AND DATA-HORA-LIMITE IS NOT NUMERIC)
             DISPLAY "USO: RecuperarCPFMestre <AAAAMMDDHHMMSS da copia>"
               " [<AAAAMMDDHHMMSS limite>]"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM 1000-CARREGAR-COPIA
           PERFORM 2000-APLICAR-JORNAL
           PERFORM 3000-CONTAR-MESTRE
           PERFORM 9000-EXIBIR-RESUMO
           STOP RUN.
      *
      *      Recria o CPFMST vazio e carrega nele todos os registros
      *    da cópia de segurança, na ordem da chave.
       1000-CARREGAR-COPIA.
           OPEN INPUT ARQ-COPIA
           IF WS-STATUS-COPIA NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir a copia de "
               "seguranca CPFMSTB (status " WS-STATUS-COPIA ")."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT ARQ-MESTRE
           IF WS-STATUS-MESTRE NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel recriar o cadastro-mestre "
               "CPFMST (status " WS-STATUS-MESTRE ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-COPIA
             STOP RUN
           END-IF
           PERFORM UNTIL NAO-HA-MAIS-COPIA
             READ ARQ-COPIA
               AT END
                 SET NAO-HA-MAIS-COPIA TO TRUE
               NOT AT END
                 WRITE REG-MESTRE FROM REG-COPIA
                 IF WS-STATUS-MESTRE NOT EQUAL TO "00"
                   DISPLAY "ERRO: falha ao gravar no CPFMST o "
                     "documento " CPB-DOCUMENTO " da copia (status "
                     WS-STATUS-MESTRE ")."
                   MOVE 8 TO RETURN-CODE
                   CLOSE ARQ-MESTRE
                   CLOSE ARQ-COPIA
                   STOP RUN
                 END-IF
                 ADD 1 TO TOTAL-COPIA
             END-READ
           END-PERFORM
           CLOSE ARQ-MESTRE
           CLOSE ARQ-COPIA.
      *
      *      Lê o plano da noite partida, se houver. Só um plano ainda
      *    não juntado traz diários de fatia a ler; sem plano, ou com
      *    plano juntado, vale só o CPFJRN.
       1500-LER-PLANO.
           OPEN INPUT ARQ-PLANO
           IF WS-STATUS-PLANO NOT EQUAL TO "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NAO-HA-MAIS-PLANO
             READ ARQ-PLANO
               AT END
                 SET NAO-HA-MAIS-PLANO TO TRUE
               NOT AT END
                 IF PAR-PARTICAO IS NUMERIC
                   AND PAR-PARTICAO GREATER THAN QTD-PARTICOES
                   MOVE PAR-PARTICAO TO QTD-PARTICOES
                   MOVE PAR-SITUACAO TO SITUACAO-PLANO
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARQ-PLANO
           IF SITUACAO-PLANO EQUAL TO "JUNTADA"
             MOVE ZERO TO QTD-PARTICOES
           END-IF
           IF QTD-PARTICOES GREATER THAN ZERO
             DISPLAY "Noite partida nao juntada - diarios de "
               QTD-PARTICOES " particoes incluidos."
           END-IF.
      *
      *      Percorre os diários em ordem de data/hora e aplica ao
      *    mestre as alterações posteriores à cópia e não posteriores
      *    ao limite. Os diários são lidos até o fim, para que o resumo
      *    conte também o que ficou de fora.
       2000-APLICAR-JORNAL.
           PERFORM 1500-LER-PLANO
           OPEN I-O ARQ-MESTRE
           IF WS-STATUS-MESTRE NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel reabrir o cadastro-mestre "
               "CPFMST (status " WS-STATUS-MESTRE ")."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           SORT SD-JORNAL
             ON ASCENDING KEY SDJ-DATA-HORA SDJ-SEQUENCIA
             INPUT PROCEDURE IS 2010-LER-JORNAIS
             OUTPUT PROCEDURE IS 2050-APLICAR-CLASSIFICADO
           CLOSE ARQ-MESTRE.
      *
      *      Alimenta a classificação com o CPFJRN e, na noite partida
      *    ainda não juntada, com os diários das fatias.
       2010-LER-JORNAIS.
           OPEN INPUT ARQ-JORNAL
           IF WS-STATUS-JORNAL NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o diario do mestre "
               "CPFJRN (status " WS-STATUS-JORNAL ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-MESTRE
             STOP RUN
           END-IF
           PERFORM UNTIL NAO-HA-MAIS-JORNAL
             READ ARQ-JORNAL
               AT END
                 SET NAO-HA-MAIS-JORNAL TO TRUE
               NOT AT END
                 ADD 1 TO SEQUENCIA-LEITURA
                 MOVE REG-JORNAL-LIDO(1:16) TO SDJ-DATA-HORA
                 MOVE SEQUENCIA-LEITURA TO SDJ-SEQUENCIA
                 MOVE REG-JORNAL-LIDO TO SDJ-REGISTRO
                 RELEASE REG-SD-JORNAL
             END-READ
           END-PERFORM
           CLOSE ARQ-JORNAL
           PERFORM VARYING IND-PARTICAO FROM 1 BY 1
             UNTIL IND-PARTICAO GREATER THAN QTD-PARTICOES
             MOVE SPACES TO NOME-ARQUIVO-PARTICAO
             STRING "CPFJRN" IND-PARTICAO DELIMITED BY SIZE
               INTO NOME-ARQUIVO-PARTICAO
             OPEN INPUT ARQ-JORNAL-PARTICAO
             IF WS-STATUS-PARTICAO EQUAL TO "00"
               MOVE "N" TO FIM-PARTICAO
               PERFORM UNTIL NAO-HA-MAIS-PARTICAO
                 READ ARQ-JORNAL-PARTICAO
                   AT END
                     SET NAO-HA-MAIS-PARTICAO TO TRUE
                   NOT AT END
                     ADD 1 TO SEQUENCIA-LEITURA
                     ADD 1 TO TOTAL-JORNAL-PARTICAO
                     MOVE REG-JORNAL-PARTICAO(1:16) TO SDJ-DATA-HORA
                     MOVE SEQUENCIA-LEITURA TO SDJ-SEQUENCIA
                     MOVE REG-JORNAL-PARTICAO TO SDJ-REGISTRO
                     RELEASE REG-SD-JORNAL
                 END-READ
               END-PERFORM
               CLOSE ARQ-JORNAL-PARTICAO
             END-IF
           END-PERFORM.
      *
      *      Aplica as alterações já na ordem de data/hora.
       2050-APLICAR-CLASSIFICADO.
           PERFORM UNTIL NAO-HA-MAIS-SORT
             RETURN SD-JORNAL
               AT END
                 SET NAO-HA-MAIS-SORT TO TRUE
               NOT AT END
                 MOVE SDJ-REGISTRO TO REG-JORNAL
                 ADD 1 TO TOTAL-JORNAL
                 EVALUATE TRUE
                   WHEN JRN-DATA-HORA(1:14) NOT GREATER THAN
                       DATA-HORA-COPIA
                     ADD 1 TO TOTAL-JA-NA-COPIA
                   WHEN DATA-HORA-LIMITE NOT EQUAL TO SPACES
                     AND JRN-DATA-HORA(1:14) GREATER THAN
                       DATA-HORA-LIMITE
                     ADD 1 TO TOTAL-APOS-LIMITE
                   WHEN OTHER
                     PERFORM 2100-APLICAR-ALTERACAO
                 END-EVALUATE
             END-RETURN
           END-PERFORM.
      *
      *      Aplica uma alteração do diário: localiza o documento no
      *    mestre reconstruído, confere a imagem anterior e grava a
      *    posterior (ou remove, no expurgo).
       2100-APLICAR-ALTERACAO.
           IF JRN-OPERACAO EQUAL TO "E"
             MOVE JRN-IMAGEM-ANTES(1:18) TO CHAVE-JORNAL
           ELSE
             MOVE JRN-IMAGEM-DEPOIS(1:18) TO CHAVE-JORNAL
           END-IF.
           MOVE CHAVE-JORNAL TO MST-DOCUMENTO.
           READ ARQ-MESTRE.
           IF WS-STATUS-MESTRE EQUAL TO "00"
             MOVE "S" TO DOCUMENTO-NO-MESTRE
           ELSE
             MOVE "N" TO DOCUMENTO-NO-MESTRE
           END-IF.
           EVALUATE JRN-OPERACAO
             WHEN "I"
               ADD 1 TO TOTAL-INCLUSOES
               IF DOCUMENTO-EXISTE
                 PERFORM 2800-REGISTRAR-DIVERGENCIA
               END-IF
               PERFORM 2200-GRAVAR-IMAGEM
             WHEN "A"
             WHEN "S"
               IF JRN-OPERACAO EQUAL TO "A"
                 ADD 1 TO TOTAL-ATUALIZACOES
               ELSE
                 ADD 1 TO TOTAL-SITUACOES
               END-IF
               IF NOT DOCUMENTO-EXISTE
                 OR REG-MESTRE NOT EQUAL TO JRN-IMAGEM-ANTES
                 PERFORM 2800-REGISTRAR-DIVERGENCIA
               END-IF
               PERFORM 2200-GRAVAR-IMAGEM
             WHEN "E"
               ADD 1 TO TOTAL-EXPURGOS
               IF NOT DOCUMENTO-EXISTE
                 OR REG-MESTRE NOT EQUAL TO JRN-IMAGEM-ANTES
                 PERFORM 2800-REGISTRAR-DIVERGENCIA
               END-IF
               IF DOCUMENTO-EXISTE
                 DELETE ARQ-MESTRE
                 PERFORM 2900-CONFERIR-GRAVACAO
               END-IF
             WHEN OTHER
               PERFORM 2800-REGISTRAR-DIVERGENCIA
           END-EVALUATE.
      *
      *      Grava a imagem posterior da alteração: regrava o
      *    documento que já está no mestre ou inclui o que não está.
       2200-GRAVAR-IMAGEM.
           IF DOCUMENTO-EXISTE
             MOVE JRN-IMAGEM-DEPOIS TO REG-MESTRE
             REWRITE REG-MESTRE
           ELSE
             MOVE JRN-IMAGEM-DEPOIS TO REG-MESTRE
             WRITE REG-MESTRE
           END-IF.
           PERFORM 2900-CONFERIR-GRAVACAO.
      *
      *      Uma imagem anterior que não bate com o mestre
      *    reconstruído, uma inclusão de documento que já existe ou uma
      *    operação desconhecida: a alteração é exibida e contada, e a
      *    reconstrução segue com a imagem do diário.
       2800-REGISTRAR-DIVERGENCIA.
           ADD 1 TO TOTAL-DIVERGENCIAS.
           DISPLAY "AVISO: divergencia no diario - " JRN-DATA-HORA(1:14)
             " " JRN-PROGRAMA " " JRN-EXECUCAO " operacao "
             JRN-OPERACAO " documento " CHAVE-JORNAL.
      *
      *      Falha de gravação no mestre interrompe a reconstrução: um
      *    mestre reconstruído pela metade não pode ir para produção.
       2900-CONFERIR-GRAVACAO.
           IF WS-STATUS-MESTRE NOT EQUAL TO "00"
             DISPLAY "ERRO: falha ao aplicar ao CPFMST a alteracao de "
               JRN-DATA-HORA(1:14) " do documento " CHAVE-JORNAL
               " (status " WS-STATUS-MESTRE ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-MESTRE
             STOP RUN
           END-IF.
      *
      *      Conta os registros do mestre reconstruído, lendo-o de
      *    ponta a ponta, para a conciliação final.
       3000-CONTAR-MESTRE.
           OPEN INPUT ARQ-MESTRE
           IF WS-STATUS-MESTRE NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel reabrir o cadastro-mestre "
               "CPFMST (status " WS-STATUS-MESTRE ")."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE LOW-VALUES TO MST-DOCUMENTO
           START ARQ-MESTRE KEY IS GREATER THAN MST-DOCUMENTO
           IF WS-STATUS-MESTRE NOT EQUAL TO "00"
             SET NAO-HA-MAIS-MESTRE TO TRUE
           END-IF
           PERFORM UNTIL NAO-HA-MAIS-MESTRE
             READ ARQ-MESTRE NEXT
               AT END
                 SET NAO-HA-MAIS-MESTRE TO TRUE
               NOT AT END
                 ADD 1 TO TOTAL-RECONSTRUIDO
             END-READ
           END-PERFORM
           CLOSE ARQ-MESTRE.
      *
      *      Resumo da reconstrução e conciliação das contagens para
      *    o log do job.
       9000-EXIBIR-RESUMO.
           MOVE TOTAL-COPIA TO VALOR-EDITADO.
           DISPLAY "Registros da copia CPFMSTB......: " VALOR-EDITADO.
           MOVE TOTAL-JORNAL TO VALOR-EDITADO.
           DISPLAY "Alteracoes lidas do diario......: " VALOR-EDITADO.
           MOVE TOTAL-JORNAL-PARTICAO TO VALOR-EDITADO.
           DISPLAY "  dos diarios das particoes.....: " VALOR-EDITADO.
           MOVE TOTAL-JA-NA-COPIA TO VALOR-EDITADO.
           DISPLAY "  ja contidas na copia..........: " VALOR-EDITADO.
           MOVE TOTAL-APOS-LIMITE TO VALOR-EDITADO.
           DISPLAY "  posteriores ao limite.........: " VALOR-EDITADO.
           MOVE TOTAL-INCLUSOES TO VALOR-EDITADO.
           DISPLAY "Inclusoes aplicadas.............: " VALOR-EDITADO.
           MOVE TOTAL-ATUALIZACOES TO VALOR-EDITADO.
           DISPLAY "Atualizacoes aplicadas..........: " VALOR-EDITADO.
           MOVE TOTAL-SITUACOES TO VALOR-EDITADO.
           DISPLAY "Situacoes aplicadas.............: " VALOR-EDITADO.
           MOVE TOTAL-EXPURGOS TO VALOR-EDITADO.
           DISPLAY "Expurgos aplicados..............: " VALOR-EDITADO.
           MOVE TOTAL-DIVERGENCIAS TO VALOR-EDITADO.
           DISPLAY "Divergencias de imagem..........: " VALOR-EDITADO.
           COMPUTE TOTAL-ESPERADO = TOTAL-COPIA + TOTAL-INCLUSOES
             - TOTAL-EXPURGOS.
           MOVE TOTAL-ESPERADO TO VALOR-EDITADO.
           DISPLAY "Registros esperados no mestre...: " VALOR-EDITADO.
           MOVE TOTAL-RECONSTRUIDO TO VALOR-EDITADO.
           DISPLAY "Registros no mestre reconstruido: " VALOR-EDITADO.
           IF TOTAL-RECONSTRUIDO NOT EQUAL TO TOTAL-ESPERADO
             DISPLAY "*** CONTAGEM NAO CONFERE - mestre reconstruido "
               "nao corresponde a copia mais o diario."
             MOVE 12 TO RETURN-CODE
           ELSE
             DISPLAY "Contagem confere com copia mais diario."
             IF TOTAL-DIVERGENCIAS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
