      *      O arquivo fica aberto entre as chamadas (o lote consulta
      *    e atualiza milhões de vezes por execução); o chamador deve
      *    pedir a função de fechamento ao terminar.
      *      Toda inclusão, atualização e carga de situação que chega
      *    ao arquivo é registrada no diário CPFJRN com a imagem do
      *    registro antes e depois da alteração, o programa chamador e
      *    o identificador da execução (o lote informado no registro).
      *    É com o diário e a última cópia de segurança que
      *    RecuperarCPFMestre reconstrói o mestre danificado no meio da
      *    noite. Sem diário não se altera o mestre: se o CPFJRN não
      *    abre ou não grava, o chamador recebe o status do diário.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE IS RANDOM
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
      *      Diário de alterações do mestre: momento da alteração,
      *    programa e execução que a fizeram, operação ("I" inclusão,
      *    "A" atualização de verificação, "S" carga de situação, "E"
      *    expurgo) e as imagens do registro antes (brancos numa
      *    inclusão) e depois (brancos num expurgo).
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
      *    chamada e permanece aberto até a função de fechamento.
           01 MESTRE-ABERTO    PIC X VALUE "N".
             88 ARQUIVO-MESTRE-ABERTO VALUE "S".
      *
      *      Status e controle de abertura do diário CPFJRN, aberto
      *    na primeira alteração e fechado com o mestre.
           01 WS-STATUS-JORNAL PIC X(2) VALUE SPACES.
      *
           01 JORNAL-ABERTO    PIC X VALUE "N".
             88 ARQUIVO-JORNAL-ABERTO VALUE "S".
      *
      *      Imagem do registro antes da alteração corrente e operação
      *    a registrar no diário.
           01 IMAGEM-ANTES     PIC X(80) VALUE SPACES.
      *
           01 OPERACAO-JORNAL  PIC X VALUE SPACE.
      *
       LINKAGE SECTION.
      *
      *    arquivo da operação que falhou.
           01 LK-MST-RETORNO   PIC X(2).
      *
      *      PROGRAM-ID do chamador, gravado no diário junto a cada
      *    alteração que ele faz no mestre.
           01 LK-MST-PROGRAMA  PIC X(16).
      *
       PROCEDURE DIVISION USING LK-FUNCAO LK-MST-REG LK-MST-RETORNO
           LK-MST-PROGRAMA.
       0000-INICIO.
           MOVE "00" TO LK-MST-RETORNO
           EVALUATE LK-FUNCAO
             MOVE "S" TO MESTRE-ABERTO
           END-IF.
      *
      *      Abre o diário para acréscimo na primeira alteração do
      *    mestre; quando ainda não existe, é criado.
       0150-GARANTIR-JORNAL.
           IF ARQUIVO-JORNAL-ABERTO
             EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-JORNAL.
           IF WS-STATUS-JORNAL NOT EQUAL TO "00"
             OPEN OUTPUT ARQ-JORNAL
           END-IF.
           IF WS-STATUS-JORNAL EQUAL TO "00"
             MOVE "S" TO JORNAL-ABERTO
           END-IF.
      *
      *      Consulta o documento informado e devolve o registro do
      *    mestre; "23" quando o documento ainda não é conhecido.
       1000-CONSULTAR.
             MOVE WS-STATUS-MESTRE TO LK-MST-RETORNO
             EXIT PARAGRAPH
           END-IF.
           PERFORM 0150-GARANTIR-JORNAL.
           IF NOT ARQUIVO-JORNAL-ABERTO
             MOVE WS-STATUS-JORNAL TO LK-MST-RETORNO
             EXIT PARAGRAPH
           END-IF.
           MOVE LK-MST-DOCUMENTO TO MST-DOCUMENTO.
           READ ARQ-MESTRE.
           IF WS-STATUS-MESTRE EQUAL TO "00"
             MOVE REG-MESTRE TO IMAGEM-ANTES
             ADD 1 TO MST-QTD-VERIFICACOES
             MOVE LK-MST-ULTIMA-DATA TO MST-ULTIMA-DATA
             MOVE LK-MST-ULTIMO-STATUS TO MST-ULTIMO-STATUS
             MOVE LK-MST-REGIAO-FISCAL TO MST-REGIAO-FISCAL
             MOVE LK-MST-MATRIZ-FILIAL TO MST-MATRIZ-FILIAL
             MOVE LK-MST-ULTIMO-LOTE TO MST-ULTIMO-LOTE
             MOVE "A" TO OPERACAO-JORNAL
             PERFORM 2900-GRAVAR-JORNAL
             IF WS-STATUS-JORNAL EQUAL TO "00"
               REWRITE REG-MESTRE
               IF WS-STATUS-MESTRE NOT EQUAL TO "00"
                 MOVE WS-STATUS-MESTRE TO LK-MST-RETORNO
               END-IF
             END-IF
           ELSE
             MOVE SPACES TO IMAGEM-ANTES
             MOVE SPACES TO REG-MESTRE
             MOVE LK-MST-DOCUMENTO TO MST-DOCUMENTO
             MOVE LK-MST-ULTIMA-DATA TO MST-PRIMEIRA-DATA
             MOVE LK-MST-REGIAO-FISCAL TO MST-REGIAO-FISCAL
             MOVE LK-MST-MATRIZ-FILIAL TO MST-MATRIZ-FILIAL
             MOVE LK-MST-ULTIMO-LOTE TO MST-ULTIMO-LOTE
             MOVE "I" TO OPERACAO-JORNAL
             PERFORM 2900-GRAVAR-JORNAL
             IF WS-STATUS-JORNAL EQUAL TO "00"
               WRITE REG-MESTRE
               IF WS-STATUS-MESTRE NOT EQUAL TO "00"
                 MOVE WS-STATUS-MESTRE TO LK-MST-RETORNO
               END-IF
             END-IF
           END-IF.
      *
      *    informado: só documentos já conhecidos recebem situação -
      *    um documento que nunca passou por aqui não tem registro
      *    para carregá-la, e o chamador recebe "23" para contabilizar
      *    a resposta sem destino. O lote informado no registro não é
      *    gravado no mestre; serve só para identificar a execução no
      *    diário.
       2500-REGISTRAR-SITUACAO.
           PERFORM 0100-GARANTIR-ABERTURA.
           IF NOT ARQUIVO-MESTRE-ABERTO
             MOVE WS-STATUS-MESTRE TO LK-MST-RETORNO
             EXIT PARAGRAPH
           END-IF.
           PERFORM 0150-GARANTIR-JORNAL.
           IF NOT ARQUIVO-JORNAL-ABERTO
             MOVE WS-STATUS-JORNAL TO LK-MST-RETORNO
             EXIT PARAGRAPH
           END-IF.
           MOVE LK-MST-DOCUMENTO TO MST-DOCUMENTO.
           READ ARQ-MESTRE.
           IF WS-STATUS-MESTRE EQUAL TO "00"
             MOVE REG-MESTRE TO IMAGEM-ANTES
             MOVE LK-MST-SITUACAO TO MST-SITUACAO
             MOVE LK-MST-SITUACAO-DATA TO MST-SITUACAO-DATA
             MOVE "S" TO OPERACAO-JORNAL
             PERFORM 2900-GRAVAR-JORNAL
             IF WS-STATUS-JORNAL EQUAL TO "00"
               REWRITE REG-MESTRE
               IF WS-STATUS-MESTRE NOT EQUAL TO "00"
                 MOVE WS-STATUS-MESTRE TO LK-MST-RETORNO
               END-IF
             END-IF
           ELSE
             MOVE WS-STATUS-MESTRE TO LK-MST-RETORNO
           END-IF.
      *
      *      Registra no diário a alteração que está para chegar ao
      *    mestre: a imagem anterior guardada em IMAGEM-ANTES e o
      *    registro como vai ficar. O diário é gravado antes do mestre
      *    - uma queda entre os dois deixa no diário uma alteração que
      *    a recuperação reaplica, nunca uma alteração do mestre sem
      *    diário. Uma falha aqui volta ao chamador e o mestre não é
      *    alterado.
       2900-GRAVAR-JORNAL.
           MOVE SPACES TO REG-JORNAL.
           MOVE FUNCTION CURRENT-DATE TO JRN-DATA-HORA.
           MOVE LK-MST-PROGRAMA TO JRN-PROGRAMA.
           MOVE LK-MST-ULTIMO-LOTE TO JRN-EXECUCAO.
           MOVE OPERACAO-JORNAL TO JRN-OPERACAO.
           MOVE IMAGEM-ANTES TO JRN-IMAGEM-ANTES.
           MOVE REG-MESTRE TO JRN-IMAGEM-DEPOIS.
           WRITE REG-JORNAL.
           IF WS-STATUS-JORNAL NOT EQUAL TO "00"
             MOVE WS-STATUS-JORNAL TO LK-MST-RETORNO
           END-IF.
      *
      *      Fecha o arquivo mestre e o diário ao final do
      *    processamento do chamador.
       3000-FECHAR.
           IF ARQUIVO-MESTRE-ABERTO
             CLOSE ARQ-MESTRE
               MOVE WS-STATUS-MESTRE TO LK-MST-RETORNO
             END-IF
           END-IF.
           IF ARQUIVO-JORNAL-ABERTO
             CLOSE ARQ-JORNAL
             MOVE "N" TO JORNAL-ABERTO
             IF WS-STATUS-JORNAL NOT EQUAL TO "00"
               MOVE WS-STATUS-JORNAL TO LK-MST-RETORNO
             END-IF
           END-IF.
