       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFBLQS.
      *
      *      Sub-rotina de consulta à lista interna de restrições
      *    CPFBLQ, indexada pelo número normalizado do documento (a
      *    mesma chave do cadastro-mestre CPFMST): fraude confirmada,
      *    ordem judicial e bloqueios internos que compliance mantinha
      *    numa planilha que nenhum programa lia. VerificarCPFLote,
      *    VerificarCPFTela e VerificarCPF consultam a lista por aqui,
      *    para que a regra de vigência de um bloqueio seja uma só.
      *      Um bloqueio está vigente quando não foi liberado, a data
      *    de início já chegou e a data de fim (quando informada) ainda
      *    não passou. A lista é mantida por ManterCPFBloqueio; aqui o
      *    arquivo é só lido, e fica aberto entre as chamadas até o
      *    chamador pedir a função de fechamento.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BLOQUEIO ASSIGN TO "CPFBLQ"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
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
      *      Status do arquivo de restrições ("00" = OK, "23" = chave
      *    não encontrada, "35" = arquivo não existe).
           01 WS-STATUS-BLOQUEIO PIC X(2) VALUE SPACES.
      *
      *      Controle de abertura: o arquivo é aberto na primeira
      *    chamada e permanece aberto até a função de fechamento.
           01 BLOQUEIO-ABERTO  PIC X VALUE "N".
             88 ARQUIVO-BLOQUEIO-ABERTO VALUE "S".
      *
      *      Data de hoje (AAAAMMDD), contra a qual a vigência do
      *    bloqueio é conferida.
           01 DATA-HOJE        PIC X(8) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
      *      Função pedida: "C" consulta o documento, "F" fecha o
      *    arquivo ao final do processamento.
           01 LK-FUNCAO        PIC X.
      *
      *      Registro trocado com o chamador: entra com o documento
      *    normalizado e, na consulta de um bloqueio vigente, sai
      *    preenchido com o que a lista guarda.
           01 LK-BLQ-REG.
             05 LK-BLQ-DOCUMENTO      PIC X(18).
             05 LK-BLQ-MOTIVO         PIC X(2).
             05 LK-BLQ-SOLICITANTE    PIC X(10).
             05 LK-BLQ-DATA-INICIO    PIC X(8).
             05 LK-BLQ-DATA-FIM       PIC X(8).
             05 LK-BLQ-SITUACAO       PIC X.
             05 LK-BLQ-DATA-INCLUSAO  PIC X(8).
             05 LK-BLQ-DATA-LIBERACAO PIC X(8).
             05 LK-BLQ-LIBERADO-POR   PIC X(10).
      *
      *      Descrição por extenso do código de motivo, para que as
      *    telas e os relatórios mostrem o mesmo texto.
           01 LK-BLQ-DESCR-MOTIVO PIC X(25).
      *
      *      Retorno da operação: "00" bloqueio vigente, "23" documento
      *    sem bloqueio vigente (fora da lista, liberado, ainda não
      *    iniciado ou vencido), qualquer outro valor é o status de
      *    arquivo da operação que falhou.
           01 LK-BLQ-RETORNO   PIC X(2).
      *
       PROCEDURE DIVISION USING LK-FUNCAO LK-BLQ-REG
           LK-BLQ-DESCR-MOTIVO LK-BLQ-RETORNO.
       0000-INICIO.
           MOVE "00" TO LK-BLQ-RETORNO
           EVALUATE LK-FUNCAO
             WHEN "C"
               PERFORM 1000-CONSULTAR
             WHEN "F"
               PERFORM 3000-FECHAR
             WHEN OTHER
               MOVE "99" TO LK-BLQ-RETORNO
           END-EVALUATE
           GOBACK.
      *
      *      Abre a lista de restrições na primeira operação. Ao
      *    contrário do mestre, a lista não é criada aqui: só
      *    ManterCPFBloqueio inclui bloqueios, e um arquivo ausente
      *    volta ao chamador como status de arquivo.
       0100-GARANTIR-ABERTURA.
           IF ARQUIVO-BLOQUEIO-ABERTO
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-BLOQUEIO.
           IF WS-STATUS-BLOQUEIO EQUAL TO "00"
             MOVE "S" TO BLOQUEIO-ABERTO
           END-IF.
      *
      *      Consulta o documento informado e decide a vigência do
      *    bloqueio na data de hoje; só um bloqueio vigente devolve o
      *    registro preenchido e "00".
       1000-CONSULTAR.
           PERFORM 0100-GARANTIR-ABERTURA.
           IF NOT ARQUIVO-BLOQUEIO-ABERTO
             MOVE WS-STATUS-BLOQUEIO TO LK-BLQ-RETORNO
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LK-BLQ-DESCR-MOTIVO.
           MOVE LK-BLQ-DOCUMENTO TO BLQ-DOCUMENTO.
           READ ARQ-BLOQUEIO.
           IF WS-STATUS-BLOQUEIO NOT EQUAL TO "00"
             MOVE WS-STATUS-BLOQUEIO TO LK-BLQ-RETORNO
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-HOJE.
           IF BLQ-SITUACAO NOT EQUAL TO "A"
             OR BLQ-DATA-INICIO GREATER THAN DATA-HOJE
             OR (BLQ-DATA-FIM NOT EQUAL TO SPACES
               AND BLQ-DATA-FIM LESS THAN DATA-HOJE)
             MOVE "23" TO LK-BLQ-RETORNO
             EXIT PARAGRAPH
           END-IF.
           MOVE REG-BLOQUEIO TO LK-BLQ-REG.
           PERFORM 1100-DESCREVER-MOTIVO.
      *
      *      Traduz o código de motivo do bloqueio, na tabela de
      *    motivos aceita por ManterCPFBloqueio.
       1100-DESCREVER-MOTIVO.
           EVALUATE BLQ-MOTIVO
             WHEN "FR"
               MOVE "FRAUDE CONFIRMADA" TO LK-BLQ-DESCR-MOTIVO
             WHEN "OJ"
               MOVE "ORDEM JUDICIAL" TO LK-BLQ-DESCR-MOTIVO
             WHEN "BI"
               MOVE "BLOQUEIO INTERNO" TO LK-BLQ-DESCR-MOTIVO
             WHEN "SU"
               MOVE "SUSPEITA EM APURACAO" TO LK-BLQ-DESCR-MOTIVO
             WHEN OTHER
               MOVE "MOTIVO NAO CATALOGADO" TO LK-BLQ-DESCR-MOTIVO
           END-EVALUATE.
      *
      *      Fecha a lista de restrições ao final do processamento do
      *    chamador.
       3000-FECHAR.
           IF ARQUIVO-BLOQUEIO-ABERTO
             CLOSE ARQ-BLOQUEIO
             MOVE "N" TO BLOQUEIO-ABERTO
             IF WS-STATUS-BLOQUEIO NOT EQUAL TO "00"
               MOVE WS-STATUS-BLOQUEIO TO LK-BLQ-RETORNO
             END-IF
           END-IF.
