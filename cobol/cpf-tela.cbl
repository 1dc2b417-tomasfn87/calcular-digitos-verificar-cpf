      *    falhados - é dali que RelatorioProdutividade apura a
      *    produtividade por operador e agência, e é ali que compliance
      *    encontra QUEM verificou um documento no balcão.
      *      Cada documento conferido é também procurado na lista
      *    interna de restrições CPFBLQ (sub-rotina CPFBLQS, com ON
      *    EXCEPTION): havendo bloqueio vigente, a tela mostra o
      *    motivo e quem o pediu, e a ocorrência vai para o CPFBLQT com
      *    operador, agência e sessão.
      *      Documento que falha na conferência, com situação
      *    irregular na Receita ou com bloqueio vigente só segue no
      *    atendimento com a autorização de um supervisor: o próprio
      *    supervisor se identifica na tela com o seu código de
      *    operador e um código de motivo, e a decisão - autorizado, ou
      *    recusado pelo balconista - vai para o diário de liberações
      *    CPFOVR com a sessão e o carimbo da linha de auditoria do
      *    documento. É dali que RelatorioLiberacoes monta o quadro
      *    semanal da auditoria de agências.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARQ-SESSOES ASSIGN TO "CPFSES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SESSOES.
      *
      *      Ocorrências de documentos bloqueados conferidos no
      *    balcão, no arquivo próprio deste gravador; o lote e
      *    VerificarCPF gravam nos seus, e RelatorioBloqueios lê os
      *    três.
           SELECT ARQ-OCORRENCIAS-BLQ ASSIGN TO "CPFBLQT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-OCORRENCIAS.
      *
      *      Diário de liberações do balcão: uma linha por documento
      *    que exigiu autorização do supervisor, com a decisão tomada.
           SELECT ARQ-LIBERACOES ASSIGN TO "CPFOVR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIBERACOES.
      *
      *      Cadastro de supervisores habilitados a autorizar, por
      *    agência. Opcional: sem ele, qualquer operador diferente do
      *    balconista autoriza, e a liberação sai marcada como não
      *    conferida no cadastro.
           SELECT ARQ-SUPERVISORES ASSIGN TO "CPFSUP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SUPERVISORES.
      *
       DATA DIVISION.
       FILE SECTION.
             05 SES-CONFERIDOS PIC 9(5).
             05 FILLER         PIC X.
             05 SES-FALHAS     PIC 9(5).
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
       FD  ARQ-LIBERACOES.
      *      A ligação com a linha de auditoria é feita pela sessão,
      *    pelo documento e pelo carimbo de data/hora da linha
      *    (LIB-AUD-DATA-HORA = AUD-DATA-HORA).
           01 REG-LIBERACAO.
             05 LIB-DATA-HORA      PIC X(21).
             05 FILLER             PIC X.
             05 LIB-AGENCIA        PIC X(4).
             05 FILLER             PIC X.
             05 LIB-OPERADOR       PIC X(6).
             05 FILLER             PIC X.
             05 LIB-SESSAO         PIC X(16).
             05 FILLER             PIC X.
             05 LIB-SUPERVISOR     PIC X(6).
             05 FILLER             PIC X.
             05 LIB-DECISAO        PIC X(10).
             05 FILLER             PIC X.
             05 LIB-MOTIVO         PIC X(2).
             05 FILLER             PIC X.
             05 LIB-DESCR-MOTIVO   PIC X(25).
             05 FILLER             PIC X.
             05 LIB-OCORRENCIA     PIC X(9).
             05 FILLER             PIC X.
             05 LIB-DOCUMENTO      PIC X(18).
             05 FILLER             PIC X.
             05 LIB-RESULTADO      PIC X(10).
             05 FILLER             PIC X.
             05 LIB-AUD-DATA-HORA  PIC X(21).
             05 FILLER             PIC X.
             05 LIB-CADASTRO       PIC X.
      *
       FD  ARQ-SUPERVISORES.
      *      Agência "****" habilita o supervisor em todas as
      *    agências; linhas iniciadas por "*" são comentário.
           01 REG-SUPERVISOR.
             05 SUP-OPERADOR       PIC X(6).
             05 FILLER             PIC X.
             05 SUP-AGENCIA        PIC X(4).
      *
       WORKING-STORAGE SECTION.
      *
      *    ar - a tela segue funcionando como sempre.
           01 WS-MENSAGEM-SITUACAO PIC X(60) VALUE SPACES.
      *
      *      Aviso de bloqueio exibido abaixo do histórico: motivo e
      *    solicitante do bloqueio vigente na lista de restrições. Fica
      *    em branco quando o documento não está bloqueado ou a lista
      *    está fora do ar.
           01 WS-MENSAGEM-BLOQUEIO PIC X(60) VALUE SPACES.
      *
      *      Descrição por extenso do código de situação da Receita.
           01 WS-DESCR-SITUACAO PIC X(12) VALUE SPACES.
      *
      *
           01 MESTRE-RETORNO   PIC X(2) VALUE SPACES.
      *
      *      Programa chamador, gravado por CPFMSTR no diário do
      *    mestre.
           01 MESTRE-PROGRAMA  PIC X(16) VALUE "VerificarCPFTela".
      *
      *      Indica que a lista de restrições está acessível;
      *    desligado na primeira falha de CALL ou de arquivo.
           01 BLOQUEIO-ATIVO   PIC X VALUE "S".
             88 BLOQUEIO-DISPONIVEL VALUE "S".
      *
      *      Indica que a lista chegou a ser aberta nesta sessão e
      *    precisa da função de fechamento ao encerrar.
           01 BLOQUEIO-USADO   PIC X VALUE "N".
             88 BLOQUEIO-FOI-USADO VALUE "S".
      *
      *      Indica que o documento corrente tem bloqueio vigente;
      *    reposto antes de cada conferência.
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
      *      Status do arquivo de ocorrências de bloqueio ("00" = OK,
      *    "35" = primeira gravação).
           01 WS-STATUS-OCORRENCIAS PIC X(2) VALUE SPACES.
      *
      *      Totais da sessão corrente: quantos documentos já foram
      *    conferidos e quantos deles deram inválido/malformado.
           01 WS-TOTAL-CONFERIDOS PIC 9(5) VALUE ZERO.
           01 WS-AGENCIA     PIC X(4) VALUE SPACES.
           01 WS-SESSAO-ID   PIC X(16) VALUE SPACES.
           01 WS-SESSAO-INICIO PIC X(21) VALUE SPACES.
      *
      *      Carimbo de data/hora e resultado da última linha de
      *    auditoria gravada, levados ao diário de liberações.
           01 AUDITORIA-DATA-HORA PIC X(21) VALUE SPACES.
           01 AUDITORIA-RESULTADO PIC X(10) VALUE SPACES.
      *
      *      Status do diário de liberações e do cadastro de
      *    supervisores ("00" = OK, "35" = arquivo inexistente).
           01 WS-STATUS-LIBERACOES   PIC X(2) VALUE SPACES.
           01 WS-STATUS-SUPERVISORES PIC X(2) VALUE SPACES.
      *
      *      Supervisores habilitados na agência da sessão, carregados
      *    do CPFSUP na abertura.
           01 SUPERVISORES-LISTA PIC X VALUE "N".
             88 HA-LISTA-SUPERVISORES VALUE "S".
      *
           01 FIM-SUPERVISORES PIC X VALUE "N".
             88 NAO-HA-MAIS-SUPERVISORES VALUE "S".
      *
           01 QTD-SUPERVISORES PIC 9(4) COMP VALUE ZERO.
      *
           01 TABELA-SUPERVISORES.
             05 SUP-TAB-OPERADOR PIC X(6) OCCURS 500 TIMES.
      *
           01 IX-SUPERVISOR    PIC 9(4) COMP VALUE ZERO.
      *
           01 SUPERVISOR-ACHADO PIC X VALUE "N".
             88 SUPERVISOR-HABILITADO VALUE "S".
      *
      *      Autorização do documento corrente: o que a exigiu
      *    (FALHA, IRREGULAR ou BLOQUEADO), a resposta do balconista,
      *    o supervisor e o motivo informados e a decisão final.
           01 LIBERACAO-OCORRENCIA PIC X(9) VALUE SPACES.
      *
           01 LIBERACAO-PROSSEGUE PIC X VALUE SPACE.
             88 LIBERACAO-SIM VALUE "S" "s".
             88 LIBERACAO-NAO VALUE "N" "n".
      *
           01 LIBERACAO-SUPERVISOR PIC X(6) VALUE SPACES.
           01 LIBERACAO-MOTIVO     PIC X(2) VALUE SPACES.
           01 LIBERACAO-DESCR-MOTIVO PIC X(25) VALUE SPACES.
           01 LIBERACAO-DECISAO    PIC X(10) VALUE SPACES.
      *
           01 LIBERACAO-SITUACAO PIC X VALUE "N".
             88 LIBERACAO-DECIDIDA VALUE "S".
      *
      *      Linha de orientação e de resultado da autorização,
      *    exibida abaixo dos totais.
           01 LIBERACAO-MENSAGEM PIC X(60) VALUE SPACES.
      *
       SCREEN SECTION.
      *
           05 LINE 6 COLUMN 1 PIC X(60) FROM WS-MENSAGEM-SITUACAO.
           05 LINE 7 COLUMN 1 PIC X(60) FROM WS-HIST-DATAS.
           05 LINE 8 COLUMN 1 PIC X(60) FROM WS-HIST-RESUMO.
           05 LINE 9 COLUMN 1 PIC X(60) FROM WS-MENSAGEM-BLOQUEIO.
           05 LINE 10 COLUMN 1 VALUE "Conferidos nesta sessao: ".
           05 LINE 10 COLUMN 26 PIC ZZZZ9 FROM WS-TOTAL-CONFERIDOS-ED.
           05 LINE 11 COLUMN 1 VALUE "Falhas nesta sessao....: ".
           05 LINE 11 COLUMN 26 PIC ZZZZ9 FROM WS-TOTAL-FALHAS-ED.
           05 LINE 12 COLUMN 1 PIC X(60) FROM LIBERACAO-MENSAGEM.
           05 LINE 13 COLUMN 1
             VALUE "Continuar verificando outro documento (S/N)?".
           05 SCR-CONTINUA LINE 13 COLUMN 47 PIC X
             TO WS-CONTINUA USING WS-CONTINUA.
      *
      *      Quadro de autorização, sobreposto à tela principal quando
      *    o documento exige a liberação do supervisor.
       01 TELA-LIBERACAO.
           05 LINE 15 COLUMN 1
             VALUE "Prosseguir com autorizacao do supervisor (S/N)?".
           05 SCR-PROSSEGUE LINE 15 COLUMN 49 PIC X
             TO LIBERACAO-PROSSEGUE USING LIBERACAO-PROSSEGUE.
           05 LINE 16 COLUMN 1 VALUE "Supervisor: ".
           05 SCR-SUPERVISOR LINE 16 COLUMN 13 PIC X(6)
             TO LIBERACAO-SUPERVISOR USING LIBERACAO-SUPERVISOR.
           05 LINE 16 COLUMN 22 VALUE "Motivo: ".
           05 SCR-MOTIVO-LIBERACAO LINE 16 COLUMN 30 PIC X(2)
             TO LIBERACAO-MOTIVO USING LIBERACAO-MOTIVO.
           05 LINE 17 COLUMN 1
             VALUE "01 Documento original conferido  ".
           05 LINE 17 COLUMN 34
             VALUE "02 Situacao regularizada".
           05 LINE 18 COLUMN 1
             VALUE "03 Ordem judicial  04 Autorizado pelo solicitante".
           05 LINE 19 COLUMN 1
             VALUE "05 Atualizacao cadastral  99 Outros".
      *
       PROCEDURE DIVISION.
       0000-INICIO.
             PERFORM 0100-CONFERIR-UM-DOCUMENTO
           END-PERFORM.
           PERFORM 0600-FECHAR-MESTRE.
           PERFORM 0680-FECHAR-BLOQUEIO.
           PERFORM 0700-GRAVAR-SESSAO.
           DISPLAY "Fim do atendimento. Total conferido: "
             WS-TOTAL-CONFERIDOS " Falhas: " WS-TOTAL-FALHAS.
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO WS-SESSAO-INICIO.
           MOVE WS-SESSAO-INICIO(1:16) TO WS-SESSAO-ID.
           PERFORM 0060-CARREGAR-SUPERVISORES.
      *
      *      Carrega do CPFSUP os supervisores habilitados na agência
      *    da sessão (ou em todas). Cadastro ausente não impede o
      *    atendimento: a autorização passa a exigir só que o
      *    supervisor não seja o próprio balconista.
       0060-CARREGAR-SUPERVISORES.
           MOVE ZERO TO QTD-SUPERVISORES.
           OPEN INPUT ARQ-SUPERVISORES.
           IF WS-STATUS-SUPERVISORES NOT EQUAL TO "00"
             EXIT PARAGRAPH
           END-IF.
           SET HA-LISTA-SUPERVISORES TO TRUE.
           PERFORM UNTIL NAO-HA-MAIS-SUPERVISORES
             READ ARQ-SUPERVISORES
               AT END
                 SET NAO-HA-MAIS-SUPERVISORES TO TRUE
               NOT AT END
                 IF SUP-OPERADOR(1:1) NOT EQUAL TO "*"
                   AND SUP-OPERADOR NOT EQUAL TO SPACES
                   AND (SUP-AGENCIA EQUAL TO WS-AGENCIA
                     OR SUP-AGENCIA EQUAL TO "****")
                   AND QTD-SUPERVISORES LESS THAN 500
                   ADD 1 TO QTD-SUPERVISORES
                   MOVE SUP-OPERADOR
                     TO SUP-TAB-OPERADOR(QTD-SUPERVISORES)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-SUPERVISORES.
      *
      *      Recebe um documento na tela, chama CPFCHECK, atualiza os
      *    totais da sessão e grava a linha correspondente no arquivo de
           MOVE SPACES TO WS-MENSAGEM-SITUACAO.
           MOVE SPACES TO WS-HIST-DATAS.
           MOVE SPACES TO WS-HIST-RESUMO.
           MOVE SPACES TO WS-MENSAGEM-BLOQUEIO.
           MOVE SPACES TO LIBERACAO-MENSAGEM.
           MOVE "S" TO WS-CONTINUA.
           MOVE WS-TOTAL-CONFERIDOS TO WS-TOTAL-CONFERIDOS-ED.
           MOVE WS-TOTAL-FALHAS TO WS-TOTAL-FALHAS-ED.
             ADD 1 TO WS-TOTAL-CONFERIDOS
             PERFORM 0200-MONTAR-MENSAGEM
             PERFORM 0400-CONSULTAR-MESTRE
             PERFORM 0650-CONSULTAR-BLOQUEIO
             PERFORM 0300-GRAVAR-AUDITORIA
             MOVE WS-TOTAL-CONFERIDOS TO WS-TOTAL-CONFERIDOS-ED
             MOVE WS-TOTAL-FALHAS TO WS-TOTAL-FALHAS-ED
             PERFORM 0800-EXIGIR-LIBERACAO
             DISPLAY TELA-PRINCIPAL
             ACCEPT SCR-CONTINUA
           END-IF.
           MOVE ZERO TO MESTRE-QTD MESTRE-STATUS.
           MOVE DOC-NORMALIZADO TO MESTRE-DOCUMENTO.
           CALL "CPFMSTR" USING MESTRE-FUNCAO MESTRE-REG
             MESTRE-RETORNO MESTRE-PROGRAMA
             ON EXCEPTION
               MOVE "N" TO MESTRE-ATIVO
           END-CALL.
           IF MESTRE-FOI-USADO AND MESTRE-DISPONIVEL
             MOVE "F" TO MESTRE-FUNCAO
             CALL "CPFMSTR" USING MESTRE-FUNCAO MESTRE-REG
               MESTRE-RETORNO MESTRE-PROGRAMA
               ON EXCEPTION
                 MOVE "N" TO MESTRE-ATIVO
             END-CALL
           END-IF.
      *
      *      Procura o documento na lista de restrições CPFBLQ, via
      *    CPFBLQS com ON EXCEPTION: lista fora do ar não atrapalha o
      *    atendimento. Havendo bloqueio vigente, a tela mostra o
      *    motivo e quem o pediu - antes um documento de fraude
      *    confirmada aparecia como "CPF VALIDO." - e a ocorrência é
      *    registrada com operador, agência e sessão.
       0650-CONSULTAR-BLOQUEIO.
           MOVE "N" TO DOCUMENTO-BLOQUEADO.
           IF NOT BLOQUEIO-DISPONIVEL
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-DOCUMENTO TO DOC-TRABALHO.
           PERFORM 0900-NORMALIZAR-DOCUMENTO.
           IF DOC-NORMALIZADO EQUAL TO SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO BLOQUEIO-FUNCAO.
           MOVE SPACES TO BLOQUEIO-REG.
           MOVE DOC-NORMALIZADO TO BLOQUEIO-DOCUMENTO.
           CALL "CPFBLQS" USING BLOQUEIO-FUNCAO BLOQUEIO-REG
             BLOQUEIO-DESCR-MOTIVO BLOQUEIO-RETORNO
             ON EXCEPTION
               MOVE "N" TO BLOQUEIO-ATIVO
           END-CALL.
           IF NOT BLOQUEIO-DISPONIVEL
             EXIT PARAGRAPH
           END-IF.
           SET BLOQUEIO-FOI-USADO TO TRUE.
           EVALUATE BLOQUEIO-RETORNO
             WHEN "00"
               SET E-DOCUMENTO-BLOQUEADO TO TRUE
               MOVE SPACES TO WS-MENSAGEM-BLOQUEIO
               STRING "BLOQUEADO: "
                 FUNCTION TRIM(BLOQUEIO-DESCR-MOTIVO)
                 " (" BLOQUEIO-MOTIVO ") - solicitante "
                 FUNCTION TRIM(BLOQUEIO-SOLICITANTE) "."
                 DELIMITED BY SIZE
                 INTO WS-MENSAGEM-BLOQUEIO
               PERFORM 0660-GRAVAR-OCORRENCIA-BLOQUEIO
             WHEN "23"
               CONTINUE
             WHEN OTHER
               MOVE "N" TO BLOQUEIO-ATIVO
           END-EVALUATE.
      *
      *      Acrescenta ao CPFBLQT a ocorrência do documento bloqueado
      *    conferido no balcão, no mesmo layout das ocorrências do
      *    lote e de VerificarCPF.
       0660-GRAVAR-OCORRENCIA-BLOQUEIO.
           INSPECT WS-DOCUMENTO REPLACING ALL LOW-VALUE BY SPACE.
           MOVE SPACES TO REG-OCORRENCIA.
           MOVE WS-DOCUMENTO TO OCR-DOCUMENTO.
           MOVE BLOQUEIO-MOTIVO TO OCR-MOTIVO.
           MOVE BLOQUEIO-DESCR-MOTIVO TO OCR-DESCR-MOTIVO.
           MOVE BLOQUEIO-SOLICITANTE TO OCR-SOLICITANTE.
           MOVE "BALCAO" TO OCR-CANAL.
           MOVE FUNCTION CURRENT-DATE TO OCR-DATA-HORA.
           MOVE WS-OPERADOR TO OCR-OPERADOR.
           MOVE WS-AGENCIA TO OCR-AGENCIA.
           MOVE WS-SESSAO-ID TO OCR-EXECUCAO.
           OPEN EXTEND ARQ-OCORRENCIAS-BLQ.
           IF WS-STATUS-OCORRENCIAS NOT EQUAL TO "00"
             OPEN OUTPUT ARQ-OCORRENCIAS-BLQ
           END-IF.
           WRITE REG-OCORRENCIA.
           CLOSE ARQ-OCORRENCIAS-BLQ.
      *
      *      Encerra o uso da lista de restrições ao fim da sessão, se
      *    ela chegou a ser aberta.
       0680-FECHAR-BLOQUEIO.
           IF BLOQUEIO-FOI-USADO AND BLOQUEIO-DISPONIVEL
             MOVE "F" TO BLOQUEIO-FUNCAO
             CALL "CPFBLQS" USING BLOQUEIO-FUNCAO BLOQUEIO-REG
               BLOQUEIO-DESCR-MOTIVO BLOQUEIO-RETORNO
               ON EXCEPTION
                 MOVE "N" TO BLOQUEIO-ATIVO
             END-CALL
           END-IF.
      *
      *      Monta em DOC-NORMALIZADO a chave do mestre a partir de
      *    DOC-TRABALHO: dígitos e letras maiúsculas, contíguos, sem
      *    máscara - a mesma normalização dos demais programas da
               MOVE "INVALIDO" TO AUD-RESULTADO
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO AUD-DATA-HORA.
           MOVE AUD-DATA-HORA TO AUDITORIA-DATA-HORA.
           MOVE AUD-RESULTADO TO AUDITORIA-RESULTADO.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           MOVE WS-SESSAO-ID TO AUD-SESSAO.
           OPEN EXTEND ARQ-AUDITORIA.
           END-IF.
           WRITE REG-SESSAO.
           CLOSE ARQ-SESSOES.
      *
      *      Documento que falhou na conferência, com situação
      *    irregular ou com bloqueio vigente exige a autorização de um
      *    supervisor antes de o atendimento prosseguir. O balconista
      *    responde N e o atendimento é recusado, ou S e o supervisor
      *    se identifica com o seu código de operador e o motivo; a
      *    decisão é gravada no diário de liberações. Antes ficava a
      *    critério do balconista, sem registro de quem permitiu.
       0800-EXIGIR-LIBERACAO.
           EVALUATE TRUE
             WHEN E-DOCUMENTO-BLOQUEADO
               MOVE "BLOQUEADO" TO LIBERACAO-OCORRENCIA
             WHEN WS-MENSAGEM-SITUACAO NOT EQUAL TO SPACES
               MOVE "IRREGULAR" TO LIBERACAO-OCORRENCIA
             WHEN WS-STATUS-CODE NOT EQUAL TO ZERO
               MOVE "FALHA" TO LIBERACAO-OCORRENCIA
             WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACE TO LIBERACAO-PROSSEGUE.
           MOVE SPACES TO LIBERACAO-SUPERVISOR.
           MOVE SPACES TO LIBERACAO-MOTIVO.
           MOVE SPACES TO LIBERACAO-DESCR-MOTIVO.
           MOVE SPACES TO LIBERACAO-DECISAO.
           MOVE "N" TO LIBERACAO-SITUACAO.
           MOVE "Atendimento exige autorizacao do supervisor."
             TO LIBERACAO-MENSAGEM.
           PERFORM UNTIL LIBERACAO-DECIDIDA
             DISPLAY TELA-PRINCIPAL
             DISPLAY TELA-LIBERACAO
             ACCEPT SCR-PROSSEGUE
             EVALUATE TRUE
               WHEN LIBERACAO-NAO
                 MOVE SPACES TO LIBERACAO-SUPERVISOR
                 MOVE SPACES TO LIBERACAO-MOTIVO
                 MOVE SPACES TO LIBERACAO-DESCR-MOTIVO
                 MOVE "RECUSADO" TO LIBERACAO-DECISAO
                 SET LIBERACAO-DECIDIDA TO TRUE
               WHEN LIBERACAO-SIM
                 ACCEPT SCR-SUPERVISOR
                 ACCEPT SCR-MOTIVO-LIBERACAO
                 PERFORM 0820-CONFERIR-SUPERVISOR
               WHEN OTHER
                 MOVE "Responda S (autorizar) ou N (recusar)."
                   TO LIBERACAO-MENSAGEM
             END-EVALUATE
           END-PERFORM.
           PERFORM 0850-GRAVAR-LIBERACAO.
           MOVE SPACES TO LIBERACAO-MENSAGEM.
           IF LIBERACAO-DECISAO EQUAL TO "AUTORIZADO"
             STRING "Atendimento AUTORIZADO pelo supervisor "
               LIBERACAO-SUPERVISOR " - motivo " LIBERACAO-MOTIVO "."
               DELIMITED BY SIZE
               INTO LIBERACAO-MENSAGEM
           ELSE
             MOVE "Atendimento RECUSADO - documento nao prossegue."
               TO LIBERACAO-MENSAGEM
           END-IF.
      *
      *      Confere o supervisor e o motivo informados: o supervisor
      *    não pode ser o próprio balconista e, havendo cadastro, tem
      *    que estar habilitado na agência; o motivo tem que constar da
      *    tabela. Qualquer falha volta à pergunta com a explicação.
       0820-CONFERIR-SUPERVISOR.
           INSPECT LIBERACAO-SUPERVISOR
             REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT LIBERACAO-MOTIVO REPLACING ALL LOW-VALUE BY SPACE.
           IF LIBERACAO-SUPERVISOR EQUAL TO SPACES
             MOVE "Informe o codigo de operador do supervisor."
               TO LIBERACAO-MENSAGEM
             EXIT PARAGRAPH
           END-IF.
           IF LIBERACAO-SUPERVISOR EQUAL TO WS-OPERADOR
             MOVE "O proprio operador nao pode autorizar."
               TO LIBERACAO-MENSAGEM
             EXIT PARAGRAPH
           END-IF.
           IF HA-LISTA-SUPERVISORES
             MOVE "N" TO SUPERVISOR-ACHADO
             PERFORM VARYING IX-SUPERVISOR FROM 1 BY 1
               UNTIL IX-SUPERVISOR GREATER THAN QTD-SUPERVISORES
                 OR SUPERVISOR-HABILITADO
               IF SUP-TAB-OPERADOR(IX-SUPERVISOR)
                 EQUAL TO LIBERACAO-SUPERVISOR
                 SET SUPERVISOR-HABILITADO TO TRUE
               END-IF
             END-PERFORM
             IF NOT SUPERVISOR-HABILITADO
               MOVE SPACES TO LIBERACAO-MENSAGEM
               STRING "Operador " LIBERACAO-SUPERVISOR
                 " nao e supervisor habilitado nesta agencia."
                 DELIMITED BY SIZE
                 INTO LIBERACAO-MENSAGEM
               EXIT PARAGRAPH
             END-IF
           END-IF.
           PERFORM 0830-DESCREVER-MOTIVO-LIBERACAO.
           IF LIBERACAO-DESCR-MOTIVO EQUAL TO SPACES
             MOVE "Motivo invalido: use 01 a 05 ou 99."
               TO LIBERACAO-MENSAGEM
             EXIT PARAGRAPH
           END-IF.
           MOVE "AUTORIZADO" TO LIBERACAO-DECISAO.
           SET LIBERACAO-DECIDIDA TO TRUE.
      *
      *      Tabela dos motivos de liberação aceitos no balcão;
      *    código fora da tabela deixa a descrição em branco.
       0830-DESCREVER-MOTIVO-LIBERACAO.
           EVALUATE LIBERACAO-MOTIVO
             WHEN "01"
               MOVE "DOC. ORIGINAL CONFERIDO"
                 TO LIBERACAO-DESCR-MOTIVO
             WHEN "02"
               MOVE "SITUACAO REGULARIZADA" TO LIBERACAO-DESCR-MOTIVO
             WHEN "03"
               MOVE "ORDEM JUDICIAL" TO LIBERACAO-DESCR-MOTIVO
             WHEN "04"
               MOVE "AUTORIZADO P/SOLICITANTE"
                 TO LIBERACAO-DESCR-MOTIVO
             WHEN "05"
               MOVE "ATUALIZACAO CADASTRAL" TO LIBERACAO-DESCR-MOTIVO
             WHEN "99"
               MOVE "OUTROS" TO LIBERACAO-DESCR-MOTIVO
             WHEN OTHER
               MOVE SPACES TO LIBERACAO-DESCR-MOTIVO
           END-EVALUATE.
      *
      *      Acrescenta ao diário de liberações a decisão sobre o
      *    documento corrente, com operador, agência, sessão e o
      *    carimbo da linha de auditoria a que ela se refere.
       0850-GRAVAR-LIBERACAO.
           MOVE SPACES TO REG-LIBERACAO.
           MOVE FUNCTION CURRENT-DATE TO LIB-DATA-HORA.
           MOVE WS-AGENCIA TO LIB-AGENCIA.
           MOVE WS-OPERADOR TO LIB-OPERADOR.
           MOVE WS-SESSAO-ID TO LIB-SESSAO.
           MOVE LIBERACAO-SUPERVISOR TO LIB-SUPERVISOR.
           MOVE LIBERACAO-DECISAO TO LIB-DECISAO.
           MOVE LIBERACAO-MOTIVO TO LIB-MOTIVO.
           MOVE LIBERACAO-DESCR-MOTIVO TO LIB-DESCR-MOTIVO.
           MOVE LIBERACAO-OCORRENCIA TO LIB-OCORRENCIA.
           MOVE WS-DOCUMENTO TO LIB-DOCUMENTO.
           MOVE AUDITORIA-RESULTADO TO LIB-RESULTADO.
           MOVE AUDITORIA-DATA-HORA TO LIB-AUD-DATA-HORA.
           IF LIBERACAO-DECISAO EQUAL TO "AUTORIZADO"
             IF HA-LISTA-SUPERVISORES
               MOVE "S" TO LIB-CADASTRO
             ELSE
               MOVE "N" TO LIB-CADASTRO
             END-IF
           END-IF.
           OPEN EXTEND ARQ-LIBERACOES.
           IF WS-STATUS-LIBERACOES NOT EQUAL TO "00"
             OPEN OUTPUT ARQ-LIBERACOES
           END-IF.
           WRITE REG-LIBERACAO.
           CLOSE ARQ-LIBERACOES.
