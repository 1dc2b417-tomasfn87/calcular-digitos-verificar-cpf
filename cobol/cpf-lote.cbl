      *    noite para a outra, e a janela era gasta reprovando de novo
      *    o que já se sabia. A reconciliação do cartão de controle
      *    continua valendo contra a contagem integral da entrada.
      *    Os vereditos aproveitados saem contados por sistema de
      *    origem no CPFAPV, com a data de negócio da noite: não foram
      *    verificados de novo, não têm linha de auditoria e não são
      *    faturados - GravarHistoricoLote os leva ao CPFHIS e
      *    ApurarCobrancaMensal os desconta do lote. O lote inteiro
      *    regrava o CPFAPV vazio; a ressubmissão não mexe nele.
      *      Cada linha de auditoria do lote leva a data de negócio da
      *    noite depois das colunas que a tela ocupa com operador e
      *    sessão, para que a cobrança confira o lote contra a
      *    auditoria pela noite e não pelo carimbo de data/hora.
      *      Documentos presentes na lista interna de restrições CPFBLQ
      *    (fraude confirmada, ordem judicial, bloqueio interno),
      *    consultada pela sub-rotina CPFBLQS, saem com o veredito
      *    próprio BLOQUEADO no CPFSAI - que prevalece sobre a marcação
      *    IRREGULAR - e são contados à parte no CPFREL. Cada
      *    ocorrência é gravada no CPFBLQL, de onde RelatorioBloqueios
      *    tira a lista diária de documentos bloqueados que apareceram.
      *      O modo partição (argumento PARTICAO) processa uma das
      *    fatias em que DividirEntradaLote repartiu o CPFENT da noite,
      *    em paralelo com as demais: o JCL de cada fatia aponta
      *    CPFENT, CPFSAI, CPFEXC, CPFTOT, CPFREL, CPFCKP, CPFAUDL,
      *    CPFBLQL, CPFJRN, o diário da grade CPFGRDP e as cópias de
      *    aparo CPFEXCT, CPFSAIT e CPFBLQLT para os arquivos próprios
      *    da partição e CPFPCT para o cartão da partição gravado pela
      *    divisão. No lugar do CPFCTL vale esse cartão: a contagem
      *    conferida é a que a divisão gravou na fatia, o
      *    identificador de execução é o da noite (comum a todas as
      *    fatias, para que a duplicidade entre fatias continue
      *    apontada) e o limite de rejeição não é avaliado aqui - a
      *    contagem do CPFCTL e o percentual tolerado são conciliados
      *    uma vez só, contra a noite inteira, por
      *    JuntarParticoesLote. Uma fatia que cair é reiniciada
      *    sozinha pelo checkpoint próprio, como o lote inteiro sempre
      *    foi.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
      *      Totais finais do último lote concluído, gravados ao fim de
      *    toda execução; é deles que o modo de ressubmissão parte para
      *    fundir os registros revalidados nos números originais. O
      *    registro traz o identificador da execução - numa fatia, o
      *    da noite partida, que a junção confere com o plano.
           SELECT ARQ-TOTAIS ASSIGN TO "CPFTOT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TOTAIS.
           SELECT ARQ-SAIDA-APARA ASSIGN TO "CPFSAIT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-APARA.
      *
           SELECT ARQ-OCORRENCIAS-APARA ASSIGN TO "CPFBLQLT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-APARA.
      *
      *      Cartão de controle do lote: a quantidade esperada de
      *    registros (conferida contra TOTAL-LIDOS no fim do arquivo -
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CARTAO.
      *
      *      Cartão da partição, lido somente no modo partição: o
      *    JCL aponta CPFPCT para o CPFPCTnn que DividirEntradaLote
      *    gravou para a fatia.
           SELECT ARQ-CARTAO-PARTICAO ASSIGN TO "CPFPCT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CARTAO.
      *
      *      Saída retida da noite anterior, lida somente no modo
      *    delta: o JCL aponta CPFSAIA para o CPFSAI do último ciclo
      *    concluído antes de deixar este passo gravar o novo.
           SELECT ARQ-SAIDA-ANT-ORD ASSIGN TO "CPFSAAO"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SAIDA-ANT-ORD.
      *
      *      Vereditos aproveitados pelo modo delta, por sistema de
      *    origem, para o histórico e a cobrança.
           SELECT ARQ-APROVEITADOS ASSIGN TO "CPFAPV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-APROVEITADOS.
      *
      *      Ocorrências de documentos bloqueados vistos pelo lote,
      *    no arquivo próprio deste gravador (a tela e VerificarCPF
      *    gravam nos seus), acrescentadas a cada execução. Cada
      *    linha leva, além do identificador da execução, a data de
      *    negócio da noite, pela qual RelatorioBloqueios a seleciona.
           SELECT ARQ-OCORRENCIAS-BLQ ASSIGN TO "CPFBLQL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-OCORRENCIAS.
      *
           SELECT SD-ENTRADA ASSIGN TO "SORTWK1".
      *
       FD  ARQ-RELATORIO.
           01 REG-RELATORIO     PIC X(80).
      *
      *      Checkpoint: os totais parciais que entram no CPFTOT e no
      *    CPFREL e o identificador da execução interrompida, que a
      *    reinicialização retoma - é por ele que as duplicidades no
      *    lote e as ocorrências de bloqueio já gravadas continuam
      *    reconhecidas.
       FD  ARQ-CHECKPOINT.
           01 REG-CHECKPOINT.
             05 CKP-LIDOS           PIC 9(9).
             05 CKP-VALIDOS         PIC 9(9).
             05 CKP-INVALIDOS       PIC 9(9).
             05 CKP-MALFORMADOS     PIC 9(9).
             05 CKP-BLOQUEADOS      PIC 9(9).
             05 CKP-SIT-IRREGULAR   PIC 9(9).
             05 CKP-DUPLICADOS      PIC 9(9).
             05 CKP-JA-CONHECIDOS   PIC 9(9).
             05 CKP-RECALC-EVITADOS PIC 9(9).
             05 CKP-EXECUCAO        PIC X(16).
      *
       FD  ARQ-AUDITORIA.
           01 REG-AUDITORIA.
             05 AUD-RESULTADO    PIC X(10).
             05 FILLER           PIC X.
             05 AUD-DATA-HORA    PIC X(21).
             05 FILLER           PIC X(24).
             05 AUD-DATA-NEGOCIO PIC X(8).
      *
       FD  ARQ-EXCECOES.
           01 REG-EXCECAO.
             05 TOT-VALIDOS      PIC 9(9).
             05 TOT-INVALIDOS    PIC 9(9).
             05 TOT-MALFORMADOS  PIC 9(9).
             05 FILLER           PIC X.
             05 TOT-EXECUCAO     PIC X(16).
      *
       FD  ARQ-EXCECOES-APARA.
           01 REG-EXCECAO-APARA PIC X(140).
      *
       FD  ARQ-SAIDA-APARA.
           01 REG-SAIDA-APARA   PIC X(110).
      *
       FD  ARQ-OCORRENCIAS-APARA.
           01 REG-OCORRENCIA-APARA PIC X(141).
      *
       FD  ARQ-CARTAO.
           01 REG-CARTAO.
             05 CTL-QTD-ESPERADA     PIC 9(9).
             05 FILLER               PIC X.
             05 CTL-PCT-MAX-REJEICAO PIC 9(3).
      *
       FD  ARQ-CARTAO-PARTICAO.
           01 REG-CARTAO-PARTICAO.
             05 PCT-PARTICAO         PIC 9(2).
             05 FILLER               PIC X.
             05 PCT-QTD-REGISTROS    PIC 9(9).
             05 FILLER               PIC X.
             05 PCT-EXECUCAO         PIC X(16).
             05 FILLER               PIC X.
             05 PCT-CRITERIO         PIC X(8).
             05 FILLER               PIC X.
             05 PCT-SITUACAO         PIC X(8).
             05 FILLER               PIC X.
             05 PCT-QTD-PARTICOES    PIC 9(2).
      *
       FD  ARQ-SAIDA-ANT.
           01 REG-SAIDA-ANT     PIC X(110).
             05 SANT-SITUACAO       PIC X.
             05 FILLER              PIC X.
             05 SANT-SIT-RESULTADO  PIC X(10).
      *
      *      Uma linha por sistema de origem com veredito aproveitado
      *    na noite.
       FD  ARQ-APROVEITADOS.
           01 REG-APROVEITADO.
             05 APV-DATA-NEGOCIO   PIC X(8).
             05 FILLER             PIC X.
             05 APV-ORIGEM         PIC X(4).
             05 FILLER             PIC X.
             05 APV-QTD            PIC 9(9).
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
             05 FILLER             PIC X.
             05 OCR-DATA-NEGOCIO   PIC X(8).
      *
       SD  SD-ENTRADA.
           01 REG-SD-ENTRADA.
           01 IX-NORM          PIC 9(2) VALUE ZERO.
      *
      *      Identificador desta execução (data e hora do início, até
      *    o segundo; numa reinicialização por checkpoint, o da
      *    execução interrompida), gravado no mestre a cada
      *    verificação: quando a consulta devolve o mesmo
      *    identificador, o documento já apareceu neste lote - é uma
      *    duplicidade interna.
           01 LOTE-CORRENTE    PIC X(16) VALUE SPACES.
      *
      *      Indica que o cadastro-mestre está acessível; desligado na
      *
           01 MESTRE-RETORNO   PIC X(2) VALUE SPACES.
      *
      *      Programa chamador, gravado por CPFMSTR no diário do
      *    mestre.
           01 MESTRE-PROGRAMA  PIC X(16) VALUE "VerificarCPFLote".
      *
      *      Situação cadastral da Receita do documento corrente,
      *    vinda do mestre na consulta: espaço quando não há situação
      *    em arquivo (o registro se comporta como sempre), "0"
      *    CPFCHECK não muda: a situação é uma marcação adicional.
           01 TOTAL-SIT-IRREGULAR PIC 9(9) VALUE ZERO.
      *
      *      Indica que a lista de restrições está acessível;
      *    desligado na primeira falha de CALL ou de arquivo, e daí em
      *    diante o lote segue sem consultar bloqueios.
           01 BLOQUEIO-ATIVO   PIC X VALUE "S".
             88 BLOQUEIO-DISPONIVEL VALUE "S".
      *
      *      Indica que o documento corrente tem bloqueio vigente;
      *    reposto antes de cada registro.
           01 DOCUMENTO-BLOQUEADO PIC X VALUE "N".
             88 E-DOCUMENTO-BLOQUEADO VALUE "S".
      *
      *      Contador dos documentos bloqueados vistos no lote, para o
      *    relatório-resumo.
           01 TOTAL-BLOQUEADOS PIC 9(9) VALUE ZERO.
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
      *    "35" = primeira gravação) e controle de abertura: o arquivo
      *    só é aberto na primeira ocorrência da execução.
           01 WS-STATUS-OCORRENCIAS PIC X(2) VALUE SPACES.
      *
           01 OCORRENCIAS-ABERTO PIC X VALUE "N".
             88 ARQUIVO-OCORRENCIAS-ABERTO VALUE "S".
      *
      *      Status dos arquivos de trabalho do aparo de
      *    reinicialização ("00" = OK).
           01 WS-STATUS-APARA  PIC X(2) VALUE SPACES.
      *
           01 PCT-MAX-REJEICAO PIC 9(3) VALUE ZERO.
      *
      *      Número da partição processada no modo partição, para o
      *    relatório da fatia.
           01 PARTICAO-CORRENTE PIC 9(2) VALUE ZERO.
      *
      *      Resultado da reconciliação do lote contra o cartão.
           01 CONTAGEM-CONFERE PIC X VALUE "S".
             88 CONTAGEM-DIVERGE VALUE "N".
      *
      *      Modo de execução recebido por linha de comando: vazio para
      *    o processamento normal do CPFENT, RESUB para revalidar a
      *    versão corrigida do arquivo de exceções, DELTA para
      *    confrontar a entrada com a saída retida da noite anterior ou
      *    PARTICAO para processar uma fatia da entrada repartida.
           01 MODO-EXECUCAO     PIC X(8).
             88 MODO-RESSUBMISSAO VALUE "RESUB   " "resub   ".
             88 MODO-DELTA        VALUE "DELTA   " "delta   ".
             88 MODO-PARTICAO     VALUE "PARTICAO" "particao".
      *
      *      Sequência do registro corrente na entrada original, usada
      *    para identificar o registro no arquivo de exceções: no modo
           01 WS-STATUS-SAIDA-ANT     PIC X(2) VALUE SPACES.
           01 WS-STATUS-ENTRADA-ORD   PIC X(2) VALUE SPACES.
           01 WS-STATUS-SAIDA-ANT-ORD PIC X(2) VALUE SPACES.
           01 WS-STATUS-APROVEITADOS  PIC X(2) VALUE SPACES.
      *
      *      Vereditos aproveitados no modo delta por sistema de
      *    origem, para o CPFAPV. Origens além da capacidade da tabela
      *    ficam fora do arquivo (e seriam faturadas), com aviso.
           01 QTD-ORIGENS-APROV PIC 9(3) COMP VALUE ZERO.
      *
           01 TABELA-APROVEITADOS.
             05 APR-ENTRADA OCCURS 100 TIMES.
               10 APR-ORIGEM    PIC X(4).
               10 APR-QTD       PIC 9(9).
      *
           01 IND-APROV         PIC 9(3) COMP VALUE ZERO.
           01 IND-ORIGEM-APROV  PIC 9(3) COMP VALUE ZERO.
      *
           01 TABELA-APROV-CHEIA PIC X VALUE "N".
             88 HA-ORIGENS-APROV-DEMAIS VALUE "S".
      *
      *      Status dos arquivos de entrada e de relatório ("00" = OK).
      *    Diferente do checkpoint e da auditoria, aqui um status
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
               VALUE "VerificarCPFLote".
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
       PROCEDURE DIVISION CHAINING MODO-EXECUCAO.
      *      O argumento recebido via CHAINING pode vir preenchido com
      *    testar o modo de execução.
       0000-DISPARAR-EXECUCAO.
           INSPECT MODO-EXECUCAO REPLACING ALL LOW-VALUE BY SPACE
           EVALUATE TRUE
             WHEN MODO-RESSUBMISSAO
               MOVE "RESUB" TO GRADE-MODO
             WHEN MODO-DELTA
               MOVE "DELTA" TO GRADE-MODO
             WHEN MODO-PARTICAO
               PERFORM 0640-IDENTIFICAR-PARTICAO
           END-EVALUATE
           PERFORM 9800-REGISTRAR-INICIO
           MOVE FUNCTION CURRENT-DATE(1:16) TO LOTE-CORRENTE
           EVALUATE TRUE
             WHEN MODO-RESSUBMISSAO
               PERFORM 5000-PROCESSAR-RESSUBMISSAO
             WHEN MODO-DELTA
               PERFORM 6000-PROCESSAR-DELTA
             WHEN MODO-PARTICAO
               PERFORM 0500-PROCESSAR-LOTE
             WHEN OTHER
               PERFORM 0500-PROCESSAR-LOTE
           END-EVALUATE
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
       0500-PROCESSAR-LOTE.
           IF MODO-PARTICAO
             PERFORM 0650-LER-CARTAO-PARTICAO
           ELSE
             PERFORM 0600-LER-CARTAO-CONTROLE
           END-IF
           PERFORM 0100-RESTAURAR-CHECKPOINT
           OPEN INPUT ARQ-CPF-ENTRADA
           IF WS-STATUS-ENTRADA NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "entrada CPFENT (status " WS-STATUS-ENTRADA ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-STATUS-RELATORIO NOT EQUAL TO "00"
               "relatorio CPFREL (status " WS-STATUS-RELATORIO ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-CPF-ENTRADA
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
      *      Numa reinicialização por checkpoint as exceções e as
      *    saídas dos registros já processados foram gravadas pela
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-CPF-ENTRADA
             CLOSE ARQ-RELATORIO
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           IF WS-STATUS-SAIDA NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
             CLOSE ARQ-CPF-ENTRADA
             CLOSE ARQ-RELATORIO
             CLOSE ARQ-EXCECOES
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           OPEN EXTEND ARQ-AUDITORIA
           IF WS-STATUS-AUDITORIA NOT EQUAL TO "00"
           PERFORM 9000-GRAVAR-RELATORIO
           PERFORM 9200-GRAVAR-RELATORIO-CONTROLE
           PERFORM 8000-GRAVAR-TOTAIS
           IF NOT MODO-PARTICAO
             PERFORM 8050-GRAVAR-APROVEITADOS
           END-IF
           PERFORM 0400-LIMPAR-CHECKPOINT
           PERFORM 0970-FECHAR-MESTRE
           PERFORM 0990-FECHAR-BLOQUEIO
           CLOSE ARQ-CPF-ENTRADA
           CLOSE ARQ-RELATORIO
           CLOSE ARQ-EXCECOES
             DISPLAY "ERRO: nao foi possivel abrir o cartao de "
               "controle CPFCTL (status " WS-STATUS-CARTAO ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           READ ARQ-CARTAO
             AT END
               DISPLAY "ERRO: cartao de controle CPFCTL vazio."
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-CARTAO
               PERFORM 9900-ENCERRAR-EXECUCAO
           END-READ
           IF CTL-QTD-ESPERADA IS NOT NUMERIC
             OR CTL-PCT-MAX-REJEICAO IS NOT NUMERIC
               "quantidade esperada e percentual devem ser numericos."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-CARTAO
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE CTL-QTD-ESPERADA TO QTD-ESPERADA
           MOVE CTL-PCT-MAX-REJEICAO TO PCT-MAX-REJEICAO
           CLOSE ARQ-CARTAO.
      *
      *      Identifica a fatia para o diário da grade antes do
      *    registro do início: o modo vai como PART mais o número da
      *    partição (PART03), para que a falha de uma fatia só seja
      *    dada como superada pela reexecução da mesma fatia. Cartão
      *    ausente ou ilegível fica para 0650-LER-CARTAO-PARTICAO
      *    apontar; o diário recebe então só PARTICAO.
       0640-IDENTIFICAR-PARTICAO.
           MOVE "PARTICAO" TO GRADE-MODO
           OPEN INPUT ARQ-CARTAO-PARTICAO
           IF WS-STATUS-CARTAO NOT EQUAL TO "00"
             EXIT PARAGRAPH
           END-IF
           READ ARQ-CARTAO-PARTICAO
             NOT AT END
               IF PCT-PARTICAO IS NUMERIC
                 MOVE SPACES TO GRADE-MODO
                 STRING "PART" PCT-PARTICAO DELIMITED BY SIZE
                   INTO GRADE-MODO
               END-IF
           END-READ
           CLOSE ARQ-CARTAO-PARTICAO.
      *
      *      Lê o cartão da partição no modo partição: a quantidade
      *    de registros que a divisão gravou na fatia passa a ser a
      *    contagem esperada, e o identificador da noite substitui o
      *    desta execução - todas as fatias gravam o mesmo no mestre,
      *    e a reinicialização de uma fatia continua a mesma noite.
      *    Sem cartão a fatia não roda: seria um lote sem contagem a
      *    conferir.
       0650-LER-CARTAO-PARTICAO.
           OPEN INPUT ARQ-CARTAO-PARTICAO
           IF WS-STATUS-CARTAO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o cartao da "
               "particao CPFPCT (status " WS-STATUS-CARTAO ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           READ ARQ-CARTAO-PARTICAO
             AT END
               DISPLAY "ERRO: cartao da particao CPFPCT vazio."
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-CARTAO-PARTICAO
               PERFORM 9900-ENCERRAR-EXECUCAO
           END-READ
           IF PCT-PARTICAO IS NOT NUMERIC
             OR PCT-QTD-REGISTROS IS NOT NUMERIC
             OR PCT-EXECUCAO EQUAL TO SPACES
             DISPLAY "ERRO: cartao da particao CPFPCT invalido - "
               "particao e quantidade devem ser numericos e a "
               "execucao informada."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-CARTAO-PARTICAO
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE PCT-PARTICAO TO PARTICAO-CORRENTE
           MOVE PCT-QTD-REGISTROS TO QTD-ESPERADA
           MOVE PCT-EXECUCAO TO LOTE-CORRENTE
           CLOSE ARQ-CARTAO-PARTICAO.
      *
      *      Reconciliação de fim de arquivo contra o cartão de
      *    controle: a contagem lida deve bater com a esperada
      *    (RETURN-CODE 12 na divergência) e o percentual de
      *    (RETURN-CODE 16 - lote rejeitado). O JCL já desvia por
      *    RETURN-CODE, então um lote rejeitado segue sozinho para a
      *    fila de exceções. A comparação do percentual é feita em
      *    produtos cruzados, sem frações. No modo partição só a
      *    contagem da fatia é conferida; a qualidade é apurada na
      *    junção, sobre a noite inteira.
       7000-AVALIAR-CONTROLES.
           IF TOTAL-LIDOS NOT EQUAL TO QTD-ESPERADA
             SET CONTAGEM-DIVERGE TO TRUE
           END-IF.
           COMPUTE TOTAL-REJEITADOS =
             TOTAL-INVALIDOS + TOTAL-MALFORMADOS.
           IF MODO-PARTICAO
             EXIT PARAGRAPH
           END-IF.
           IF TOTAL-LIDOS GREATER THAN ZERO
             AND TOTAL-REJEITADOS * 100 GREATER THAN
               PCT-MAX-REJEICAO * TOTAL-LIDOS
               MOVE CKP-VALIDOS TO TOTAL-VALIDOS
               MOVE CKP-INVALIDOS TO TOTAL-INVALIDOS
               MOVE CKP-MALFORMADOS TO TOTAL-MALFORMADOS
      *      Checkpoint gravado antes dos contadores do relatório
      *    terem lugar nele: os contadores recomeçam do zero.
               IF CKP-BLOQUEADOS IS NUMERIC
                 MOVE CKP-BLOQUEADOS TO TOTAL-BLOQUEADOS
                 MOVE CKP-SIT-IRREGULAR TO TOTAL-SIT-IRREGULAR
                 MOVE CKP-DUPLICADOS TO TOTAL-DUPLICADOS-LOTE
                 MOVE CKP-JA-CONHECIDOS TO TOTAL-JA-CONHECIDOS
                 MOVE CKP-RECALC-EVITADOS TO TOTAL-RECALC-EVITADOS
               END-IF
      *      A partição recebe o identificador da noite pelo cartão;
      *    o lote inteiro retoma o da execução interrompida.
               IF CKP-EXECUCAO NOT EQUAL TO SPACES
                 AND NOT MODO-PARTICAO
                 MOVE CKP-EXECUCAO TO LOTE-CORRENTE
               END-IF
             END-IF
             CLOSE ARQ-CHECKPOINT
           END-IF.
      *    e sairiam em duplicata nos arquivos que a carga a jusante
      *    e a equipe de qualidade de dados consomem. As exceções
      *    retêm as sequências até o checkpoint; a saída retém as
      *    primeiras TOTAL-LIDOS linhas; as ocorrências de bloqueio
      *    retêm as de outras execuções e as primeiras
      *    TOTAL-BLOQUEADOS desta. Cada arquivo passa pela sua cópia
      *    de trabalho e volta aparado.
       0250-APARAR-SAIDAS.
           OPEN INPUT ARQ-EXCECOES.
           IF WS-STATUS-EXCECOES EQUAL TO "00"
             CLOSE ARQ-SAIDA-APARA
             CLOSE ARQ-SAIDA
           END-IF.
           OPEN INPUT ARQ-OCORRENCIAS-BLQ.
           IF WS-STATUS-OCORRENCIAS EQUAL TO "00"
             OPEN OUTPUT ARQ-OCORRENCIAS-APARA
             MOVE "N" TO FIM-APARA
             MOVE ZERO TO LINHAS-APARA
             PERFORM UNTIL NAO-HA-MAIS-APARA
               READ ARQ-OCORRENCIAS-BLQ
                 AT END
                   SET NAO-HA-MAIS-APARA TO TRUE
                 NOT AT END
                   IF OCR-EXECUCAO EQUAL TO LOTE-CORRENTE
                     ADD 1 TO LINHAS-APARA
                   END-IF
                   IF OCR-EXECUCAO NOT EQUAL TO LOTE-CORRENTE
                     OR LINHAS-APARA NOT GREATER THAN TOTAL-BLOQUEADOS
                     WRITE REG-OCORRENCIA-APARA FROM REG-OCORRENCIA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARQ-OCORRENCIAS-BLQ
             CLOSE ARQ-OCORRENCIAS-APARA
             OPEN INPUT ARQ-OCORRENCIAS-APARA
             OPEN OUTPUT ARQ-OCORRENCIAS-BLQ
             MOVE "N" TO FIM-APARA
             PERFORM UNTIL NAO-HA-MAIS-APARA
               READ ARQ-OCORRENCIAS-APARA
                 AT END
                   SET NAO-HA-MAIS-APARA TO TRUE
                 NOT AT END
                   WRITE REG-OCORRENCIA FROM REG-OCORRENCIA-APARA
               END-READ
             END-PERFORM
             CLOSE ARQ-OCORRENCIAS-APARA
             CLOSE ARQ-OCORRENCIAS-BLQ
           END-IF.
      *
      *      Grava o checkpoint corrente, com a quantidade de registros
      *    lidos e os totais parciais até este ponto.
           MOVE TOTAL-VALIDOS TO CKP-VALIDOS
           MOVE TOTAL-INVALIDOS TO CKP-INVALIDOS
           MOVE TOTAL-MALFORMADOS TO CKP-MALFORMADOS
           MOVE TOTAL-BLOQUEADOS TO CKP-BLOQUEADOS
           MOVE TOTAL-SIT-IRREGULAR TO CKP-SIT-IRREGULAR
           MOVE TOTAL-DUPLICADOS-LOTE TO CKP-DUPLICADOS
           MOVE TOTAL-JA-CONHECIDOS TO CKP-JA-CONHECIDOS
           MOVE TOTAL-RECALC-EVITADOS TO CKP-RECALC-EVITADOS
           MOVE LOTE-CORRENTE TO CKP-EXECUCAO
           WRITE REG-CHECKPOINT
           CLOSE ARQ-CHECKPOINT.
      *
       0400-LIMPAR-CHECKPOINT.
           OPEN OUTPUT ARQ-CHECKPOINT
           MOVE ZERO TO CKP-LIDOS CKP-VALIDOS CKP-INVALIDOS
             CKP-MALFORMADOS CKP-BLOQUEADOS CKP-SIT-IRREGULAR
             CKP-DUPLICADOS CKP-JA-CONHECIDOS CKP-RECALC-EVITADOS
           MOVE SPACES TO CKP-EXECUCAO
           WRITE REG-CHECKPOINT
           CLOSE ARQ-CHECKPOINT.
      *
             AND DOC-NORMALIZADO NOT EQUAL TO SPACES
             PERFORM 0950-CONSULTAR-MESTRE
           END-IF.
           PERFORM 0980-CONSULTAR-BLOQUEIO.
           IF E-RECALCULO-DISPENSADO
             MOVE ZERO TO WS-STATUS-CODE
             MOVE MESTRE-TIPO TO WS-TIPO-DOC
      *      Documento com dígitos válidos mas situação irregular
      *    conhecida no mestre: conta à parte para o relatório - o
      *    veredito de CPFCHECK fica como está, a marcação própria sai
      *    no arquivo de saída. Documento bloqueado conta como
      *    bloqueado, e não como irregular: é o veredito que sai.
           IF E-DOCUMENTO-BLOQUEADO
             ADD 1 TO TOTAL-BLOQUEADOS
             PERFORM 1400-GRAVAR-OCORRENCIA-BLOQUEIO
           ELSE
             IF WS-STATUS-CODE EQUAL TO ZERO
               AND SITUACAO-CORRENTE NOT EQUAL TO SPACE
               AND SITUACAO-CORRENTE NOT EQUAL TO "0"
               ADD 1 TO TOTAL-SIT-IRREGULAR
             END-IF
           END-IF.
           PERFORM 1100-GRAVAR-AUDITORIA-LOTE.
           PERFORM 1300-GRAVAR-SAIDA.
           MOVE SPACES TO MESTRE-REG.
           MOVE DOC-NORMALIZADO TO MESTRE-DOCUMENTO.
           CALL "CPFMSTR" USING MESTRE-FUNCAO MESTRE-REG
             MESTRE-RETORNO MESTRE-PROGRAMA
             ON EXCEPTION
               MOVE "N" TO MESTRE-ATIVO
           END-CALL.
           MOVE WS-MATRIZ-FILIAL TO MESTRE-MATRIZ.
           MOVE LOTE-CORRENTE TO MESTRE-LOTE.
           CALL "CPFMSTR" USING MESTRE-FUNCAO MESTRE-REG
             MESTRE-RETORNO MESTRE-PROGRAMA
             ON EXCEPTION
               MOVE "N" TO MESTRE-ATIVO
           END-CALL.
           IF MESTRE-DISPONIVEL
             MOVE "F" TO MESTRE-FUNCAO
             CALL "CPFMSTR" USING MESTRE-FUNCAO MESTRE-REG
               MESTRE-RETORNO MESTRE-PROGRAMA
               ON EXCEPTION
                 MOVE "N" TO MESTRE-ATIVO
             END-CALL
           END-IF.
      *
      *      Consulta a lista de restrições pelo documento normalizado,
      *    via CPFBLQS com ON EXCEPTION: se o módulo ou o arquivo não
      *    estiverem disponíveis, o lote segue sem bloqueios, como
      *    sempre fez. Só um bloqueio vigente hoje marca o documento.
       0980-CONSULTAR-BLOQUEIO.
           MOVE "N" TO DOCUMENTO-BLOQUEADO.
           IF NOT BLOQUEIO-DISPONIVEL
             OR DOC-NORMALIZADO EQUAL TO SPACES
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
           EVALUATE BLOQUEIO-RETORNO
             WHEN "00"
               SET E-DOCUMENTO-BLOQUEADO TO TRUE
             WHEN "23"
               CONTINUE
             WHEN OTHER
               MOVE "N" TO BLOQUEIO-ATIVO
           END-EVALUATE.
      *
      *      Encerra o uso da lista de restrições e do arquivo de
      *    ocorrências ao final da execução.
       0990-FECHAR-BLOQUEIO.
           IF BLOQUEIO-DISPONIVEL
             MOVE "F" TO BLOQUEIO-FUNCAO
             CALL "CPFBLQS" USING BLOQUEIO-FUNCAO BLOQUEIO-REG
               BLOQUEIO-DESCR-MOTIVO BLOQUEIO-RETORNO
               ON EXCEPTION
                 MOVE "N" TO BLOQUEIO-ATIVO
             END-CALL
           END-IF.
           IF ARQUIVO-OCORRENCIAS-ABERTO
             CLOSE ARQ-OCORRENCIAS-BLQ
             MOVE "N" TO OCORRENCIAS-ABERTO
           END-IF.
      *
      *      Acrescenta ao arquivo de auditoria do lote (CPFAUDL,
      *    consolidado depois no CPFAUD por ConsolidarCPFAud) uma
      *    linha para o documento do registro corrente, para que o
               MOVE "INVALIDO" TO AUD-RESULTADO
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO AUD-DATA-HORA.
           MOVE GRADE-DATA-NEGOCIO TO AUD-DATA-NEGOCIO.
           WRITE REG-AUDITORIA.
      *
      *      Grava no arquivo de exceções o registro reprovado: a
      *    IRREGULAR - sem mexer em SAI-RESULTADO, que continua sendo
      *    o veredito de CPFCHECK. Sem situação em arquivo os dois
      *    campos ficam em branco e o registro sai como sempre saiu.
      *    Documento com bloqueio vigente na lista de restrições sai
      *    com o veredito BLOQUEADO, qualquer que seja a situação.
           MOVE SITUACAO-CORRENTE TO SAI-SITUACAO.
           IF E-DOCUMENTO-BLOQUEADO
             MOVE "BLOQUEADO" TO SAI-SIT-RESULTADO
           ELSE
             IF WS-STATUS-CODE EQUAL TO ZERO
               AND SITUACAO-CORRENTE NOT EQUAL TO SPACE
               AND SITUACAO-CORRENTE NOT EQUAL TO "0"
               MOVE "IRREGULAR" TO SAI-SIT-RESULTADO
             END-IF
           END-IF.
           WRITE REG-SAIDA.
      *
      *      Acrescenta ao arquivo de ocorrências CPFBLQL uma linha
      *    para o documento bloqueado do registro corrente: o
      *    documento como lido, o motivo e o solicitante do bloqueio,
      *    o sistema de origem e o id do cliente que o trouxeram e o
      *    identificador desta execução. O arquivo é aberto na
      *    primeira ocorrência e estendido, nunca recriado.
       1400-GRAVAR-OCORRENCIA-BLOQUEIO.
           IF NOT ARQUIVO-OCORRENCIAS-ABERTO
             OPEN EXTEND ARQ-OCORRENCIAS-BLQ
             IF WS-STATUS-OCORRENCIAS NOT EQUAL TO "00"
               OPEN OUTPUT ARQ-OCORRENCIAS-BLQ
             END-IF
             IF WS-STATUS-OCORRENCIAS NOT EQUAL TO "00"
               EXIT PARAGRAPH
             END-IF
             MOVE "S" TO OCORRENCIAS-ABERTO
           END-IF.
           MOVE SPACES TO REG-OCORRENCIA.
           MOVE CPF TO OCR-DOCUMENTO.
           MOVE BLOQUEIO-MOTIVO TO OCR-MOTIVO.
           MOVE BLOQUEIO-DESCR-MOTIVO TO OCR-DESCR-MOTIVO.
           MOVE BLOQUEIO-SOLICITANTE TO OCR-SOLICITANTE.
           MOVE "LOTE" TO OCR-CANAL.
           MOVE FUNCTION CURRENT-DATE TO OCR-DATA-HORA.
           MOVE CLI-SISTEMA-ORIGEM TO OCR-SISTEMA-ORIGEM.
           MOVE CLI-ID-CLIENTE TO OCR-ID-CLIENTE.
           MOVE LOTE-CORRENTE TO OCR-EXECUCAO.
           MOVE GRADE-DATA-NEGOCIO TO OCR-DATA-NEGOCIO.
           WRITE REG-OCORRENCIA.
      *
      *      Modo de ressubmissão: parte dos totais do último lote
      *    (CPFTOT), lê a versão corrigida do arquivo de exceções
      *    (CPFEXCR), revalida somente aqueles registros e funde o
               "(status " WS-STATUS-TOTAIS ") - execute o lote "
               "completo antes de ressubmeter."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           READ ARQ-TOTAIS INTO REG-TOTAIS
             AT END
               DISPLAY "ERRO: arquivo de totais CPFTOT vazio."
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-TOTAIS
               PERFORM 9900-ENCERRAR-EXECUCAO
           END-READ
           MOVE TOT-LIDOS TO TOTAL-LIDOS
           MOVE TOT-VALIDOS TO TOTAL-VALIDOS
               "excecoes corrigido CPFEXCR (status "
               WS-STATUS-EXCECOES-CORR ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-STATUS-RELATORIO NOT EQUAL TO "00"
               "relatorio CPFREL (status " WS-STATUS-RELATORIO ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-EXCECOES-CORR
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           OPEN OUTPUT ARQ-EXCECOES
           IF WS-STATUS-EXCECOES NOT EQUAL TO "00"
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-EXCECOES-CORR
             CLOSE ARQ-RELATORIO
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
      *      Na ressubmissão o CPFSAI desta execução carrega somente
      *    os registros revalidados; o JCL aponta o DD para um
             CLOSE ARQ-EXCECOES-CORR
             CLOSE ARQ-RELATORIO
             CLOSE ARQ-EXCECOES
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           OPEN EXTEND ARQ-AUDITORIA
           IF WS-STATUS-AUDITORIA NOT EQUAL TO "00"
           PERFORM 9100-GRAVAR-RELATORIO-RESSUB
           PERFORM 8000-GRAVAR-TOTAIS
           PERFORM 0970-FECHAR-MESTRE
           PERFORM 0990-FECHAR-BLOQUEIO
           CLOSE ARQ-EXCECOES-CORR
           CLOSE ARQ-RELATORIO
           CLOSE ARQ-EXCECOES
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "relatorio CPFREL (status " WS-STATUS-RELATORIO ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           OPEN OUTPUT ARQ-EXCECOES
           IF WS-STATUS-EXCECOES NOT EQUAL TO "00"
               "excecoes CPFEXC (status " WS-STATUS-EXCECOES ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-RELATORIO
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           OPEN OUTPUT ARQ-SAIDA
           IF WS-STATUS-SAIDA NOT EQUAL TO "00"
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-RELATORIO
             CLOSE ARQ-EXCECOES
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           OPEN EXTEND ARQ-AUDITORIA
           IF WS-STATUS-AUDITORIA NOT EQUAL TO "00"
           PERFORM 9200-GRAVAR-RELATORIO-CONTROLE
           PERFORM 9300-GRAVAR-RELATORIO-DELTA
           PERFORM 8000-GRAVAR-TOTAIS
           PERFORM 8050-GRAVAR-APROVEITADOS
           PERFORM 0970-FECHAR-MESTRE
           PERFORM 0990-FECHAR-BLOQUEIO
           CLOSE ARQ-RELATORIO
           CLOSE ARQ-EXCECOES
           CLOSE ARQ-SAIDA
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "entrada CPFENT (status " WS-STATUS-ENTRADA ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-CPF-ENTRADA
               "CPFSAIA (status " WS-STATUS-SAIDA-ANT ") - execute o "
               "lote completo antes de usar o modo delta."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM UNTIL NAO-HA-MAIS-SAIDA-ANT
             READ ARQ-SAIDA-ANT
      *    avança pulando repetições de chave, ficando no primeiro
      *    registro de cada cliente. O que sobrar do lado retido são
      *    clientes que saíram do extrato - simplesmente não entram no
      *    CPFSAI desta noite. Um registro que saiu BLOQUEADO na noite
      *    anterior passa pela verificação integral: se o bloqueio foi
      *    liberado, o veredito retido não diz qual seria o de hoje.
       6300-CASAR-DELTA.
           OPEN INPUT ARQ-ENTRADA-ORD
           OPEN INPUT ARQ-SAIDA-ANT-ORD
                 PERFORM 6500-LER-SAIDA-ANT-ORD
               WHEN OTHER
                 IF ENTO-DOCUMENTO EQUAL TO SANT-DOCUMENTO
                   AND SANT-SIT-RESULTADO NOT EQUAL TO "BLOQUEADO"
                   PERFORM 6700-APROVEITAR-ANTERIOR
                 ELSE
                   PERFORM 6600-PROCESSAR-INTEGRAL
      *    nos totais na categoria em que já havia sido classificado.
      *    Nada de CPFCHECK, mestre, auditoria ou exceção: a linha de
      *    auditoria e a exceção deste registro são as do ciclo que o
      *    verificou de fato. A lista de restrições, porém, é
      *    consultada sempre: um bloqueio incluído desde a noite
      *    anterior vale já para o registro inalterado.
       6700-APROVEITAR-ANTERIOR.
           ADD 1 TO TOTAL-LIDOS.
           ADD 1 TO TOTAL-APROVEITADOS.
           PERFORM 6750-CONTAR-APROVEITADO.
           EVALUATE SANT-STATUS
             WHEN 8
               ADD 1 TO TOTAL-MALFORMADOS
             WHEN OTHER
               ADD 1 TO TOTAL-INVALIDOS
           END-EVALUATE.
           MOVE ENTO-DOCUMENTO TO CPF.
           MOVE ENTO-ID-CLIENTE TO CLI-ID-CLIENTE.
           MOVE ENTO-NOME-CLIENTE TO CLI-NOME-CLIENTE.
           MOVE ENTO-SISTEMA-ORIGEM TO CLI-SISTEMA-ORIGEM.
           PERFORM 0900-NORMALIZAR-DOCUMENTO.
           PERFORM 0980-CONSULTAR-BLOQUEIO.
           IF E-DOCUMENTO-BLOQUEADO
             ADD 1 TO TOTAL-BLOQUEADOS
             PERFORM 1400-GRAVAR-OCORRENCIA-BLOQUEIO
           ELSE
             IF SANT-SIT-RESULTADO EQUAL TO "IRREGULAR"
               ADD 1 TO TOTAL-SIT-IRREGULAR
             END-IF
           END-IF.
           MOVE SPACES TO REG-SAIDA.
           MOVE ENTO-ID-CLIENTE TO SAI-ID-CLIENTE.
           MOVE SANT-REGIAO-FISCAL TO SAI-REGIAO-FISCAL.
           MOVE SANT-MATRIZ-FILIAL TO SAI-MATRIZ-FILIAL.
           MOVE SANT-SITUACAO TO SAI-SITUACAO.
           IF E-DOCUMENTO-BLOQUEADO
             MOVE "BLOQUEADO" TO SAI-SIT-RESULTADO
           ELSE
             MOVE SANT-SIT-RESULTADO TO SAI-SIT-RESULTADO
           END-IF.
           WRITE REG-SAIDA.
      *
      *      Soma o veredito aproveitado ao sistema de origem do
      *    registro corrente, abrindo a entrada na primeira vez.
       6750-CONTAR-APROVEITADO.
           MOVE ZERO TO IND-ORIGEM-APROV.
           PERFORM VARYING IND-APROV FROM 1 BY 1
             UNTIL IND-APROV GREATER THAN QTD-ORIGENS-APROV
             OR IND-ORIGEM-APROV GREATER THAN ZERO
             IF APR-ORIGEM(IND-APROV) EQUAL TO ENTO-SISTEMA-ORIGEM
               MOVE IND-APROV TO IND-ORIGEM-APROV
             END-IF
           END-PERFORM.
           IF IND-ORIGEM-APROV EQUAL TO ZERO
             IF QTD-ORIGENS-APROV LESS THAN 100
               ADD 1 TO QTD-ORIGENS-APROV
               MOVE QTD-ORIGENS-APROV TO IND-ORIGEM-APROV
               MOVE ENTO-SISTEMA-ORIGEM TO APR-ORIGEM(IND-ORIGEM-APROV)
               MOVE ZERO TO APR-QTD(IND-ORIGEM-APROV)
             ELSE
               SET HA-ORIGENS-APROV-DEMAIS TO TRUE
               EXIT PARAGRAPH
             END-IF
           END-IF.
           ADD 1 TO APR-QTD(IND-ORIGEM-APROV).
      *
      *      Grava os totais finais do lote em CPFTOT, de onde uma
      *    eventual ressubmissão parte para fundir suas correções.
       8000-GRAVAR-TOTAIS.
           OPEN OUTPUT ARQ-TOTAIS
           MOVE SPACES TO REG-TOTAIS
           MOVE TOTAL-LIDOS TO TOT-LIDOS
           MOVE TOTAL-VALIDOS TO TOT-VALIDOS
           MOVE TOTAL-INVALIDOS TO TOT-INVALIDOS
           MOVE TOTAL-MALFORMADOS TO TOT-MALFORMADOS
           MOVE LOTE-CORRENTE TO TOT-EXECUCAO
           WRITE REG-TOTAIS
           CLOSE ARQ-TOTAIS.
      *
      *      Regrava o CPFAPV com os vereditos aproveitados da noite
      *    por sistema de origem - vazio fora do modo delta, para que
      *    uma noite refeita por inteiro não herde o desconto de uma
      *    execução delta anterior.
       8050-GRAVAR-APROVEITADOS.
           OPEN OUTPUT ARQ-APROVEITADOS
           IF WS-STATUS-APROVEITADOS NOT EQUAL TO "00"
             DISPLAY "AVISO: nao foi possivel gravar os vereditos "
               "aproveitados em CPFAPV (status "
               WS-STATUS-APROVEITADOS ")."
             IF RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IND-APROV FROM 1 BY 1
             UNTIL IND-APROV GREATER THAN QTD-ORIGENS-APROV
             MOVE SPACES TO REG-APROVEITADO
             MOVE GRADE-DATA-NEGOCIO TO APV-DATA-NEGOCIO
             MOVE APR-ORIGEM(IND-APROV) TO APV-ORIGEM
             MOVE APR-QTD(IND-APROV) TO APV-QTD
             WRITE REG-APROVEITADO
           END-PERFORM
           CLOSE ARQ-APROVEITADOS
           IF HA-ORIGENS-APROV-DEMAIS
             DISPLAY "AVISO: sistemas de origem demais para o CPFAPV -"
               " parte dos vereditos aproveitados ficou de fora."
             IF RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
      *
      *      Grava o relatório-resumo do lote processado.
       9000-GRAVAR-RELATORIO.
           MOVE "RELATORIO DE VERIFICACAO DE CPF EM LOTE" TO
           MOVE TOTAL-SIT-IRREGULAR TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "DOCS BLOQUEADOS (CPFBLQ):" TO ROTULO-RELATORIO
           MOVE TOTAL-BLOQUEADOS TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
      *      Complemento do relatório com a reconciliação do cartão de
      *    controle, para que o motivo de um lote rejeitado fique
      *    escrito onde o pessoal de operação olha primeiro.
       9200-GRAVAR-RELATORIO-CONTROLE.
           IF MODO-PARTICAO
             PERFORM 9250-GRAVAR-RELATORIO-PARTICAO
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "RECONCILIACAO DO CARTAO DE CONTROLE" TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF.
      *
      *      Complemento do relatório no modo partição: a conferência
      *    da fatia contra a contagem gravada pela divisão. A marca de
      *    divergência é a mesma do lote inteiro, para que a junção e
      *    o fechamento a reconheçam; o veredito de qualidade fica
      *    para a junção.
       9250-GRAVAR-RELATORIO-PARTICAO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "RECONCILIACAO DA PARTICAO" TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "PARTICAO:" TO ROTULO-RELATORIO
           MOVE PARTICAO-CORRENTE TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "REGISTROS ESPERADOS:" TO ROTULO-RELATORIO
           MOVE QTD-ESPERADA TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "REJEITADOS (INV+MALF):" TO ROTULO-RELATORIO
           MOVE TOTAL-REJEITADOS TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           IF CONTAGEM-DIVERGE
             MOVE "*** DIVERGENCIA DE CONTAGEM - VERIFIQUE A ENTRADA"
               TO REG-RELATORIO
             WRITE REG-RELATORIO
           ELSE
             MOVE "PARTICAO CONCLUIDA - QUALIDADE APURADA NA JUNCAO"
               TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF.
      *
      *      Complemento do relatório no modo de ressubmissão: quantos
      *    registros do arquivo corrigido foram revalidados e quantos
      *    deles sanaram nesta passagem.
           MOVE TOTAL-APROVEITADOS TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
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
           IF MODO-RESSUBMISSAO
             MOVE TOTAL-RESSUBMETIDOS TO GRADE-LIDOS
             MOVE TOTAL-CORRIGIDOS TO GRADE-GRAVADOS
           ELSE
             MOVE TOTAL-LIDOS TO GRADE-LIDOS
             MOVE TOTAL-LIDOS TO GRADE-GRAVADOS
           END-IF.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
