       IDENTIFICATION DIVISION.
       PROGRAM-ID. AtenderTitularLGPD.
      *
      *      Atendimento dos pedidos de titulares pela LGPD: recebe a
      *    lista de pedidos CPFLGP (protocolo, tipo do pedido e
      *    documento) e monta, para cada documento, o dossiê do que a
      *    casa guarda sobre ele no arquivo CPFLGD - o registro do
      *    cadastro-mestre CPFMST, toda linha de auditoria do CPFAUD e
      *    dos arquivos-morto CPFAUDAAAAMM ainda retidos (data, canal
      *    e operador), toda aparição na saída do lote CPFSAI e nas
      *    rejeições CPFEXC (id e nome do cliente e sistema de
      *    origem), as constatações de duplicidade (CPFDUP) e de
      *    divergência com a Receita (CPFDIV), o bloqueio na lista
      *    interna de restrições CPFBLQ (motivo, solicitante, vigência
      *    e liberação) e as liberações pedidas ao supervisor no
      *    balcão (CPFOVR). Antes isso se fazia com buscas à mão em
      *    cada arquivo e ManterCPFMestre CONSULTA.
      *      O canal da linha de auditoria sai do próprio layout: a
      *    tela anexa operador e sessão além da coluna 56, e linha sem
      *    operador veio do lote ou de VerificarCPF, que gravam o
      *    layout padrão e não se distinguem entre si.
      *      Pedido de eliminação confirmado (tipo E) anonimiza também
      *    o documento no CPFAUD e nos arquivos-morto retidos. O
      *    documento é trocado por um marcador cujo valor no hash-total
      *    do CPFAUDC (soma dos valores dos caracteres, a regra de
      *    ManutencaoCPFAud) é igual ao do documento original: a linha
      *    continua no arquivo e a contagem e o hash-total do controle
      *    continuam valendo. O arquivo só é substituído depois de
      *    conferido que a cópia anonimizada tem a mesma contagem e o
      *    mesmo hash do original; cada arquivo alterado fica no
      *    registro de anonimizações CPFLGR com o protocolo, as linhas
      *    anonimizadas e a conferência contra o CPFAUDC - sem o
      *    documento, que é justamente o que se eliminou. O CPFBLQ e
      *    o CPFOVR entram no dossiê mas não são anonimizados: o
      *    bloqueio e a autorização do supervisor são guardados por
      *    obrigação legal e de prevenção a fraude. O passo deve
      *    rodar depois de ConsolidarCPFAud, com os arquivos por
      *    gravador já fundidos no CPFAUD.
      *      RETURN-CODE 4 para pedido inválido ou arquivo de consulta
      *    ausente (a seção sai marcada no dossiê), 8 para erro de
      *    arquivo e 12 quando a cópia anonimizada não confere - o
      *    arquivo original fica intacto - ou quando a regravação do
      *    original a partir da cópia conferida falha; nesse caso o
      *    CPFLGT guarda a cópia e é com ele que o arquivo se restaura.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *      Lista de pedidos: protocolo, tipo (A acesso, E
      *    eliminação confirmada) e documento.
           SELECT ARQ-PEDIDOS ASSIGN TO "CPFLGP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PEDIDOS.
      *
           SELECT ARQ-MESTRE ASSIGN TO "CPFMST"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MST-DOCUMENTO
             FILE STATUS IS WS-STATUS-MESTRE.
      *
      *      Arquivo de auditoria em varredura: o CPFAUD vivo e, em
      *    seguida, cada arquivo-morto CPFAUD+AAAAMM ativo no controle.
           SELECT ARQ-AUDITORIA ASSIGN TO NOME-ARQUIVO-AUD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AUDITORIA.
      *
           SELECT ARQ-CONTROLE ASSIGN TO "CPFAUDC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONTROLE.
      *
      *      Cópia anonimizada do arquivo de auditoria em varredura,
      *    devolvida ao original depois de conferida.
           SELECT ARQ-TRABALHO ASSIGN TO "CPFLGT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TRABALHO.
      *
           SELECT ARQ-SAIDA-LOTE ASSIGN TO "CPFSAI"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SAIDA-LOTE.
      *
           SELECT ARQ-EXCECOES ASSIGN TO "CPFEXC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EXCECOES.
      *
           SELECT ARQ-DUPLICADOS ASSIGN TO "CPFDUP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DUPLICADOS.
      *
           SELECT ARQ-DIVERGENCIAS ASSIGN TO "CPFDIV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DIVERGENCIAS.
      *
           SELECT ARQ-BLOQUEIO ASSIGN TO "CPFBLQ"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BLQ-DOCUMENTO
             FILE STATUS IS WS-STATUS-BLOQUEIO.
      *
           SELECT ARQ-LIBERACOES ASSIGN TO "CPFOVR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIBERACOES.
      *
           SELECT ARQ-DOSSIE ASSIGN TO "CPFLGD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DOSSIE.
      *
           SELECT ARQ-REGISTRO ASSIGN TO "CPFLGR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REGISTRO.
      *
           SELECT SD-DOSSIE ASSIGN TO "SORTWK1".
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDOS.
           01 REG-PEDIDO.
             05 LGP-PROTOCOLO      PIC X(10).
             05 FILLER             PIC X.
             05 LGP-TIPO           PIC X.
             05 FILLER             PIC X.
             05 LGP-DOCUMENTO      PIC X(18).
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
      *      O layout padrão de auditoria nas 56 primeiras colunas; a
      *    tela anexa operador e sessão.
       FD  ARQ-AUDITORIA.
           01 REG-AUDITORIA.
             05 AUD-DOCUMENTO  PIC X(18).
             05 FILLER         PIC X.
             05 AUD-TIPO       PIC X(4).
             05 FILLER         PIC X.
             05 AUD-RESULTADO  PIC X(10).
             05 FILLER         PIC X.
             05 AUD-DATA-HORA  PIC X(21).
             05 FILLER         PIC X.
             05 AUD-OPERADOR   PIC X(6).
             05 FILLER         PIC X.
             05 AUD-SESSAO     PIC X(16).
             05 FILLER         PIC X(20).
      *
       FD  ARQ-CONTROLE.
           01 REG-CONTROLE.
             05 CTL-MES           PIC X(6).
             05 FILLER            PIC X.
             05 CTL-QTD-REGISTROS PIC 9(9).
             05 FILLER            PIC X.
             05 CTL-HASH-TOTAL    PIC 9(12).
             05 FILLER            PIC X.
             05 CTL-SITUACAO      PIC X(9).
      *
       FD  ARQ-TRABALHO.
           01 REG-TRABALHO     PIC X(100).
      *
       FD  ARQ-SAIDA-LOTE.
           01 REG-SAIDA-LOTE.
             05 SAI-ID-CLIENTE     PIC X(10).
             05 FILLER             PIC X.
             05 SAI-NOME-CLIENTE   PIC X(40).
             05 FILLER             PIC X.
             05 SAI-SISTEMA-ORIGEM PIC X(4).
             05 FILLER             PIC X.
             05 SAI-DOCUMENTO      PIC X(18).
             05 FILLER             PIC X.
             05 SAI-RESULTADO      PIC X(10).
             05 FILLER             PIC X.
             05 SAI-STATUS         PIC 9.
             05 FILLER             PIC X.
             05 SAI-REGIAO-FISCAL  PIC X.
             05 FILLER             PIC X.
             05 SAI-MATRIZ-FILIAL  PIC X(6).
             05 FILLER             PIC X.
             05 SAI-SITUACAO       PIC X.
             05 FILLER             PIC X.
             05 SAI-SIT-RESULTADO  PIC X(10).
      *
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
      *      Relatório de DetectarDuplicados: linha de grupo
      *    "DOCUMENTO " + documento normalizado, seguida das linhas de
      *    cliente, que começam em branco.
       FD  ARQ-DUPLICADOS.
           01 REG-DUPLICADO.
             05 DUP-ROTULO         PIC X(10).
             05 DUP-DOCUMENTO      PIC X(18).
             05 FILLER             PIC X(52).
      *
      *      Relatório de ReconciliarSituacao: marcador da família em
      *    20 colunas e o documento normalizado.
       FD  ARQ-DIVERGENCIAS.
           01 REG-DIVERGENCIA.
             05 DIV-MARCADOR       PIC X(20).
             05 DIV-DOCUMENTO      PIC X(18).
             05 FILLER             PIC X(42).
      *
      *      Lista interna de restrições, o layout de
      *    ManterCPFBloqueio; situação A ativo, L liberado.
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
      *      Diário de liberações do balcão gravado por
      *    VerificarCPFTela.
       FD  ARQ-LIBERACOES.
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
       FD  ARQ-DOSSIE.
           01 REG-DOSSIE       PIC X(80).
      *
       FD  ARQ-REGISTRO.
           01 REG-ANONIMIZACAO.
             05 LGR-DATA-HORA      PIC X(21).
             05 FILLER             PIC X.
             05 LGR-PROTOCOLO      PIC X(10).
             05 FILLER             PIC X.
             05 LGR-ARQUIVO        PIC X(12).
             05 FILLER             PIC X.
             05 LGR-LINHAS         PIC 9(9).
             05 FILLER             PIC X.
             05 LGR-QTD-ARQUIVO    PIC 9(9).
             05 FILLER             PIC X.
             05 LGR-HASH-ARQUIVO   PIC 9(12).
             05 FILLER             PIC X.
             05 LGR-QTD-CONTROLE   PIC 9(9).
             05 FILLER             PIC X.
             05 LGR-HASH-CONTROLE  PIC 9(12).
             05 FILLER             PIC X.
             05 LGR-SITUACAO       PIC X(8).
      *
      *      Linhas do dossiê, classificadas por pedido, seção e
      *    ordem de chegada; a sequência zero é o título da seção.
       SD  SD-DOSSIE.
           01 REG-SD-DOSSIE.
             05 SDD-INDICE         PIC 9(4).
             05 SDD-SECAO          PIC 9.
             05 SDD-SEQUENCIA      PIC 9(9).
             05 SDD-LINHA          PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *      Status dos arquivos ("00" = OK, "35" = não encontrado,
      *    "23" = chave não encontrada).
           01 WS-STATUS-PEDIDOS      PIC X(2) VALUE SPACES.
           01 WS-STATUS-MESTRE       PIC X(2) VALUE SPACES.
           01 WS-STATUS-AUDITORIA    PIC X(2) VALUE SPACES.
           01 WS-STATUS-CONTROLE     PIC X(2) VALUE SPACES.
           01 WS-STATUS-TRABALHO     PIC X(2) VALUE SPACES.
           01 WS-STATUS-SAIDA-LOTE   PIC X(2) VALUE SPACES.
           01 WS-STATUS-EXCECOES     PIC X(2) VALUE SPACES.
           01 WS-STATUS-DUPLICADOS   PIC X(2) VALUE SPACES.
           01 WS-STATUS-DIVERGENCIAS PIC X(2) VALUE SPACES.
           01 WS-STATUS-BLOQUEIO     PIC X(2) VALUE SPACES.
           01 WS-STATUS-LIBERACOES   PIC X(2) VALUE SPACES.
           01 WS-STATUS-DOSSIE       PIC X(2) VALUE SPACES.
           01 WS-STATUS-REGISTRO     PIC X(2) VALUE SPACES.
      *
      *      Indicadores de fim de arquivo.
           01 FIM-PEDIDOS      PIC X VALUE "N".
             88 NAO-HA-MAIS-PEDIDOS VALUE "S".
           01 FIM-CONTROLE     PIC X VALUE "N".
             88 NAO-HA-MAIS-CONTROLE VALUE "S".
           01 FIM-ARQUIVO      PIC X VALUE "N".
             88 NAO-HA-MAIS-REGISTROS VALUE "S".
           01 FIM-SORT         PIC X VALUE "N".
             88 NAO-HA-MAIS-SORT VALUE "S".
      *
      *      Pedidos carregados da lista, com o documento normalizado
      *    (a mesma normalização dos demais programas da casa), as
      *    linhas achadas por seção (0 a 9; posição = seção + 1) e as
      *    linhas anonimizadas no arquivo em varredura e no total.
           01 QTD-PEDIDOS      PIC 9(4) COMP VALUE ZERO.
      *
           01 TABELA-PEDIDOS.
             05 PEDIDO-ENTRADA OCCURS 200 TIMES.
               10 PED-PROTOCOLO    PIC X(10).
               10 PED-TIPO         PIC X.
                 88 PED-ELIMINACAO VALUE "E".
               10 PED-DOCUMENTO    PIC X(18).
               10 PED-NORMALIZADO  PIC X(18).
               10 PED-QTD-SECAO    PIC 9(9) COMP OCCURS 10 TIMES.
               10 PED-ANON-ARQUIVO PIC 9(9) COMP.
               10 PED-ANON-TOTAL   PIC 9(9) COMP.
      *
      *      Há ao menos um pedido de eliminação na lista.
           01 HA-ELIMINACAO    PIC X VALUE "N".
             88 EXISTE-ELIMINACAO VALUE "S".
      *
      *      Seções cujo arquivo não pôde ser lido (posição = seção
      *    + 1): o dossiê diz que a seção não foi apurada.
           01 TABELA-SECOES.
             05 SECAO-INDISPONIVEL PIC X OCCURS 10 TIMES.
      *
      *      Trilha de auditoria incompleta: arquivo-morto ativo no
      *    controle que não pôde ser lido.
           01 AUDITORIA-INCOMPLETA PIC X VALUE "N".
             88 TRILHA-INCOMPLETA VALUE "S".
      *
      *      Meses ativos do CPFAUDC, com a contagem e o hash-total
      *    registrados na rotação.
           01 QTD-MESES        PIC 9(3) COMP VALUE ZERO.
      *
           01 TABELA-MESES.
             05 MES-ENTRADA OCCURS 240 TIMES.
               10 MES-CODIGO       PIC X(6).
               10 MES-QTD          PIC 9(9).
               10 MES-HASH         PIC 9(12).
      *
      *      Arquivo de auditoria em varredura e o mês correspondente
      *    no controle (zero = CPFAUD vivo, sem controle).
           01 NOME-ARQUIVO-AUD PIC X(12) VALUE SPACES.
           01 IND-MES          PIC 9(3) COMP VALUE ZERO.
      *
      *      Contagem e hash-total do arquivo em varredura, antes e
      *    depois da anonimização, e linhas anonimizadas nele.
           01 QTD-ANTES        PIC 9(9) VALUE ZERO.
           01 HASH-ANTES       PIC 9(12) VALUE ZERO.
           01 QTD-DEPOIS       PIC 9(9) VALUE ZERO.
           01 HASH-DEPOIS      PIC 9(12) VALUE ZERO.
           01 QTD-ANON-ARQUIVO PIC 9(9) VALUE ZERO.
      *
      *      Tabela de valores de caractere para o hash-total, a
      *    mesma regra de ManutencaoCPFAud: valor = posição menos 1;
      *    caractere fora da tabela vale zero.
           01 TABELA-VALOR-CARACTERE PIC X(43) VALUE
             "0123456789:;<=>?@ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *
           01 POS-TABELA       PIC 9(2) VALUE ZERO.
           01 IX-HASH          PIC 9(2) VALUE ZERO.
           01 DOC-HASH         PIC X(18) VALUE SPACES.
           01 HASH-REGISTRO    PIC 9(4) VALUE ZERO.
      *
      *      Marcador de anonimização: "lgpd" (minúsculas, fora da
      *    tabela, valem zero) seguido de caracteres cuja soma de
      *    valores reproduz o hash do documento eliminado, completado
      *    com "*" (também zero).
           01 MARCADOR-ANONIMO PIC X(18) VALUE SPACES.
           01 QTD-MAIOR-VALOR  PIC 9(2) VALUE ZERO.
           01 RESTO-VALOR      PIC 9(2) VALUE ZERO.
           01 POS-MARCADOR     PIC 9(2) VALUE ZERO.
           01 IX-MARCADOR      PIC 9(2) VALUE ZERO.
      *
      *      Normalização do documento (só os caracteres
      *    significativos, maiúsculos, sem máscara).
           01 DOC-NORMALIZADO  PIC X(18) VALUE SPACES.
           01 DOC-TRABALHO     PIC X(18) VALUE SPACES.
           01 QTD-CHAR-NORM    PIC 9(2) VALUE ZERO.
           01 IX-NORM          PIC 9(2) VALUE ZERO.
      *
      *      Índices de trabalho.
           01 I                PIC 9(4) COMP VALUE ZERO.
           01 J                PIC 9(4) COMP VALUE ZERO.
           01 IND-PEDIDO       PIC 9(4) COMP VALUE ZERO.
           01 IND-SECAO        PIC 9(4) COMP VALUE ZERO.
      *
      *      O documento do registro lido pertence a algum pedido.
           01 ACHOU-PEDIDO     PIC X VALUE "N".
             88 DOCUMENTO-PEDIDO VALUE "S".
      *
      *      Grupo de CPFDUP em curso que pertence a um pedido: as
      *    linhas de cliente que o seguem vão para o mesmo dossiê.
           01 GRUPO-PEDIDO     PIC X VALUE "N".
             88 DENTRO-DE-GRUPO VALUE "S".
           01 TABELA-GRUPO.
             05 GRUPO-DO-PEDIDO PIC X OCCURS 200 TIMES.
      *
      *      Sequência das linhas entregues à classificação.
           01 SEQUENCIA-LINHA  PIC 9(9) VALUE ZERO.
      *
      *      Carimbo desta execução, para o registro de anonimizações.
           01 CARIMBO-EXECUCAO PIC X(21) VALUE SPACES.
      *
      *      Contadores do resumo.
           01 TOTAL-PEDIDOS-INVALIDOS PIC 9(9) VALUE ZERO.
           01 TOTAL-LINHAS-DOSSIE PIC 9(9) VALUE ZERO.
           01 TOTAL-ANONIMIZADAS PIC 9(9) VALUE ZERO.
           01 TOTAL-ARQ-ALTERADOS PIC 9(9) VALUE ZERO.
      *
           01 VALOR-EDITADO    PIC ZZZZZZZZ9.
      *
      *      Layouts das linhas do dossiê.
           01 LINHA-PEDIDO.
             05 FILLER         PIC X(24)
               VALUE "DOSSIE LGPD - PROTOCOLO ".
             05 LPE-PROTOCOLO  PIC X(10).
             05 FILLER         PIC X(13) VALUE " - DOCUMENTO ".
             05 LPE-DOCUMENTO  PIC X(18).
             05 FILLER         PIC X(3) VALUE " - ".
             05 LPE-TIPO       PIC X(10).
      *
           01 LINHA-MESTRE-1.
             05 FILLER         PIC X(18) VALUE "  VISTO 1A VEZ EM ".
             05 LM1-PRIMEIRA   PIC X(8).
             05 FILLER         PIC X(21)
               VALUE "  ULTIMA VERIFICACAO ".
             05 LM1-ULTIMA     PIC X(8).
             05 FILLER         PIC X(14) VALUE "  VERIFICACOES".
             05 LM1-QTD        PIC ZZZZZZZZ9.
      *
           01 LINHA-MESTRE-2.
             05 FILLER         PIC X(16) VALUE "  ULTIMO STATUS ".
             05 LM2-STATUS     PIC 9.
             05 FILLER         PIC X(7) VALUE "  TIPO ".
             05 LM2-TIPO       PIC X(4).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 LM2-PERFIL     PIC X(16).
             05 FILLER         PIC X(14) VALUE "  ULTIMO LOTE ".
             05 LM2-LOTE       PIC X(16).
      *
           01 LINHA-MESTRE-3.
             05 FILLER         PIC X(19) VALUE "  SITUACAO RECEITA ".
             05 LM3-SITUACAO   PIC X.
             05 FILLER         PIC X(11) VALUE " (CARGA DE ".
             05 LM3-DATA       PIC X(8).
             05 FILLER         PIC X VALUE ")".
      *
           01 LINHA-AUDITORIA.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 LAU-DATA       PIC X(8).
             05 FILLER         PIC X VALUE SPACE.
             05 LAU-HORA       PIC X(6).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 LAU-CANAL      PIC X(11).
             05 FILLER         PIC X VALUE SPACE.
             05 LAU-OPERADOR   PIC X(6).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 LAU-RESULTADO  PIC X(10).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 LAU-ARQUIVO    PIC X(12).
             05 FILLER         PIC X VALUE SPACE.
             05 LAU-SESSAO     PIC X(16).
      *
           01 LINHA-LOTE.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 LLO-ID-CLIENTE PIC X(10).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 LLO-NOME       PIC X(40).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 LLO-ORIGEM     PIC X(4).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 LLO-RESULTADO  PIC X(10).
      *
           01 LINHA-MOTIVO.
             05 FILLER         PIC X(14) VALUE "    SEQUENCIA ".
             05 LMO-SEQUENCIA  PIC ZZZZZZZZ9.
             05 FILLER         PIC X(9) VALUE "  MOTIVO ".
             05 LMO-MOTIVO     PIC X(30).
      *
           01 LINHA-BLOQUEIO-1.
             05 FILLER         PIC X(9) VALUE "  MOTIVO ".
             05 LBQ-MOTIVO     PIC X(2).
             05 FILLER         PIC X(14) VALUE "  SOLICITANTE ".
             05 LBQ-SOLICITANTE PIC X(10).
             05 FILLER         PIC X(11) VALUE "  VIGENCIA ".
             05 LBQ-INICIO     PIC X(8).
             05 FILLER         PIC X(3) VALUE " A ".
             05 LBQ-FIM        PIC X(9).
      *
           01 LINHA-BLOQUEIO-2.
             05 FILLER         PIC X(14) VALUE "  INCLUIDO EM ".
             05 LBQ-INCLUSAO   PIC X(8).
             05 FILLER         PIC X(11) VALUE "  SITUACAO ".
             05 LBQ-SITUACAO   PIC X(8).
      *
           01 LINHA-BLOQUEIO-3.
             05 FILLER         PIC X(14) VALUE "  LIBERADO EM ".
             05 LBQ-LIBERACAO  PIC X(8).
             05 FILLER         PIC X(5) VALUE " POR ".
             05 LBQ-LIBERADO-POR PIC X(10).
      *
           01 LINHA-LIBERACAO.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 LLI-DATA       PIC X(8).
             05 FILLER         PIC X VALUE SPACE.
             05 LLI-HORA       PIC X(6).
             05 FILLER         PIC X(5) VALUE "  AG ".
             05 LLI-AGENCIA    PIC X(4).
             05 FILLER         PIC X(7) VALUE "  OPER ".
             05 LLI-OPERADOR   PIC X(6).
             05 FILLER         PIC X(9) VALUE "  SUPERV ".
             05 LLI-SUPERVISOR PIC X(6).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 LLI-DECISAO    PIC X(10).
             05 FILLER         PIC X(9) VALUE "  MOTIVO ".
             05 LLI-MOTIVO     PIC X(2).
      *
           01 LINHA-ANONIMIZACAO.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 LAN-ARQUIVO    PIC X(12).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 LAN-LINHAS     PIC ZZZZZZZZ9.
             05 FILLER         PIC X(23)
               VALUE " LINHA(S) ANONIMIZADAS ".
             05 LAN-SITUACAO   PIC X(30).
      *
      *      Área de comunicação com a sub-rotina CPFGRDS: registro
      *    desta execução no diário da grade noturna CPFGRD e
      *    conferência dos predecessores na mesma data de negócio.
           01 GRADE-FUNCAO     PIC X VALUE SPACE.
      *
           01 GRADE-REG.
             05 GRADE-PROGRAMA      PIC X(30)
               VALUE "AtenderTitularLGPD".
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
       PROCEDURE DIVISION.
       0000-ATENDER-PEDIDOS.
           PERFORM 9800-REGISTRAR-INICIO
           MOVE FUNCTION CURRENT-DATE TO CARIMBO-EXECUCAO
           INITIALIZE TABELA-PEDIDOS
           INITIALIZE TABELA-MESES
           MOVE ALL "N" TO TABELA-SECOES
           PERFORM 0100-CARREGAR-PEDIDOS
           PERFORM 0200-CARREGAR-CONTROLE
           OPEN OUTPUT ARQ-DOSSIE
           IF WS-STATUS-DOSSIE NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o dossie CPFLGD "
               "(status " WS-STATUS-DOSSIE ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           SORT SD-DOSSIE
             ON ASCENDING KEY SDD-INDICE SDD-SECAO SDD-SEQUENCIA
             INPUT PROCEDURE IS 1000-COLETAR-DOSSIE
             OUTPUT PROCEDURE IS 5000-GRAVAR-DOSSIE
           CLOSE ARQ-DOSSIE
           PERFORM 9000-EXIBIR-RESUMO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Carrega a lista de pedidos: linhas iniciadas por "*" são
      *    comentário; tipo diferente de A ou E, ou documento sem
      *    caracteres significativos, é recusado com aviso.
       0100-CARREGAR-PEDIDOS.
           OPEN INPUT ARQ-PEDIDOS.
           IF WS-STATUS-PEDIDOS NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir a lista de pedidos "
               "CPFLGP (status " WS-STATUS-PEDIDOS ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           PERFORM UNTIL NAO-HA-MAIS-PEDIDOS
             READ ARQ-PEDIDOS
               AT END
                 SET NAO-HA-MAIS-PEDIDOS TO TRUE
               NOT AT END
                 IF REG-PEDIDO NOT EQUAL TO SPACES
                   AND LGP-PROTOCOLO(1:1) NOT EQUAL TO "*"
                   PERFORM 0150-ACEITAR-PEDIDO
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-PEDIDOS.
           IF QTD-PEDIDOS EQUAL TO ZERO
             DISPLAY "ERRO: nenhum pedido valido na lista CPFLGP."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
      *
       0150-ACEITAR-PEDIDO.
           MOVE LGP-DOCUMENTO TO DOC-TRABALHO.
           PERFORM 0900-NORMALIZAR-DOCUMENTO.
           IF LGP-PROTOCOLO EQUAL TO SPACES
             OR (LGP-TIPO NOT EQUAL TO "A"
               AND LGP-TIPO NOT EQUAL TO "E")
             OR DOC-NORMALIZADO EQUAL TO SPACES
             DISPLAY "AVISO: pedido invalido ignorado: '" REG-PEDIDO
               "' - use protocolo, tipo A ou E e o documento."
             ADD 1 TO TOTAL-PEDIDOS-INVALIDOS
             IF RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
             END-IF
             EXIT PARAGRAPH
           END-IF.
           IF QTD-PEDIDOS NOT LESS THAN 200
             DISPLAY "AVISO: mais de 200 pedidos - protocolo "
               LGP-PROTOCOLO " fica para a proxima execucao."
             ADD 1 TO TOTAL-PEDIDOS-INVALIDOS
             IF RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
             END-IF
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO QTD-PEDIDOS.
           MOVE LGP-PROTOCOLO TO PED-PROTOCOLO(QTD-PEDIDOS).
           MOVE LGP-TIPO TO PED-TIPO(QTD-PEDIDOS).
           MOVE LGP-DOCUMENTO TO PED-DOCUMENTO(QTD-PEDIDOS).
           MOVE DOC-NORMALIZADO TO PED-NORMALIZADO(QTD-PEDIDOS).
           IF PED-ELIMINACAO(QTD-PEDIDOS)
             SET EXISTE-ELIMINACAO TO TRUE
           END-IF.
      *
      *      Carrega os meses ativos do CPFAUDC: são os arquivos-morto
      *    retidos em disco. Sem controle (nenhuma rotação ainda) só o
      *    CPFAUD vivo é varrido.
       0200-CARREGAR-CONTROLE.
           OPEN INPUT ARQ-CONTROLE.
           IF WS-STATUS-CONTROLE NOT EQUAL TO "00"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL NAO-HA-MAIS-CONTROLE
             READ ARQ-CONTROLE
               AT END
                 SET NAO-HA-MAIS-CONTROLE TO TRUE
               NOT AT END
                 IF CTL-SITUACAO EQUAL TO "ATIVO"
                   AND QTD-MESES LESS THAN 240
                   ADD 1 TO QTD-MESES
                   MOVE CTL-MES TO MES-CODIGO(QTD-MESES)
                   MOVE CTL-QTD-REGISTROS TO MES-QTD(QTD-MESES)
                   MOVE CTL-HASH-TOTAL TO MES-HASH(QTD-MESES)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-CONTROLE.
      *
      *      Alimenta a classificação com os títulos de cada dossiê e
      *    as linhas achadas em cada arquivo. Os arquivos-morto vêm na
      *    ordem do controle (a da rotação) e o CPFAUD vivo por último,
      *    para a trilha sair em ordem de data.
       1000-COLETAR-DOSSIE.
           PERFORM 1100-LIBERAR-TITULOS.
           PERFORM 1200-CONSULTAR-MESTRE.
           PERFORM VARYING IND-MES FROM 1 BY 1
             UNTIL IND-MES GREATER THAN QTD-MESES
             MOVE SPACES TO NOME-ARQUIVO-AUD
             STRING "CPFAUD" MES-CODIGO(IND-MES) DELIMITED BY SIZE
               INTO NOME-ARQUIVO-AUD
             PERFORM 1300-VARRER-AUDITORIA
           END-PERFORM.
           MOVE "CPFAUD" TO NOME-ARQUIVO-AUD.
           MOVE ZERO TO IND-MES.
           PERFORM 1300-VARRER-AUDITORIA.
           PERFORM 1500-VARRER-SAIDA-LOTE.
           PERFORM 1600-VARRER-EXCECOES.
           PERFORM 1700-VARRER-DUPLICADOS.
           PERFORM 1800-VARRER-DIVERGENCIAS.
           PERFORM 1850-CONSULTAR-BLOQUEIO.
           PERFORM 1900-VARRER-LIBERACOES.
      *
      *      Título do dossiê (seção 0) e das seções de cada pedido;
      *    a seção 9, de anonimização, só nos pedidos de eliminação.
       1100-LIBERAR-TITULOS.
           PERFORM VARYING IND-PEDIDO FROM 1 BY 1
             UNTIL IND-PEDIDO GREATER THAN QTD-PEDIDOS
             MOVE SPACES TO SDD-LINHA
             MOVE PED-PROTOCOLO(IND-PEDIDO) TO LPE-PROTOCOLO
             MOVE PED-DOCUMENTO(IND-PEDIDO) TO LPE-DOCUMENTO
             IF PED-ELIMINACAO(IND-PEDIDO)
               MOVE "ELIMINACAO" TO LPE-TIPO
             ELSE
               MOVE "ACESSO" TO LPE-TIPO
             END-IF
             MOVE ZERO TO IND-SECAO
             MOVE LINHA-PEDIDO TO SDD-LINHA
             PERFORM 1150-LIBERAR-TITULO
             MOVE 1 TO IND-SECAO
             MOVE "CADASTRO-MESTRE (CPFMST)" TO SDD-LINHA
             PERFORM 1150-LIBERAR-TITULO
             MOVE 2 TO IND-SECAO
             MOVE "AUDITORIA - CPFAUD E ARQUIVOS-MORTO (DATA, HORA, "
               & "CANAL, OPERADOR)" TO SDD-LINHA
             PERFORM 1150-LIBERAR-TITULO
             MOVE 3 TO IND-SECAO
             MOVE "SAIDA DO LOTE (CPFSAI)" TO SDD-LINHA
             PERFORM 1150-LIBERAR-TITULO
             MOVE 4 TO IND-SECAO
             MOVE "REJEICOES DO LOTE (CPFEXC)" TO SDD-LINHA
             PERFORM 1150-LIBERAR-TITULO
             MOVE 5 TO IND-SECAO
             MOVE "CLIENTE DUPLICADO ENTRE SISTEMAS (CPFDUP)"
               TO SDD-LINHA
             PERFORM 1150-LIBERAR-TITULO
             MOVE 6 TO IND-SECAO
             MOVE "DIVERGENCIA COM A RECEITA (CPFDIV)" TO SDD-LINHA
             PERFORM 1150-LIBERAR-TITULO
             MOVE 7 TO IND-SECAO
             MOVE "BLOQUEIO NA LISTA INTERNA DE RESTRICOES (CPFBLQ)"
               TO SDD-LINHA
             PERFORM 1150-LIBERAR-TITULO
             MOVE 8 TO IND-SECAO
             MOVE "LIBERACOES DE SUPERVISOR NO BALCAO (CPFOVR)"
               TO SDD-LINHA
             PERFORM 1150-LIBERAR-TITULO
             IF PED-ELIMINACAO(IND-PEDIDO)
               MOVE 9 TO IND-SECAO
               MOVE "ANONIMIZACAO NO CPFAUD E ARQUIVOS-MORTO"
                 TO SDD-LINHA
               PERFORM 1150-LIBERAR-TITULO
             END-IF
           END-PERFORM.
      *
       1150-LIBERAR-TITULO.
           MOVE IND-PEDIDO TO SDD-INDICE.
           MOVE IND-SECAO TO SDD-SECAO.
           MOVE ZERO TO SDD-SEQUENCIA.
           RELEASE REG-SD-DOSSIE.
      *
      *      Entrega à classificação uma linha achada (SDD-LINHA já
      *    montada) para o pedido e a seção correntes.
       1190-LIBERAR-LINHA.
           ADD 1 TO SEQUENCIA-LINHA.
           MOVE IND-PEDIDO TO SDD-INDICE.
           MOVE IND-SECAO TO SDD-SECAO.
           MOVE SEQUENCIA-LINHA TO SDD-SEQUENCIA.
           RELEASE REG-SD-DOSSIE.
           ADD 1 TO PED-QTD-SECAO(IND-PEDIDO, IND-SECAO + 1).
      *
      *      Registro do cadastro-mestre de cada pedido, lido
      *    diretamente pela chave normalizada, como faz ManterCPFMestre
      *    CONSULTA.
       1200-CONSULTAR-MESTRE.
           OPEN INPUT ARQ-MESTRE.
           IF WS-STATUS-MESTRE NOT EQUAL TO "00"
             DISPLAY "AVISO: cadastro-mestre CPFMST indisponivel "
               "(status " WS-STATUS-MESTRE ")."
             MOVE "S" TO SECAO-INDISPONIVEL(2)
             IF RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
             END-IF
             EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO IND-SECAO.
           PERFORM VARYING IND-PEDIDO FROM 1 BY 1
             UNTIL IND-PEDIDO GREATER THAN QTD-PEDIDOS
             MOVE PED-NORMALIZADO(IND-PEDIDO) TO MST-DOCUMENTO
             READ ARQ-MESTRE
             IF WS-STATUS-MESTRE EQUAL TO "00"
               PERFORM 1250-LIBERAR-MESTRE
             ELSE
               MOVE "  documento nao consta do cadastro-mestre."
                 TO SDD-LINHA
               PERFORM 1190-LIBERAR-LINHA
             END-IF
           END-PERFORM.
           CLOSE ARQ-MESTRE.
      *
       1250-LIBERAR-MESTRE.
           MOVE MST-PRIMEIRA-DATA TO LM1-PRIMEIRA.
           MOVE MST-ULTIMA-DATA TO LM1-ULTIMA.
           MOVE MST-QTD-VERIFICACOES TO LM1-QTD.
           MOVE LINHA-MESTRE-1 TO SDD-LINHA.
           PERFORM 1190-LIBERAR-LINHA.
           MOVE MST-ULTIMO-STATUS TO LM2-STATUS.
           MOVE MST-TIPO-DOC TO LM2-TIPO.
           MOVE SPACES TO LM2-PERFIL.
           IF MST-TIPO-DOC EQUAL TO "CNPJ"
             STRING "ESTAB. " MST-MATRIZ-FILIAL DELIMITED BY SIZE
               INTO LM2-PERFIL
           ELSE
             STRING "REGIAO FISCAL " MST-REGIAO-FISCAL
               DELIMITED BY SIZE INTO LM2-PERFIL
           END-IF.
           MOVE MST-ULTIMO-LOTE TO LM2-LOTE.
           MOVE LINHA-MESTRE-2 TO SDD-LINHA.
           PERFORM 1190-LIBERAR-LINHA.
           IF MST-SITUACAO NOT EQUAL TO SPACE
             MOVE MST-SITUACAO TO LM3-SITUACAO
             MOVE MST-SITUACAO-DATA TO LM3-DATA
             MOVE LINHA-MESTRE-3 TO SDD-LINHA
             PERFORM 1190-LIBERAR-LINHA
           END-IF.
      *
      *      Varre um arquivo de auditoria (NOME-ARQUIVO-AUD; IND-MES
      *    aponta o mês no controle, zero para o CPFAUD vivo). Cada
      *    linha de documento pedido vai para o dossiê; havendo
      *    pedido de eliminação, o arquivo inteiro é copiado para o
      *    CPFLGT com os documentos eliminados trocados pelo marcador,
      *    e a cópia volta ao original depois de conferida.
       1300-VARRER-AUDITORIA.
           MOVE "N" TO FIM-ARQUIVO.
           MOVE ZERO TO QTD-ANTES HASH-ANTES QTD-DEPOIS HASH-DEPOIS.
           MOVE ZERO TO QTD-ANON-ARQUIVO.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-PEDIDOS
             MOVE ZERO TO PED-ANON-ARQUIVO(I)
           END-PERFORM.
           OPEN INPUT ARQ-AUDITORIA.
           IF WS-STATUS-AUDITORIA NOT EQUAL TO "00"
             IF IND-MES GREATER THAN ZERO
               DISPLAY "AVISO: arquivo-morto " NOME-ARQUIVO-AUD
                 " ativo no controle mas ilegivel (status "
                 WS-STATUS-AUDITORIA ") - trilha incompleta."
               SET TRILHA-INCOMPLETA TO TRUE
               IF RETURN-CODE LESS THAN 4
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
             EXIT PARAGRAPH
           END-IF.
           IF EXISTE-ELIMINACAO
             OPEN OUTPUT ARQ-TRABALHO
             IF WS-STATUS-TRABALHO NOT EQUAL TO "00"
               DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
                 "trabalho CPFLGT (status " WS-STATUS-TRABALHO ")."
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-AUDITORIA
               PERFORM 9900-ENCERRAR-EXECUCAO
             END-IF
           END-IF.
           MOVE 2 TO IND-SECAO.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-AUDITORIA
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 PERFORM 1310-EXAMINAR-LINHA-AUDITORIA
             END-READ
           END-PERFORM.
           CLOSE ARQ-AUDITORIA.
           IF EXISTE-ELIMINACAO
             CLOSE ARQ-TRABALHO
             IF QTD-ANON-ARQUIVO GREATER THAN ZERO
               PERFORM 1400-SUBSTITUIR-ARQUIVO
             END-IF
           END-IF.
      *
      *      Uma linha de auditoria: conta e soma o hash antes da
      *    troca, entrega ao dossiê de cada pedido do documento,
      *    anonimiza se algum deles é de eliminação e conta e soma o
      *    hash depois da troca.
       1310-EXAMINAR-LINHA-AUDITORIA.
           ADD 1 TO QTD-ANTES.
           MOVE AUD-DOCUMENTO TO DOC-HASH.
           PERFORM 1350-CALCULAR-HASH.
           ADD HASH-REGISTRO TO HASH-ANTES.
           MOVE AUD-DOCUMENTO TO DOC-TRABALHO.
           PERFORM 0900-NORMALIZAR-DOCUMENTO.
           MOVE "N" TO ACHOU-PEDIDO.
      *      Linha já anonimizada não pertence a documento algum.
           IF AUD-DOCUMENTO(1:4) EQUAL TO "lgpd"
             MOVE SPACES TO DOC-NORMALIZADO
           END-IF.
           PERFORM VARYING IND-PEDIDO FROM 1 BY 1
             UNTIL IND-PEDIDO GREATER THAN QTD-PEDIDOS
             IF PED-NORMALIZADO(IND-PEDIDO) EQUAL TO DOC-NORMALIZADO
               PERFORM 1320-LIBERAR-AUDITORIA
               IF PED-ELIMINACAO(IND-PEDIDO)
                 SET DOCUMENTO-PEDIDO TO TRUE
                 ADD 1 TO PED-ANON-ARQUIVO(IND-PEDIDO)
               END-IF
             END-IF
           END-PERFORM.
           IF DOCUMENTO-PEDIDO
             PERFORM 1360-MONTAR-MARCADOR
             MOVE MARCADOR-ANONIMO TO AUD-DOCUMENTO
             ADD 1 TO QTD-ANON-ARQUIVO
           END-IF.
           IF EXISTE-ELIMINACAO
             ADD 1 TO QTD-DEPOIS
             MOVE AUD-DOCUMENTO TO DOC-HASH
             PERFORM 1350-CALCULAR-HASH
             ADD HASH-REGISTRO TO HASH-DEPOIS
             WRITE REG-TRABALHO FROM REG-AUDITORIA
             IF WS-STATUS-TRABALHO NOT EQUAL TO "00"
               DISPLAY "ERRO: falha ao gravar CPFLGT (status "
                 WS-STATUS-TRABALHO ") - " NOME-ARQUIVO-AUD
                 " mantido intacto."
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-AUDITORIA
               CLOSE ARQ-TRABALHO
               PERFORM 9900-ENCERRAR-EXECUCAO
             END-IF
           END-IF.
      *
      *      Linha de auditoria do dossiê: data, hora, canal (balcão
      *    quando a linha traz operador), operador, resultado, arquivo
      *    e sessão.
       1320-LIBERAR-AUDITORIA.
           MOVE AUD-DATA-HORA(1:8) TO LAU-DATA.
           MOVE AUD-DATA-HORA(9:6) TO LAU-HORA.
           IF AUD-OPERADOR EQUAL TO SPACES
             MOVE "LOTE/AVULSA" TO LAU-CANAL
             MOVE "-" TO LAU-OPERADOR
             MOVE SPACES TO LAU-SESSAO
           ELSE
             MOVE "BALCAO" TO LAU-CANAL
             MOVE AUD-OPERADOR TO LAU-OPERADOR
             MOVE AUD-SESSAO TO LAU-SESSAO
           END-IF.
           MOVE AUD-RESULTADO TO LAU-RESULTADO.
           MOVE NOME-ARQUIVO-AUD TO LAU-ARQUIVO.
           MOVE LINHA-AUDITORIA TO SDD-LINHA.
           PERFORM 1190-LIBERAR-LINHA.
      *
      *      Valor de DOC-HASH no hash-total: soma, caractere a
      *    caractere, da posição na tabela menos 1.
       1350-CALCULAR-HASH.
           MOVE ZERO TO HASH-REGISTRO.
           PERFORM VARYING IX-HASH FROM 1 BY 1
             UNTIL IX-HASH GREATER THAN 18
             PERFORM VARYING POS-TABELA FROM 1 BY 1
               UNTIL POS-TABELA GREATER THAN 43
               IF TABELA-VALOR-CARACTERE(POS-TABELA:1) EQUAL TO
                 DOC-HASH(IX-HASH:1)
                 COMPUTE HASH-REGISTRO =
                   HASH-REGISTRO + POS-TABELA - 1
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-PERFORM.
      *
      *      Monta o marcador de anonimização com o mesmo valor de
      *    hash do documento original (HASH-REGISTRO, calculado antes
      *    da troca): tantos "Z" (42) quanto couberem e um caractere
      *    com o resto. O prefixo "lgpd" sai quando não há espaço -
      *    documento de 18 letras.
       1360-MONTAR-MARCADOR.
           MOVE AUD-DOCUMENTO TO DOC-HASH.
           PERFORM 1350-CALCULAR-HASH.
           MOVE ALL "*" TO MARCADOR-ANONIMO.
           DIVIDE HASH-REGISTRO BY 42 GIVING QTD-MAIOR-VALOR
             REMAINDER RESTO-VALOR.
           IF QTD-MAIOR-VALOR GREATER THAN 13
             MOVE 1 TO POS-MARCADOR
           ELSE
             MOVE "lgpd" TO MARCADOR-ANONIMO(1:4)
             MOVE 5 TO POS-MARCADOR
           END-IF.
           PERFORM VARYING IX-MARCADOR FROM 1 BY 1
             UNTIL IX-MARCADOR GREATER THAN QTD-MAIOR-VALOR
             MOVE "Z" TO MARCADOR-ANONIMO(POS-MARCADOR:1)
             ADD 1 TO POS-MARCADOR
           END-PERFORM.
           IF RESTO-VALOR GREATER THAN ZERO
             MOVE TABELA-VALOR-CARACTERE(RESTO-VALOR + 1:1)
               TO MARCADOR-ANONIMO(POS-MARCADOR:1)
           END-IF.
      *
      *      Devolve ao original a cópia anonimizada, só se a contagem
      *    e o hash-total conferem com os do original; registra cada
      *    pedido com linhas anonimizadas no CPFLGR e no dossiê. Cópia
      *    que não confere também fica registrada nos dois, com o
      *    arquivo mantido intacto.
       1400-SUBSTITUIR-ARQUIVO.
           IF QTD-DEPOIS NOT EQUAL TO QTD-ANTES
             OR HASH-DEPOIS NOT EQUAL TO HASH-ANTES
             DISPLAY "ERRO: copia anonimizada de " NOME-ARQUIVO-AUD
               " nao confere (contagem ou hash) - original mantido."
             MOVE 12 TO RETURN-CODE
             PERFORM 1440-ABRIR-REGISTRO
             MOVE 9 TO IND-SECAO
             PERFORM VARYING IND-PEDIDO FROM 1 BY 1
               UNTIL IND-PEDIDO GREATER THAN QTD-PEDIDOS
               IF PED-ANON-ARQUIVO(IND-PEDIDO) GREATER THAN ZERO
                 PERFORM 1460-REGISTRAR-NAO-CONFERE
               END-IF
             END-PERFORM
             CLOSE ARQ-REGISTRO
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-TRABALHO.
           IF WS-STATUS-TRABALHO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel reabrir a copia "
               "anonimizada CPFLGT (status " WS-STATUS-TRABALHO
               ") - " NOME-ARQUIVO-AUD " mantido intacto."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           OPEN OUTPUT ARQ-AUDITORIA.
           IF WS-STATUS-AUDITORIA NOT EQUAL TO "00"
             PERFORM 1430-FALHAR-SUBSTITUICAO
           END-IF.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-TRABALHO
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 WRITE REG-AUDITORIA FROM REG-TRABALHO
                 IF WS-STATUS-AUDITORIA NOT EQUAL TO "00"
                   PERFORM 1430-FALHAR-SUBSTITUICAO
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-TRABALHO.
           CLOSE ARQ-AUDITORIA.
           ADD 1 TO TOTAL-ARQ-ALTERADOS.
           ADD QTD-ANON-ARQUIVO TO TOTAL-ANONIMIZADAS.
           PERFORM 1440-ABRIR-REGISTRO.
           MOVE 9 TO IND-SECAO.
           PERFORM VARYING IND-PEDIDO FROM 1 BY 1
             UNTIL IND-PEDIDO GREATER THAN QTD-PEDIDOS
             IF PED-ANON-ARQUIVO(IND-PEDIDO) GREATER THAN ZERO
               PERFORM 1450-REGISTRAR-ANONIMIZACAO
             END-IF
           END-PERFORM.
           CLOSE ARQ-REGISTRO.
      *
      *      Falha ao regravar o arquivo de auditoria a partir da
      *    cópia já conferida: o original pode ter ficado truncado e
      *    só o CPFLGT o restaura. Nada vai para o CPFLGR.
       1430-FALHAR-SUBSTITUICAO.
           DISPLAY "ERRO: falha ao regravar " NOME-ARQUIVO-AUD
             " (status " WS-STATUS-AUDITORIA ") - o CPFLGT tem a "
             "copia anonimizada e conferida e deve ser usado para "
             "restaura-lo."
           MOVE 12 TO RETURN-CODE.
           CLOSE ARQ-TRABALHO.
           CLOSE ARQ-AUDITORIA.
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Abre o registro de anonimizações para acréscimo (criado
      *    na primeira vez).
       1440-ABRIR-REGISTRO.
           OPEN EXTEND ARQ-REGISTRO.
           IF WS-STATUS-REGISTRO NOT EQUAL TO "00"
             OPEN OUTPUT ARQ-REGISTRO
           END-IF.
           IF WS-STATUS-REGISTRO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o registro de "
               "anonimizacoes CPFLGR (status " WS-STATUS-REGISTRO
               ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
      *
      *      Linha do registro de anonimizações e do dossiê para o
      *    pedido corrente: arquivo, linhas anonimizadas, contagem e
      *    hash do arquivo e, nos arquivos-morto, os do CPFAUDC.
       1450-REGISTRAR-ANONIMIZACAO.
           ADD PED-ANON-ARQUIVO(IND-PEDIDO)
             TO PED-ANON-TOTAL(IND-PEDIDO).
           MOVE SPACES TO REG-ANONIMIZACAO.
           MOVE CARIMBO-EXECUCAO TO LGR-DATA-HORA.
           MOVE PED-PROTOCOLO(IND-PEDIDO) TO LGR-PROTOCOLO.
           MOVE NOME-ARQUIVO-AUD TO LGR-ARQUIVO.
           MOVE PED-ANON-ARQUIVO(IND-PEDIDO) TO LGR-LINHAS.
           MOVE QTD-DEPOIS TO LGR-QTD-ARQUIVO.
           MOVE HASH-DEPOIS TO LGR-HASH-ARQUIVO.
           MOVE PED-ANON-ARQUIVO(IND-PEDIDO) TO LAN-LINHAS.
           MOVE NOME-ARQUIVO-AUD TO LAN-ARQUIVO.
           IF IND-MES EQUAL TO ZERO
             MOVE ZERO TO LGR-QTD-CONTROLE LGR-HASH-CONTROLE
             MOVE "SEM CTL" TO LGR-SITUACAO
             MOVE "- ARQUIVO VIVO, SEM CONTROLE" TO LAN-SITUACAO
           ELSE
             MOVE MES-QTD(IND-MES) TO LGR-QTD-CONTROLE
             MOVE MES-HASH(IND-MES) TO LGR-HASH-CONTROLE
             IF QTD-DEPOIS EQUAL TO MES-QTD(IND-MES)
               AND HASH-DEPOIS EQUAL TO MES-HASH(IND-MES)
               MOVE "CONFERE" TO LGR-SITUACAO
               MOVE "- CONFERE COM O CPFAUDC" TO LAN-SITUACAO
             ELSE
               MOVE "DIVERGE" TO LGR-SITUACAO
               MOVE "- *** DIVERGE DO CPFAUDC" TO LAN-SITUACAO
               DISPLAY "AVISO: " NOME-ARQUIVO-AUD " ja nao conferia "
                 "com o CPFAUDC antes da anonimizacao."
               IF RETURN-CODE LESS THAN 4
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
           END-IF.
           WRITE REG-ANONIMIZACAO.
           MOVE LINHA-ANONIMIZACAO TO SDD-LINHA.
           PERFORM 1190-LIBERAR-LINHA.
      *
      *      Cópia anonimizada que não confere: o registro de
      *    anonimizações e o dossiê dizem que nenhuma linha foi
      *    anonimizada e que o arquivo ficou como estava, com a
      *    contagem e o hash do original.
       1460-REGISTRAR-NAO-CONFERE.
           MOVE SPACES TO REG-ANONIMIZACAO.
           MOVE CARIMBO-EXECUCAO TO LGR-DATA-HORA.
           MOVE PED-PROTOCOLO(IND-PEDIDO) TO LGR-PROTOCOLO.
           MOVE NOME-ARQUIVO-AUD TO LGR-ARQUIVO.
           MOVE ZERO TO LGR-LINHAS.
           MOVE QTD-ANTES TO LGR-QTD-ARQUIVO.
           MOVE HASH-ANTES TO LGR-HASH-ARQUIVO.
           IF IND-MES EQUAL TO ZERO
             MOVE ZERO TO LGR-QTD-CONTROLE LGR-HASH-CONTROLE
           ELSE
             MOVE MES-QTD(IND-MES) TO LGR-QTD-CONTROLE
             MOVE MES-HASH(IND-MES) TO LGR-HASH-CONTROLE
           END-IF.
           MOVE "NAO CONF" TO LGR-SITUACAO.
           WRITE REG-ANONIMIZACAO.
           MOVE ZERO TO LAN-LINHAS.
           MOVE NOME-ARQUIVO-AUD TO LAN-ARQUIVO.
           MOVE "- NAO CONFERE, MANTIDO INTACTO" TO LAN-SITUACAO.
           MOVE LINHA-ANONIMIZACAO TO SDD-LINHA.
           PERFORM 1190-LIBERAR-LINHA.
      *
      *      Aparições na saída do lote, com cliente e origem.
       1500-VARRER-SAIDA-LOTE.
           OPEN INPUT ARQ-SAIDA-LOTE.
           IF WS-STATUS-SAIDA-LOTE NOT EQUAL TO "00"
             DISPLAY "AVISO: saida do lote CPFSAI indisponivel "
               "(status " WS-STATUS-SAIDA-LOTE ")."
             MOVE "S" TO SECAO-INDISPONIVEL(4)
             IF RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
             END-IF
             EXIT PARAGRAPH
           END-IF.
           MOVE 3 TO IND-SECAO.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-SAIDA-LOTE
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 MOVE SAI-DOCUMENTO TO DOC-TRABALHO
                 PERFORM 0900-NORMALIZAR-DOCUMENTO
                 PERFORM VARYING IND-PEDIDO FROM 1 BY 1
                   UNTIL IND-PEDIDO GREATER THAN QTD-PEDIDOS
                   IF PED-NORMALIZADO(IND-PEDIDO)
                     EQUAL TO DOC-NORMALIZADO
                     MOVE SAI-ID-CLIENTE TO LLO-ID-CLIENTE
                     MOVE SAI-NOME-CLIENTE TO LLO-NOME
                     MOVE SAI-SISTEMA-ORIGEM TO LLO-ORIGEM
                     MOVE SAI-RESULTADO TO LLO-RESULTADO
                     MOVE LINHA-LOTE TO SDD-LINHA
                     PERFORM 1190-LIBERAR-LINHA
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.
           CLOSE ARQ-SAIDA-LOTE.
      *
      *      Aparições nas rejeições do lote, com cliente, origem,
      *    sequência e motivo.
       1600-VARRER-EXCECOES.
           OPEN INPUT ARQ-EXCECOES.
           IF WS-STATUS-EXCECOES NOT EQUAL TO "00"
             DISPLAY "AVISO: rejeicoes do lote CPFEXC indisponiveis "
               "(status " WS-STATUS-EXCECOES ")."
             MOVE "S" TO SECAO-INDISPONIVEL(5)
             IF RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
             END-IF
             EXIT PARAGRAPH
           END-IF.
           MOVE 4 TO IND-SECAO.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-EXCECOES
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 MOVE EXC-DOCUMENTO TO DOC-TRABALHO
                 PERFORM 0900-NORMALIZAR-DOCUMENTO
                 PERFORM VARYING IND-PEDIDO FROM 1 BY 1
                   UNTIL IND-PEDIDO GREATER THAN QTD-PEDIDOS
                   IF PED-NORMALIZADO(IND-PEDIDO)
                     EQUAL TO DOC-NORMALIZADO
                     MOVE EXC-ID-CLIENTE TO LLO-ID-CLIENTE
                     MOVE EXC-NOME-CLIENTE TO LLO-NOME
                     MOVE EXC-SISTEMA-ORIGEM TO LLO-ORIGEM
                     MOVE "REJEITADO" TO LLO-RESULTADO
                     MOVE LINHA-LOTE TO SDD-LINHA
                     PERFORM 1190-LIBERAR-LINHA
                     MOVE EXC-SEQUENCIA TO LMO-SEQUENCIA
                     MOVE EXC-MOTIVO TO LMO-MOTIVO
                     MOVE LINHA-MOTIVO TO SDD-LINHA
                     PERFORM 1190-LIBERAR-LINHA
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.
           CLOSE ARQ-EXCECOES.
      *
      *      Grupos de cliente duplicado do documento pedido: a linha
      *    do grupo e as linhas de cliente que a seguem.
       1700-VARRER-DUPLICADOS.
           OPEN INPUT ARQ-DUPLICADOS.
           IF WS-STATUS-DUPLICADOS NOT EQUAL TO "00"
             DISPLAY "AVISO: relatorio de duplicados CPFDUP "
               "indisponivel (status " WS-STATUS-DUPLICADOS ")."
             MOVE "S" TO SECAO-INDISPONIVEL(6)
             IF RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
             END-IF
             EXIT PARAGRAPH
           END-IF.
           MOVE 5 TO IND-SECAO.
           MOVE "N" TO FIM-ARQUIVO.
           MOVE "N" TO GRUPO-PEDIDO.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-DUPLICADOS
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 PERFORM 1750-EXAMINAR-DUPLICADO
             END-READ
           END-PERFORM.
           CLOSE ARQ-DUPLICADOS.
      *
       1750-EXAMINAR-DUPLICADO.
           IF DUP-ROTULO EQUAL TO "DOCUMENTO "
             MOVE "N" TO GRUPO-PEDIDO
             MOVE ALL "N" TO TABELA-GRUPO
             PERFORM VARYING IND-PEDIDO FROM 1 BY 1
               UNTIL IND-PEDIDO GREATER THAN QTD-PEDIDOS
               IF PED-NORMALIZADO(IND-PEDIDO) EQUAL TO DUP-DOCUMENTO
                 SET DENTRO-DE-GRUPO TO TRUE
                 MOVE "S" TO GRUPO-DO-PEDIDO(IND-PEDIDO)
               END-IF
             END-PERFORM
           ELSE
             IF REG-DUPLICADO(1:2) NOT EQUAL TO SPACES
               OR REG-DUPLICADO EQUAL TO SPACES
               MOVE "N" TO GRUPO-PEDIDO
             END-IF
           END-IF.
           IF NOT DENTRO-DE-GRUPO
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IND-PEDIDO FROM 1 BY 1
             UNTIL IND-PEDIDO GREATER THAN QTD-PEDIDOS
             IF GRUPO-DO-PEDIDO(IND-PEDIDO) EQUAL TO "S"
               MOVE SPACES TO SDD-LINHA
               MOVE REG-DUPLICADO TO SDD-LINHA(3:78)
               PERFORM 1190-LIBERAR-LINHA
             END-IF
           END-PERFORM.
      *
      *      Divergências com a Receita do documento pedido, nas três
      *    famílias de ReconciliarSituacao.
       1800-VARRER-DIVERGENCIAS.
           OPEN INPUT ARQ-DIVERGENCIAS.
           IF WS-STATUS-DIVERGENCIAS NOT EQUAL TO "00"
             DISPLAY "AVISO: relatorio de divergencias CPFDIV "
               "indisponivel (status " WS-STATUS-DIVERGENCIAS ")."
             MOVE "S" TO SECAO-INDISPONIVEL(7)
             IF RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
             END-IF
             EXIT PARAGRAPH
           END-IF.
           MOVE 6 TO IND-SECAO.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-DIVERGENCIAS
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 IF DIV-MARCADOR EQUAL TO "APROVADO IRREGULAR"
                   OR DIV-MARCADOR EQUAL TO "SEM RESPOSTA"
                   OR DIV-MARCADOR EQUAL TO "SO NA RECEITA"
                   PERFORM VARYING IND-PEDIDO FROM 1 BY 1
                     UNTIL IND-PEDIDO GREATER THAN QTD-PEDIDOS
                     IF PED-NORMALIZADO(IND-PEDIDO)
                       EQUAL TO DIV-DOCUMENTO
                       MOVE SPACES TO SDD-LINHA
                       MOVE REG-DIVERGENCIA TO SDD-LINHA(3:78)
                       PERFORM 1190-LIBERAR-LINHA
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-DIVERGENCIAS.
      *
      *      Bloqueio do documento pedido na lista interna de
      *    restrições, lido pela chave normalizada como faz CPFBLQS;
      *    o bloqueio já liberado também entra, com quem o liberou.
      *    Sem a lista (nenhum bloqueio incluído ainda) não há o que
      *    relatar.
       1850-CONSULTAR-BLOQUEIO.
           OPEN INPUT ARQ-BLOQUEIO.
           IF WS-STATUS-BLOQUEIO EQUAL TO "35"
             EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-BLOQUEIO NOT EQUAL TO "00"
             DISPLAY "AVISO: lista de restricoes CPFBLQ indisponivel "
               "(status " WS-STATUS-BLOQUEIO ")."
             MOVE "S" TO SECAO-INDISPONIVEL(8)
             IF RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
             END-IF
             EXIT PARAGRAPH
           END-IF.
           MOVE 7 TO IND-SECAO.
           PERFORM VARYING IND-PEDIDO FROM 1 BY 1
             UNTIL IND-PEDIDO GREATER THAN QTD-PEDIDOS
             MOVE PED-NORMALIZADO(IND-PEDIDO) TO BLQ-DOCUMENTO
             READ ARQ-BLOQUEIO
             IF WS-STATUS-BLOQUEIO EQUAL TO "00"
               PERFORM 1860-LIBERAR-BLOQUEIO
             END-IF
           END-PERFORM.
           CLOSE ARQ-BLOQUEIO.
      *
       1860-LIBERAR-BLOQUEIO.
           MOVE BLQ-MOTIVO TO LBQ-MOTIVO.
           MOVE BLQ-SOLICITANTE TO LBQ-SOLICITANTE.
           MOVE BLQ-DATA-INICIO TO LBQ-INICIO.
           IF BLQ-DATA-FIM EQUAL TO SPACES
             MOVE "SEM PRAZO" TO LBQ-FIM
           ELSE
             MOVE BLQ-DATA-FIM TO LBQ-FIM
           END-IF.
           MOVE LINHA-BLOQUEIO-1 TO SDD-LINHA.
           PERFORM 1190-LIBERAR-LINHA.
           MOVE BLQ-DATA-INCLUSAO TO LBQ-INCLUSAO.
           IF BLQ-SITUACAO EQUAL TO "L"
             MOVE "LIBERADO" TO LBQ-SITUACAO
           ELSE
             MOVE "ATIVO" TO LBQ-SITUACAO
           END-IF.
           MOVE LINHA-BLOQUEIO-2 TO SDD-LINHA.
           PERFORM 1190-LIBERAR-LINHA.
           IF BLQ-SITUACAO EQUAL TO "L"
             MOVE BLQ-DATA-LIBERACAO TO LBQ-LIBERACAO
             MOVE BLQ-LIBERADO-POR TO LBQ-LIBERADO-POR
             MOVE LINHA-BLOQUEIO-3 TO SDD-LINHA
             PERFORM 1190-LIBERAR-LINHA
           END-IF.
      *
      *      Liberações pedidas ao supervisor no balcão para o
      *    documento pedido: data, agência, balconista, supervisor,
      *    decisão e motivo. O CPFOVR só existe depois da primeira
      *    liberação; sem ele não há o que relatar.
       1900-VARRER-LIBERACOES.
           OPEN INPUT ARQ-LIBERACOES.
           IF WS-STATUS-LIBERACOES EQUAL TO "35"
             EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-LIBERACOES NOT EQUAL TO "00"
             DISPLAY "AVISO: diario de liberacoes CPFOVR indisponivel "
               "(status " WS-STATUS-LIBERACOES ")."
             MOVE "S" TO SECAO-INDISPONIVEL(9)
             IF RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
             END-IF
             EXIT PARAGRAPH
           END-IF.
           MOVE 8 TO IND-SECAO.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM UNTIL NAO-HA-MAIS-REGISTROS
             READ ARQ-LIBERACOES
               AT END
                 SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                 MOVE LIB-DOCUMENTO TO DOC-TRABALHO
                 PERFORM 0900-NORMALIZAR-DOCUMENTO
                 PERFORM VARYING IND-PEDIDO FROM 1 BY 1
                   UNTIL IND-PEDIDO GREATER THAN QTD-PEDIDOS
                   IF PED-NORMALIZADO(IND-PEDIDO)
                     EQUAL TO DOC-NORMALIZADO
                     MOVE LIB-DATA-HORA(1:8) TO LLI-DATA
                     MOVE LIB-DATA-HORA(9:6) TO LLI-HORA
                     MOVE LIB-AGENCIA TO LLI-AGENCIA
                     MOVE LIB-OPERADOR TO LLI-OPERADOR
                     MOVE LIB-SUPERVISOR TO LLI-SUPERVISOR
                     MOVE LIB-DECISAO TO LLI-DECISAO
                     MOVE LIB-MOTIVO TO LLI-MOTIVO
                     MOVE LINHA-LIBERACAO TO SDD-LINHA
                     PERFORM 1190-LIBERAR-LINHA
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.
           CLOSE ARQ-LIBERACOES.
      *
      *      Grava o dossiê na ordem de pedido e seção; título de
      *    seção sem nenhuma linha achada leva a observação de
      *    "nenhum registro" ou de arquivo indisponível.
       5000-GRAVAR-DOSSIE.
           PERFORM UNTIL NAO-HA-MAIS-SORT
             RETURN SD-DOSSIE
               AT END
                 SET NAO-HA-MAIS-SORT TO TRUE
               NOT AT END
                 PERFORM 5100-GRAVAR-LINHA
             END-RETURN
           END-PERFORM.
      *
       5100-GRAVAR-LINHA.
           IF SDD-SECAO EQUAL TO ZERO
             MOVE SPACES TO REG-DOSSIE
             WRITE REG-DOSSIE
           END-IF.
           MOVE SDD-LINHA TO REG-DOSSIE.
           WRITE REG-DOSSIE.
           ADD 1 TO TOTAL-LINHAS-DOSSIE.
           IF SDD-SEQUENCIA NOT EQUAL TO ZERO
             OR SDD-SECAO EQUAL TO ZERO
             EXIT PARAGRAPH
           END-IF.
           MOVE SDD-INDICE TO IND-PEDIDO.
           COMPUTE J = SDD-SECAO + 1.
           IF PED-QTD-SECAO(IND-PEDIDO, J) GREATER THAN ZERO
             EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
             WHEN SECAO-INDISPONIVEL(J) EQUAL TO "S"
               MOVE "  arquivo indisponivel - secao nao apurada."
                 TO REG-DOSSIE
             WHEN SDD-SECAO EQUAL TO 9
               MOVE "  nenhuma linha a anonimizar."
                 TO REG-DOSSIE
             WHEN OTHER
               MOVE "  nenhum registro encontrado." TO REG-DOSSIE
           END-EVALUATE.
           WRITE REG-DOSSIE.
           IF SDD-SECAO EQUAL TO 2 AND TRILHA-INCOMPLETA
             MOVE "  AVISO: arquivo-morto ilegivel - ver o log do job."
               TO REG-DOSSIE
             WRITE REG-DOSSIE
           END-IF.
      *
      *      Monta em DOC-NORMALIZADO a chave do mestre a partir de
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
      *
      *      Resumo para o log do job.
       9000-EXIBIR-RESUMO.
           MOVE QTD-PEDIDOS TO VALOR-EDITADO.
           DISPLAY "Pedidos atendidos............: " VALOR-EDITADO.
           MOVE TOTAL-PEDIDOS-INVALIDOS TO VALOR-EDITADO.
           DISPLAY "Pedidos invalidos............: " VALOR-EDITADO.
           MOVE TOTAL-LINHAS-DOSSIE TO VALOR-EDITADO.
           DISPLAY "Linhas de dossie gravadas....: " VALOR-EDITADO.
           MOVE TOTAL-ARQ-ALTERADOS TO VALOR-EDITADO.
           DISPLAY "Arquivos de auditoria anonim.: " VALOR-EDITADO.
           MOVE TOTAL-ANONIMIZADAS TO VALOR-EDITADO.
           DISPLAY "Linhas anonimizadas..........: " VALOR-EDITADO.
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
           MOVE QTD-PEDIDOS TO GRADE-LIDOS.
           MOVE TOTAL-LINHAS-DOSSIE TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
