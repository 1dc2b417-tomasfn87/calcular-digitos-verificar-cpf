       IDENTIFICATION DIVISION.
       PROGRAM-ID. DetectarSurtoSintetico.
      *
      *      Detecção de surtos de CPF sintéticos. Quadrilhas usam
      *    geradores de CPF: cada número gerado tem dígitos
      *    verificadores corretos e o CPFCHECK o dá como VALIDO. O que
      *    denuncia o gerador é o padrão - uma rajada de documentos
      *    nunca vistos antes, com os mesmos primeiros dígitos ou da
      *    mesma região fiscal, chegando de um só sistema de origem
      *    numa noite ou de um só operador numa sessão do balcão,
      *    muitas vezes em sequência, fora os dígitos verificadores.
      *      O programa examina os CPF válidos do CPFSAI da noite
      *    (por sistema de origem) e as linhas do balcão no CPFAUD do
      *    dia (por operador e sessão, com a agência tirada do
      *    CPFSES). Documento novo é o que o cadastro-mestre CPFMST não
      *    conhece ou viu pela primeira vez na data examinada. Os
      *    documentos novos de cada unidade (origem, ou operador e
      *    sessão) são agrupados de dois modos:
      *      - pelos primeiros dígitos: o grupo é suspeito quando
      *        reúne a quantidade mínima de documentos ou quando traz
      *        uma sequência de números-base (os nove dígitos antes do
      *        DV) separados por no máximo a distância do cartão;
      *      - pela região fiscal (nono dígito): o grupo é suspeito
      *        quando reúne a quantidade mínima e o percentual mínimo
      *        dos documentos novos da unidade.
      *      O relatório CPFSNR lista os agrupamentos suspeitos em
      *    ordem de pontos (documentos do grupo, mais o peso da
      *    sequência vezes o seu tamanho), com a unidade, o motivo e
      *    os documentos. Os limites vêm do cartão CPFSNC, que a
      *    equipe de fraude ajusta sem mudança de programa; sem
      *    cartão valem os padrões abaixo.
      *      A data examinada vem por linha de comando (AAAAMMDD);
      *    omitida, vale a data de negócio da grade. RETURN-CODE 4
      *    quando há agrupamento suspeito, 8 para erro.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SAIDA-LOTE ASSIGN TO "CPFSAI"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SAIDA-LOTE.
      *
           SELECT ARQ-AUDITORIA ASSIGN TO "CPFAUD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AUDITORIA.
      *
           SELECT ARQ-SESSOES ASSIGN TO "CPFSES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SESSOES.
      *
           SELECT ARQ-MESTRE ASSIGN TO "CPFMST"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MST-DOCUMENTO
             FILE STATUS IS WS-STATUS-MESTRE.
      *
      *      Cartão de limites da equipe de fraude (opcional).
           SELECT ARQ-CARTAO ASSIGN TO "CPFSNC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CARTAO.
      *
           SELECT ARQ-RELATORIO ASSIGN TO "CPFSNR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RELATORIO.
      *
           SELECT SD-SURTO ASSIGN TO "SORTWK1".
      *
       DATA DIVISION.
       FILE SECTION.
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
      *      Auditoria no layout padrão; o balcão anexa operador e
      *    sessão, as demais linhas trazem brancos nessas colunas.
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
       FD  ARQ-SESSOES.
           01 REG-SESSAO.
             05 SES-OPERADOR   PIC X(6).
             05 FILLER         PIC X.
             05 SES-AGENCIA    PIC X(4).
             05 FILLER         PIC X.
             05 SES-SESSAO     PIC X(16).
             05 FILLER         PIC X.
             05 SES-INICIO     PIC X(21).
             05 FILLER         PIC X.
             05 SES-FIM        PIC X(21).
             05 FILLER         PIC X.
             05 SES-CONFERIDOS PIC 9(5).
             05 FILLER         PIC X.
             05 SES-FALHAS     PIC 9(5).
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
      *      Cartão de limites: dígitos do prefixo (3 a 8), mínimo de
      *    documentos do grupo por prefixo no lote e no balcão, mínimo
      *    do grupo por região no lote e no balcão, percentual mínimo
      *    da região sobre os novos da unidade, distância máxima entre
      *    números-base consecutivos, tamanho mínimo da sequência e
      *    peso da sequência nos pontos.
       FD  ARQ-CARTAO.
           01 REG-CARTAO.
             05 SNC-DIGITOS-PREFIXO   PIC 9.
             05 FILLER                PIC X.
             05 SNC-MIN-PREFIXO-LOTE  PIC 9(4).
             05 FILLER                PIC X.
             05 SNC-MIN-PREFIXO-BALC  PIC 9(4).
             05 FILLER                PIC X.
             05 SNC-MIN-REGIAO-LOTE   PIC 9(4).
             05 FILLER                PIC X.
             05 SNC-MIN-REGIAO-BALC   PIC 9(4).
             05 FILLER                PIC X.
             05 SNC-PCT-REGIAO        PIC 9(3).
             05 FILLER                PIC X.
             05 SNC-DISTANCIA         PIC 9(4).
             05 FILLER                PIC X.
             05 SNC-MIN-SEQUENCIA     PIC 9(3).
             05 FILLER                PIC X.
             05 SNC-PESO-SEQUENCIA    PIC 9(2).
      *
       FD  ARQ-RELATORIO.
           01 REG-RELATORIO    PIC X(80).
      *
      *      Documentos novos, liberados duas vezes: agrupados pelo
      *    prefixo ("P") e pela região fiscal ("R"), dentro do canal
      *    ("L" lote, "B" balcão) e da unidade (sistema de origem, ou
      *    operador e sessão), em ordem de número-base.
       SD  SD-SURTO.
           01 REG-SD-SURTO.
             05 SDS-TIPO-GRUPO     PIC X.
             05 SDS-CANAL          PIC X.
             05 SDS-UNIDADE        PIC X(22).
             05 SDS-GRUPO          PIC X(8).
             05 SDS-BASE           PIC 9(9).
             05 SDS-AGENCIA        PIC X(4).
             05 SDS-DOCUMENTO      PIC X(11).
      *
       WORKING-STORAGE SECTION.
      *
      *      Data examinada (AAAAMMDD), por linha de comando.
           01 DATA-ANALISE     PIC X(8).
      *
      *      Status dos arquivos ("00" = OK, "35" = não existe, "23"
      *    = chave não encontrada).
           01 WS-STATUS-SAIDA-LOTE PIC X(2) VALUE SPACES.
           01 WS-STATUS-AUDITORIA  PIC X(2) VALUE SPACES.
           01 WS-STATUS-SESSOES    PIC X(2) VALUE SPACES.
           01 WS-STATUS-MESTRE     PIC X(2) VALUE SPACES.
           01 WS-STATUS-CARTAO     PIC X(2) VALUE SPACES.
           01 WS-STATUS-RELATORIO  PIC X(2) VALUE SPACES.
      *
      *      Indicadores de fim de arquivo.
           01 FIM-SAIDA-LOTE   PIC X VALUE "N".
             88 NAO-HA-MAIS-SAIDA VALUE "S".
           01 FIM-AUDITORIA    PIC X VALUE "N".
             88 NAO-HA-MAIS-AUDITORIA VALUE "S".
           01 FIM-SESSOES      PIC X VALUE "N".
             88 NAO-HA-MAIS-SESSOES VALUE "S".
           01 FIM-SORT         PIC X VALUE "N".
             88 NAO-HA-MAIS-SORT VALUE "S".
      *
      *      Arquivo de entrada ausente: a parte correspondente não
      *    foi examinada, e o relatório avisa.
           01 SITUACAO-SAIDA-LOTE PIC X VALUE "S".
             88 SAIDA-LOTE-AUSENTE VALUE "N".
           01 SITUACAO-AUDITORIA  PIC X VALUE "S".
             88 AUDITORIA-AUSENTE  VALUE "N".
      *
      *      Limites em vigor (padrões, ou os do cartão CPFSNC).
           01 DIGITOS-PREFIXO  PIC 9 VALUE 6.
           01 MIN-PREFIXO-LOTE PIC 9(4) VALUE 5.
           01 MIN-PREFIXO-BALC PIC 9(4) VALUE 3.
           01 MIN-REGIAO-LOTE  PIC 9(4) VALUE 50.
           01 MIN-REGIAO-BALC  PIC 9(4) VALUE 10.
           01 PCT-REGIAO       PIC 9(3) VALUE 90.
           01 DISTANCIA-MAXIMA PIC 9(4) VALUE 10.
           01 MIN-SEQUENCIA    PIC 9(3) VALUE 3.
           01 PESO-SEQUENCIA   PIC 9(2) VALUE 5.
      *
      *      Sessões do balcão na data, para a agência de cada
      *    operador e sessão.
           01 QTD-SESSOES      PIC 9(4) COMP VALUE ZERO.
      *
           01 TABELA-SESSOES.
             05 SESSAO-ENTRADA OCCURS 2000 TIMES.
               10 TSE-SESSAO      PIC X(16).
               10 TSE-OPERADOR    PIC X(6).
               10 TSE-AGENCIA     PIC X(4).
      *
      *      Normalização do documento (só os caracteres
      *    significativos, maiúsculos, sem máscara).
           01 DOC-NORMALIZADO  PIC X(18) VALUE SPACES.
           01 DOC-TRABALHO     PIC X(18) VALUE SPACES.
           01 QTD-CHAR-NORM    PIC 9(2) VALUE ZERO.
           01 IX-NORM          PIC 9(2) VALUE ZERO.
      *
      *      Canal do documento em exame.
           01 CANAL-CORRENTE   PIC X VALUE SPACE.
             88 CANAL-LOTE     VALUE "L".
             88 CANAL-BALCAO   VALUE "B".
      *
      *      Documento novo corrente, pronto para a classificação.
           01 NOVO-CANAL      PIC X VALUE SPACE.
           01 NOVO-UNIDADE     PIC X(22) VALUE SPACES.
           01 NOVO-AGENCIA     PIC X(4) VALUE SPACES.
           01 NOVO-REGIAO      PIC X VALUE SPACE.
      *
           01 DOCUMENTO-NOVO   PIC X VALUE "N".
             88 E-DOCUMENTO-NOVO VALUE "S".
      *
      *      Grupo corrente na saída da classificação.
           01 GRUPO-ABERTO     PIC X VALUE "N".
             88 HA-GRUPO-ABERTO VALUE "S".
      *
           01 GRUPO-CORRENTE.
             05 GRP-TIPO-GRUPO     PIC X.
             05 GRP-CANAL          PIC X.
             05 GRP-UNIDADE        PIC X(22).
             05 GRP-GRUPO          PIC X(8).
      *
           01 GRP-AGENCIA      PIC X(4) VALUE SPACES.
           01 GRP-QTD          PIC 9(7) COMP VALUE ZERO.
           01 GRP-ULTIMA-BASE  PIC 9(9) VALUE ZERO.
           01 GRP-SEQ-ATUAL    PIC 9(7) COMP VALUE ZERO.
           01 GRP-MAIOR-SEQ    PIC 9(7) COMP VALUE ZERO.
           01 GRP-QTD-DOCS     PIC 9(2) COMP VALUE ZERO.
           01 GRP-DOCUMENTOS.
             05 GRP-DOC        PIC X(11) OCCURS 20 TIMES.
      *
      *      Grupos por região da unidade corrente, guardados até a
      *    unidade fechar - o percentual depende do total de novos da
      *    unidade.
           01 UNIDADE-REGIAO-CORRENTE.
             05 URC-CANAL      PIC X.
             05 URC-UNIDADE    PIC X(22).
           01 URC-AGENCIA      PIC X(4) VALUE SPACES.
           01 URC-TOTAL        PIC 9(7) COMP VALUE ZERO.
           01 QTD-REGIOES      PIC 9(2) COMP VALUE ZERO.
      *
           01 TABELA-REGIOES.
             05 REGIAO-ENTRADA OCCURS 10 TIMES.
               10 TRG-REGIAO      PIC X.
               10 TRG-QTD         PIC 9(7) COMP.
               10 TRG-QTD-DOCS    PIC 9(2) COMP.
               10 TRG-DOC         PIC X(11) OCCURS 20 TIMES.
      *
      *      Agrupamentos suspeitos, para o relatório em ordem de
      *    pontos. Só os 20 primeiros documentos de cada um são
      *    guardados; o relatório informa quantos ficaram de fora.
           01 QTD-SUSPEITAS    PIC 9(4) COMP VALUE ZERO.
      *
           01 TABELA-SUSPEITAS.
             05 SUSPEITA-ENTRADA OCCURS 500 TIMES.
               10 SUS-PONTOS      PIC 9(7) COMP.
               10 SUS-TIPO-GRUPO  PIC X.
               10 SUS-CANAL       PIC X.
               10 SUS-UNIDADE     PIC X(22).
               10 SUS-AGENCIA     PIC X(4).
               10 SUS-GRUPO       PIC X(8).
               10 SUS-QTD         PIC 9(7) COMP.
               10 SUS-SEQUENCIA   PIC 9(7) COMP.
               10 SUS-PERCENTUAL  PIC 9(3) COMP.
               10 SUS-IMPRESSA    PIC X.
               10 SUS-QTD-DOCS    PIC 9(2) COMP.
               10 SUS-DOC         PIC X(11) OCCURS 20 TIMES.
      *
           01 TABELA-CHEIA     PIC X VALUE "N".
             88 HA-SUSPEITAS-DEMAIS VALUE "S".
      *
      *      Índices de trabalho.
           01 I                PIC 9(4) COMP VALUE ZERO.
           01 J                PIC 9(4) COMP VALUE ZERO.
           01 IND-SESSAO       PIC 9(4) COMP VALUE ZERO.
           01 IND-MAIOR        PIC 9(4) COMP VALUE ZERO.
           01 IND-REGIAO       PIC 9(2) COMP VALUE ZERO.
           01 IND-DOC          PIC 9(2) COMP VALUE ZERO.
           01 IND-COLUNA       PIC 9(2) COMP VALUE ZERO.
           01 POSICAO-RANKING  PIC 9(4) COMP VALUE ZERO.
      *
      *      Valores de trabalho para a regra da região.
           01 MIN-REGIAO-CANAL PIC 9(4) VALUE ZERO.
           01 MIN-PREFIXO-CANAL PIC 9(4) VALUE ZERO.
           01 PERCENTUAL-CALC  PIC 9(3) VALUE ZERO.
           01 DIFERENCA-BASE   PIC 9(9) VALUE ZERO.
      *
      *      Contadores do resumo.
           01 TOTAL-CPF-LOTE     PIC 9(9) VALUE ZERO.
           01 TOTAL-CPF-BALCAO   PIC 9(9) VALUE ZERO.
           01 TOTAL-NOVOS-LOTE   PIC 9(9) VALUE ZERO.
           01 TOTAL-NOVOS-BALCAO PIC 9(9) VALUE ZERO.
           01 TOTAL-ERROS-MESTRE PIC 9(9) VALUE ZERO.
           01 TOTAL-EXAMINADOS   PIC 9(9) VALUE ZERO.
      *
           01 VALOR-EDITADO    PIC ZZZZZZZZ9.
      *
      *      Layouts das linhas do relatório.
           01 LINHA-CABECALHO-DATA.
             05 FILLER         PIC X(16) VALUE "DATA EXAMINADA: ".
             05 CAB-DATA       PIC X(8).
      *
           01 LINHA-LIMITES-1.
             05 FILLER         PIC X(17) VALUE "LIMITES: PREFIXO ".
             05 LIM-DIGITOS    PIC 9.
             05 FILLER         PIC X(22)
               VALUE " DIGITOS, MINIMO LOTE ".
             05 LIM-PREF-LOTE  PIC ZZZ9.
             05 FILLER         PIC X(8) VALUE " BALCAO ".
             05 LIM-PREF-BALC  PIC ZZZ9.
      *
           01 LINHA-LIMITES-2.
             05 FILLER         PIC X(27)
               VALUE "         REGIAO MINIMO LOTE".
             05 LIM-REG-LOTE   PIC ZZZZ9.
             05 FILLER         PIC X(8) VALUE " BALCAO ".
             05 LIM-REG-BALC   PIC ZZZ9.
             05 FILLER         PIC X(14) VALUE " E PERCENTUAL ".
             05 LIM-PCT        PIC ZZ9.
             05 FILLER         PIC X VALUE "%".
      *
           01 LINHA-LIMITES-3.
             05 FILLER         PIC X(29)
               VALUE "         SEQUENCIA DISTANCIA ".
             05 LIM-DISTANCIA  PIC ZZZ9.
             05 FILLER         PIC X(9) VALUE " MINIMO ".
             05 LIM-MIN-SEQ    PIC ZZ9.
             05 FILLER         PIC X(6) VALUE " PESO ".
             05 LIM-PESO       PIC Z9.
      *
           01 LINHA-SUSPEITA-LOTE.
             05 SPL-POSICAO    PIC ZZ9.
             05 FILLER         PIC X(9) VALUE ". PONTOS ".
             05 SPL-PONTOS     PIC ZZZZZZ9.
             05 FILLER         PIC X(16) VALUE "  LOTE   ORIGEM ".
             05 SPL-ORIGEM     PIC X(4).
      *
           01 LINHA-SUSPEITA-BALCAO.
             05 SPB-POSICAO    PIC ZZ9.
             05 FILLER         PIC X(9) VALUE ". PONTOS ".
             05 SPB-PONTOS     PIC ZZZZZZ9.
             05 FILLER         PIC X(18) VALUE "  BALCAO OPERADOR ".
             05 SPB-OPERADOR   PIC X(6).
             05 FILLER         PIC X(5) VALUE " AG. ".
             05 SPB-AGENCIA    PIC X(4).
             05 FILLER         PIC X(8) VALUE " SESSAO ".
             05 SPB-SESSAO     PIC X(16).
      *
           01 LINHA-MOTIVO-PREFIXO.
             05 FILLER         PIC X(13) VALUE "     MOTIVO: ".
             05 MTP-QTD        PIC ZZZZZZ9.
             05 FILLER         PIC X(25)
               VALUE " CPF NOVOS INICIADOS POR ".
             05 MTP-PREFIXO    PIC X(8).
      *
           01 LINHA-MOTIVO-SEQUENCIA.
             05 FILLER         PIC X(13) VALUE "     MOTIVO: ".
             05 MTS-QTD        PIC ZZZZZZ9.
             05 FILLER         PIC X(38)
               VALUE " NUMEROS-BASE EM SEQUENCIA (DISTANCIA ".
             05 MTS-DISTANCIA  PIC ZZZ9.
             05 FILLER         PIC X VALUE ")".
      *
           01 LINHA-MOTIVO-REGIAO.
             05 FILLER         PIC X(13) VALUE "     MOTIVO: ".
             05 MTR-QTD        PIC ZZZZZZ9.
             05 FILLER         PIC X(28)
               VALUE " CPF NOVOS DA REGIAO FISCAL ".
             05 MTR-REGIAO     PIC X.
             05 FILLER         PIC X(3) VALUE " - ".
             05 MTR-PCT        PIC ZZ9.
             05 FILLER         PIC X(21) VALUE "% DOS NOVOS DA UNID.".
      *
           01 LINHA-DOCUMENTOS.
             05 LDC-ROTULO     PIC X(17).
             05 LDC-DOC        PIC X(12) OCCURS 5 TIMES.
      *
           01 LINHA-DOCS-OMITIDOS.
             05 FILLER         PIC X(23)
               VALUE "                 ... E ".
             05 LDO-QTD        PIC ZZZZZZ9.
             05 FILLER         PIC X(19) VALUE " DOCUMENTOS A MAIS.".
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
               VALUE "DetectarSurtoSintetico".
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
       PROCEDURE DIVISION CHAINING DATA-ANALISE.
       0000-DETECTAR-SURTOS.
           PERFORM 9800-REGISTRAR-INICIO
      *      As matrizes de contadores não têm VALUE (itens COMP sob
      *    OCCURS): tudo é zerado explicitamente antes do uso.
           INITIALIZE TABELA-SESSOES TABELA-REGIOES TABELA-SUSPEITAS
           PERFORM 0100-PREPARAR-DATA
           PERFORM 0200-LER-CARTAO
           PERFORM 0300-CARREGAR-SESSOES
           OPEN INPUT ARQ-MESTRE
           IF WS-STATUS-MESTRE NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o cadastro-mestre "
               "CPFMST (status " WS-STATUS-MESTRE ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           SORT SD-SURTO
             ON ASCENDING KEY SDS-TIPO-GRUPO SDS-CANAL SDS-UNIDADE
               SDS-GRUPO SDS-BASE
             INPUT PROCEDURE IS 1000-SELECIONAR-NOVOS
             OUTPUT PROCEDURE IS 2000-APURAR-GRUPOS
           CLOSE ARQ-MESTRE
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-STATUS-RELATORIO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "relatorio CPFSNR (status " WS-STATUS-RELATORIO ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM 3000-GRAVAR-RELATORIO
           CLOSE ARQ-RELATORIO
           PERFORM 9000-EXIBIR-RESUMO
           EVALUATE TRUE
             WHEN TOTAL-ERROS-MESTRE GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
             WHEN SAIDA-LOTE-AUSENTE AND AUDITORIA-AUSENTE
               MOVE 8 TO RETURN-CODE
             WHEN QTD-SUSPEITAS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Normaliza a data recebida por linha de comando; omitida,
      *    vale a data de negócio devolvida pela grade.
       0100-PREPARAR-DATA.
           INSPECT DATA-ANALISE REPLACING ALL LOW-VALUE BY SPACE.
           IF DATA-ANALISE EQUAL TO SPACES
             MOVE GRADE-DATA-NEGOCIO TO DATA-ANALISE
           END-IF.
           IF DATA-ANALISE IS NOT NUMERIC
             DISPLAY "ERRO: data deve ser AAAAMMDD (recebido '"
               DATA-ANALISE "')."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
      *
      *      Lê o cartão de limites, se houver; valores imprestáveis
      *    derrubam a execução, cartão ausente deixa os padrões.
       0200-LER-CARTAO.
           OPEN INPUT ARQ-CARTAO.
           IF WS-STATUS-CARTAO NOT EQUAL TO "00"
             EXIT PARAGRAPH
           END-IF.
           READ ARQ-CARTAO
             AT END
               CLOSE ARQ-CARTAO
               EXIT PARAGRAPH
           END-READ.
           CLOSE ARQ-CARTAO.
           IF SNC-DIGITOS-PREFIXO IS NOT NUMERIC
             OR SNC-MIN-PREFIXO-LOTE IS NOT NUMERIC
             OR SNC-MIN-PREFIXO-BALC IS NOT NUMERIC
             OR SNC-MIN-REGIAO-LOTE IS NOT NUMERIC
             OR SNC-MIN-REGIAO-BALC IS NOT NUMERIC
             OR SNC-PCT-REGIAO IS NOT NUMERIC
             OR SNC-DISTANCIA IS NOT NUMERIC
             OR SNC-MIN-SEQUENCIA IS NOT NUMERIC
             OR SNC-PESO-SEQUENCIA IS NOT NUMERIC
             OR SNC-DIGITOS-PREFIXO LESS THAN 3
             OR SNC-DIGITOS-PREFIXO GREATER THAN 8
             OR SNC-MIN-PREFIXO-LOTE LESS THAN 2
             OR SNC-MIN-PREFIXO-BALC LESS THAN 2
             OR SNC-MIN-REGIAO-LOTE LESS THAN 2
             OR SNC-MIN-REGIAO-BALC LESS THAN 2
             OR SNC-PCT-REGIAO EQUAL TO ZERO
             OR SNC-PCT-REGIAO GREATER THAN 100
             OR SNC-DISTANCIA EQUAL TO ZERO
             OR SNC-MIN-SEQUENCIA LESS THAN 2
             DISPLAY "ERRO: cartao de limites CPFSNC invalido - "
               "prefixo de 3 a 8 digitos, minimos a partir de 2, "
               "percentual de 1 a 100 e distancia maior que zero."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE SNC-DIGITOS-PREFIXO TO DIGITOS-PREFIXO.
           MOVE SNC-MIN-PREFIXO-LOTE TO MIN-PREFIXO-LOTE.
           MOVE SNC-MIN-PREFIXO-BALC TO MIN-PREFIXO-BALC.
           MOVE SNC-MIN-REGIAO-LOTE TO MIN-REGIAO-LOTE.
           MOVE SNC-MIN-REGIAO-BALC TO MIN-REGIAO-BALC.
           MOVE SNC-PCT-REGIAO TO PCT-REGIAO.
           MOVE SNC-DISTANCIA TO DISTANCIA-MAXIMA.
           MOVE SNC-MIN-SEQUENCIA TO MIN-SEQUENCIA.
           MOVE SNC-PESO-SEQUENCIA TO PESO-SEQUENCIA.
      *
      *      Carrega as sessões do balcão abertas na data (o
      *    identificador de sessão começa pela data), com a agência de
      *    cada uma. Sem o diário de sessões a agência sai em branco.
       0300-CARREGAR-SESSOES.
           OPEN INPUT ARQ-SESSOES.
           IF WS-STATUS-SESSOES NOT EQUAL TO "00"
             DISPLAY "AVISO: diario de sessoes CPFSES indisponivel "
               "(status " WS-STATUS-SESSOES ") - agencias em branco."
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL NAO-HA-MAIS-SESSOES
             READ ARQ-SESSOES
               AT END
                 SET NAO-HA-MAIS-SESSOES TO TRUE
               NOT AT END
                 IF SES-SESSAO(1:8) EQUAL TO DATA-ANALISE
                   AND QTD-SESSOES LESS THAN 2000
                   ADD 1 TO QTD-SESSOES
                   MOVE SES-SESSAO TO TSE-SESSAO(QTD-SESSOES)
                   MOVE SES-OPERADOR TO TSE-OPERADOR(QTD-SESSOES)
                   MOVE SES-AGENCIA TO TSE-AGENCIA(QTD-SESSOES)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-SESSOES.
      *
      *      Entrada da classificação: CPF válidos e novos do lote da
      *    noite e do balcão do dia.
       1000-SELECIONAR-NOVOS.
           PERFORM 1100-SELECIONAR-LOTE.
           PERFORM 1200-SELECIONAR-BALCAO.
      *
      *      CPFSAI: unidade é o sistema de origem; a região vem do
      *    próprio lote, ou do nono dígito quando o lote não a trouxe.
       1100-SELECIONAR-LOTE.
           OPEN INPUT ARQ-SAIDA-LOTE.
           IF WS-STATUS-SAIDA-LOTE NOT EQUAL TO "00"
             DISPLAY "AVISO: saida do lote CPFSAI indisponivel "
               "(status " WS-STATUS-SAIDA-LOTE ")."
             SET SAIDA-LOTE-AUSENTE TO TRUE
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL NAO-HA-MAIS-SAIDA
             READ ARQ-SAIDA-LOTE
               AT END
                 SET NAO-HA-MAIS-SAIDA TO TRUE
               NOT AT END
                 IF SAI-RESULTADO EQUAL TO "VALIDO"
                   MOVE SAI-DOCUMENTO TO DOC-TRABALHO
                   SET CANAL-LOTE TO TRUE
                   PERFORM 1500-EXAMINAR-DOCUMENTO
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-SAIDA-LOTE.
      *
      *      CPFAUD: linhas do balcão (com operador) da data; unidade
      *    é o operador e a sessão.
       1200-SELECIONAR-BALCAO.
           OPEN INPUT ARQ-AUDITORIA.
           IF WS-STATUS-AUDITORIA NOT EQUAL TO "00"
             DISPLAY "AVISO: auditoria CPFAUD indisponivel "
               "(status " WS-STATUS-AUDITORIA ")."
             SET AUDITORIA-AUSENTE TO TRUE
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL NAO-HA-MAIS-AUDITORIA
             READ ARQ-AUDITORIA
               AT END
                 SET NAO-HA-MAIS-AUDITORIA TO TRUE
               NOT AT END
                 IF AUD-DATA-HORA(1:8) EQUAL TO DATA-ANALISE
                   AND AUD-OPERADOR NOT EQUAL TO SPACES
                   AND AUD-RESULTADO EQUAL TO "VALIDO"
                   MOVE AUD-DOCUMENTO TO DOC-TRABALHO
                   SET CANAL-BALCAO TO TRUE
                   PERFORM 1500-EXAMINAR-DOCUMENTO
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-AUDITORIA.
      *
      *      Normaliza o documento corrente; sendo CPF (onze dígitos)
      *    conta como examinado, consulta o mestre e, sendo novo,
      *    libera-o para a classificação.
       1500-EXAMINAR-DOCUMENTO.
           MOVE "N" TO DOCUMENTO-NOVO.
           PERFORM 0900-NORMALIZAR-DOCUMENTO.
           IF QTD-CHAR-NORM NOT EQUAL TO 11
             OR DOC-NORMALIZADO(1:11) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-EXAMINADOS.
           IF CANAL-BALCAO
             ADD 1 TO TOTAL-CPF-BALCAO
           ELSE
             ADD 1 TO TOTAL-CPF-LOTE
           END-IF.
           PERFORM 1600-CONSULTAR-MESTRE.
           IF NOT E-DOCUMENTO-NOVO
             EXIT PARAGRAPH
           END-IF.
           IF CANAL-BALCAO
             PERFORM 1700-PREPARAR-BALCAO
           ELSE
             PERFORM 1750-PREPARAR-LOTE
           END-IF.
           PERFORM 1800-LIBERAR-NOVO.
      *
      *      Novo é o documento ausente do mestre ou visto pela
      *    primeira vez na data examinada (ou depois dela - o lote que
      *    passa da meia-noite grava a data do relógio).
       1600-CONSULTAR-MESTRE.
           MOVE DOC-NORMALIZADO TO MST-DOCUMENTO.
           READ ARQ-MESTRE.
           EVALUATE WS-STATUS-MESTRE
             WHEN "00"
               IF MST-PRIMEIRA-DATA NOT LESS THAN DATA-ANALISE
                 SET E-DOCUMENTO-NOVO TO TRUE
               END-IF
             WHEN "23"
               SET E-DOCUMENTO-NOVO TO TRUE
             WHEN OTHER
               ADD 1 TO TOTAL-ERROS-MESTRE
           END-EVALUATE.
      *
      *      Unidade do balcão: operador e sessão; agência do diário
      *    de sessões.
       1700-PREPARAR-BALCAO.
           MOVE "B" TO NOVO-CANAL.
           MOVE SPACES TO NOVO-UNIDADE.
           MOVE AUD-OPERADOR TO NOVO-UNIDADE(1:6).
           MOVE AUD-SESSAO TO NOVO-UNIDADE(7:16).
           MOVE SPACES TO NOVO-AGENCIA.
           PERFORM VARYING IND-SESSAO FROM 1 BY 1
             UNTIL IND-SESSAO GREATER THAN QTD-SESSOES
               OR NOVO-AGENCIA NOT EQUAL TO SPACES
             IF TSE-SESSAO(IND-SESSAO) EQUAL TO AUD-SESSAO
               AND TSE-OPERADOR(IND-SESSAO) EQUAL TO AUD-OPERADOR
               MOVE TSE-AGENCIA(IND-SESSAO) TO NOVO-AGENCIA
             END-IF
           END-PERFORM.
           MOVE DOC-NORMALIZADO(9:1) TO NOVO-REGIAO.
           ADD 1 TO TOTAL-NOVOS-BALCAO.
      *
      *      Unidade do lote: sistema de origem.
       1750-PREPARAR-LOTE.
           MOVE "L" TO NOVO-CANAL.
           MOVE SPACES TO NOVO-UNIDADE.
           MOVE SAI-SISTEMA-ORIGEM TO NOVO-UNIDADE(1:4).
           MOVE SPACES TO NOVO-AGENCIA.
           IF SAI-REGIAO-FISCAL IS NUMERIC
             MOVE SAI-REGIAO-FISCAL TO NOVO-REGIAO
           ELSE
             MOVE DOC-NORMALIZADO(9:1) TO NOVO-REGIAO
           END-IF.
           ADD 1 TO TOTAL-NOVOS-LOTE.
      *
      *      Libera o documento novo duas vezes: no grupo do prefixo e
      *    no grupo da região fiscal.
       1800-LIBERAR-NOVO.
           MOVE SPACES TO REG-SD-SURTO.
           MOVE NOVO-CANAL TO SDS-CANAL.
           MOVE NOVO-UNIDADE TO SDS-UNIDADE.
           MOVE NOVO-AGENCIA TO SDS-AGENCIA.
           MOVE DOC-NORMALIZADO(1:9) TO SDS-BASE.
           MOVE DOC-NORMALIZADO(1:11) TO SDS-DOCUMENTO.
           MOVE "P" TO SDS-TIPO-GRUPO.
           MOVE DOC-NORMALIZADO(1:DIGITOS-PREFIXO) TO SDS-GRUPO.
           RELEASE REG-SD-SURTO.
           MOVE "R" TO SDS-TIPO-GRUPO.
           MOVE SPACES TO SDS-GRUPO.
           MOVE NOVO-REGIAO TO SDS-GRUPO(1:1).
           RELEASE REG-SD-SURTO.
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
      *      Saída da classificação: quebra por grupo (tipo, canal,
      *    unidade e grupo) e, nos grupos por região, por unidade.
       2000-APURAR-GRUPOS.
           PERFORM UNTIL NAO-HA-MAIS-SORT
             RETURN SD-SURTO
               AT END
                 SET NAO-HA-MAIS-SORT TO TRUE
               NOT AT END
                 PERFORM 2100-TRATAR-DOCUMENTO
             END-RETURN
           END-PERFORM.
           IF HA-GRUPO-ABERTO
             PERFORM 2300-FECHAR-GRUPO
           END-IF.
           IF QTD-REGIOES GREATER THAN ZERO
             PERFORM 2500-FECHAR-UNIDADE-REGIAO
           END-IF.
      *
       2100-TRATAR-DOCUMENTO.
           IF HA-GRUPO-ABERTO
             AND (SDS-TIPO-GRUPO NOT EQUAL TO GRP-TIPO-GRUPO
               OR SDS-CANAL NOT EQUAL TO GRP-CANAL
               OR SDS-UNIDADE NOT EQUAL TO GRP-UNIDADE
               OR SDS-GRUPO NOT EQUAL TO GRP-GRUPO)
             PERFORM 2300-FECHAR-GRUPO
           END-IF.
           IF QTD-REGIOES GREATER THAN ZERO
             AND (SDS-TIPO-GRUPO NOT EQUAL TO "R"
               OR SDS-CANAL NOT EQUAL TO URC-CANAL
               OR SDS-UNIDADE NOT EQUAL TO URC-UNIDADE)
             PERFORM 2500-FECHAR-UNIDADE-REGIAO
           END-IF.
           IF NOT HA-GRUPO-ABERTO
             PERFORM 2200-ABRIR-GRUPO
           ELSE
      *      O mesmo documento visto duas vezes na unidade conta uma
      *    vez só.
             IF SDS-BASE EQUAL TO GRP-ULTIMA-BASE
               EXIT PARAGRAPH
             END-IF
             COMPUTE DIFERENCA-BASE = SDS-BASE - GRP-ULTIMA-BASE
             IF DIFERENCA-BASE NOT GREATER THAN DISTANCIA-MAXIMA
               ADD 1 TO GRP-SEQ-ATUAL
             ELSE
               MOVE 1 TO GRP-SEQ-ATUAL
             END-IF
           END-IF.
           IF GRP-SEQ-ATUAL GREATER THAN GRP-MAIOR-SEQ
             MOVE GRP-SEQ-ATUAL TO GRP-MAIOR-SEQ
           END-IF.
           ADD 1 TO GRP-QTD.
           MOVE SDS-BASE TO GRP-ULTIMA-BASE.
           IF GRP-QTD-DOCS LESS THAN 20
             ADD 1 TO GRP-QTD-DOCS
             MOVE SDS-DOCUMENTO TO GRP-DOC(GRP-QTD-DOCS)
           END-IF.
      *
       2200-ABRIR-GRUPO.
           SET HA-GRUPO-ABERTO TO TRUE.
           MOVE SDS-TIPO-GRUPO TO GRP-TIPO-GRUPO.
           MOVE SDS-CANAL TO GRP-CANAL.
           MOVE SDS-UNIDADE TO GRP-UNIDADE.
           MOVE SDS-GRUPO TO GRP-GRUPO.
           MOVE SDS-AGENCIA TO GRP-AGENCIA.
           MOVE ZERO TO GRP-QTD GRP-QTD-DOCS GRP-MAIOR-SEQ.
           MOVE 1 TO GRP-SEQ-ATUAL.
           MOVE SPACES TO GRP-DOCUMENTOS.
           IF SDS-TIPO-GRUPO EQUAL TO "R"
             AND QTD-REGIOES EQUAL TO ZERO
             MOVE SDS-CANAL TO URC-CANAL
             MOVE SDS-UNIDADE TO URC-UNIDADE
             MOVE SDS-AGENCIA TO URC-AGENCIA
             MOVE ZERO TO URC-TOTAL
           END-IF.
      *
      *      Fecha o grupo corrente: o de prefixo é avaliado na hora;
      *    o de região fica guardado até a unidade fechar.
       2300-FECHAR-GRUPO.
           MOVE "N" TO GRUPO-ABERTO.
           IF GRP-TIPO-GRUPO EQUAL TO "R"
             ADD GRP-QTD TO URC-TOTAL
             IF QTD-REGIOES LESS THAN 10
               ADD 1 TO QTD-REGIOES
               MOVE GRP-GRUPO(1:1) TO TRG-REGIAO(QTD-REGIOES)
               MOVE GRP-QTD TO TRG-QTD(QTD-REGIOES)
               MOVE GRP-QTD-DOCS TO TRG-QTD-DOCS(QTD-REGIOES)
               PERFORM VARYING IND-DOC FROM 1 BY 1
                 UNTIL IND-DOC GREATER THAN GRP-QTD-DOCS
                 MOVE GRP-DOC(IND-DOC)
                   TO TRG-DOC(QTD-REGIOES, IND-DOC)
               END-PERFORM
             END-IF
             EXIT PARAGRAPH
           END-IF.
           IF GRP-CANAL EQUAL TO "L"
             MOVE MIN-PREFIXO-LOTE TO MIN-PREFIXO-CANAL
           ELSE
             MOVE MIN-PREFIXO-BALC TO MIN-PREFIXO-CANAL
           END-IF.
           IF GRP-QTD LESS THAN MIN-PREFIXO-CANAL
             AND GRP-MAIOR-SEQ LESS THAN MIN-SEQUENCIA
             EXIT PARAGRAPH
           END-IF.
           PERFORM 2400-ABRIR-SUSPEITA.
           IF IND-MAIOR EQUAL TO ZERO
             EXIT PARAGRAPH
           END-IF.
           MOVE GRP-AGENCIA TO SUS-AGENCIA(IND-MAIOR).
           MOVE GRP-QTD TO SUS-QTD(IND-MAIOR).
           MOVE GRP-QTD TO SUS-PONTOS(IND-MAIOR).
           IF GRP-MAIOR-SEQ NOT LESS THAN MIN-SEQUENCIA
             MOVE GRP-MAIOR-SEQ TO SUS-SEQUENCIA(IND-MAIOR)
             COMPUTE SUS-PONTOS(IND-MAIOR) =
               GRP-QTD + PESO-SEQUENCIA * GRP-MAIOR-SEQ
           END-IF.
           MOVE GRP-QTD-DOCS TO SUS-QTD-DOCS(IND-MAIOR).
           PERFORM VARYING IND-DOC FROM 1 BY 1
             UNTIL IND-DOC GREATER THAN GRP-QTD-DOCS
             MOVE GRP-DOC(IND-DOC) TO SUS-DOC(IND-MAIOR, IND-DOC)
           END-PERFORM.
      *
      *      Abre uma entrada de agrupamento suspeito com o grupo
      *    corrente; tabela cheia devolve IND-MAIOR zero.
       2400-ABRIR-SUSPEITA.
           MOVE ZERO TO IND-MAIOR.
           IF QTD-SUSPEITAS NOT LESS THAN 500
             SET HA-SUSPEITAS-DEMAIS TO TRUE
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO QTD-SUSPEITAS.
           MOVE QTD-SUSPEITAS TO IND-MAIOR.
           MOVE GRP-TIPO-GRUPO TO SUS-TIPO-GRUPO(IND-MAIOR).
           MOVE GRP-CANAL TO SUS-CANAL(IND-MAIOR).
           MOVE GRP-UNIDADE TO SUS-UNIDADE(IND-MAIOR).
           MOVE GRP-GRUPO TO SUS-GRUPO(IND-MAIOR).
           MOVE ZERO TO SUS-SEQUENCIA(IND-MAIOR).
           MOVE ZERO TO SUS-PERCENTUAL(IND-MAIOR).
           MOVE "N" TO SUS-IMPRESSA(IND-MAIOR).
      *
      *      Fecha a unidade nos grupos por região: a região é
      *    suspeita com a quantidade mínima do canal e o percentual
      *    mínimo dos novos da unidade.
       2500-FECHAR-UNIDADE-REGIAO.
           IF URC-CANAL EQUAL TO "L"
             MOVE MIN-REGIAO-LOTE TO MIN-REGIAO-CANAL
           ELSE
             MOVE MIN-REGIAO-BALC TO MIN-REGIAO-CANAL
           END-IF.
           PERFORM VARYING IND-REGIAO FROM 1 BY 1
             UNTIL IND-REGIAO GREATER THAN QTD-REGIOES
             COMPUTE PERCENTUAL-CALC =
               TRG-QTD(IND-REGIAO) * 100 / URC-TOTAL
             IF TRG-QTD(IND-REGIAO) NOT LESS THAN MIN-REGIAO-CANAL
               AND PERCENTUAL-CALC NOT LESS THAN PCT-REGIAO
               PERFORM 2600-REGISTRAR-REGIAO
             END-IF
           END-PERFORM.
           MOVE ZERO TO QTD-REGIOES.
      *
       2600-REGISTRAR-REGIAO.
           MOVE "R" TO GRP-TIPO-GRUPO.
           MOVE URC-CANAL TO GRP-CANAL.
           MOVE URC-UNIDADE TO GRP-UNIDADE.
           MOVE SPACES TO GRP-GRUPO.
           MOVE TRG-REGIAO(IND-REGIAO) TO GRP-GRUPO(1:1).
           PERFORM 2400-ABRIR-SUSPEITA.
           IF IND-MAIOR EQUAL TO ZERO
             EXIT PARAGRAPH
           END-IF.
           MOVE URC-AGENCIA TO SUS-AGENCIA(IND-MAIOR).
           MOVE TRG-QTD(IND-REGIAO) TO SUS-QTD(IND-MAIOR).
           MOVE TRG-QTD(IND-REGIAO) TO SUS-PONTOS(IND-MAIOR).
           MOVE PERCENTUAL-CALC TO SUS-PERCENTUAL(IND-MAIOR).
           MOVE TRG-QTD-DOCS(IND-REGIAO) TO SUS-QTD-DOCS(IND-MAIOR).
           PERFORM VARYING IND-DOC FROM 1 BY 1
             UNTIL IND-DOC GREATER THAN TRG-QTD-DOCS(IND-REGIAO)
             MOVE TRG-DOC(IND-REGIAO, IND-DOC)
               TO SUS-DOC(IND-MAIOR, IND-DOC)
           END-PERFORM.
      *
      *      Relatório: cabeçalho com a data e os limites em vigor,
      *    os agrupamentos em ordem decrescente de pontos (empate: na
      *    ordem em que foram achados) e o resumo.
       3000-GRAVAR-RELATORIO.
           MOVE "SURTOS DE CPF SINTETICOS - AGRUPAMENTOS SUSPEITOS"
             TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE DATA-ANALISE TO CAB-DATA
           MOVE LINHA-CABECALHO-DATA TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE DIGITOS-PREFIXO TO LIM-DIGITOS
           MOVE MIN-PREFIXO-LOTE TO LIM-PREF-LOTE
           MOVE MIN-PREFIXO-BALC TO LIM-PREF-BALC
           MOVE LINHA-LIMITES-1 TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE MIN-REGIAO-LOTE TO LIM-REG-LOTE
           MOVE MIN-REGIAO-BALC TO LIM-REG-BALC
           MOVE PCT-REGIAO TO LIM-PCT
           MOVE LINHA-LIMITES-2 TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE DISTANCIA-MAXIMA TO LIM-DISTANCIA
           MOVE MIN-SEQUENCIA TO LIM-MIN-SEQ
           MOVE PESO-SEQUENCIA TO LIM-PESO
           MOVE LINHA-LIMITES-3 TO REG-RELATORIO
           WRITE REG-RELATORIO
           IF SAIDA-LOTE-AUSENTE
             MOVE "AVISO: CPFSAI indisponivel - lote nao examinado."
               TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF
           IF AUDITORIA-AUSENTE
             MOVE "AVISO: CPFAUD indisponivel - balcao nao examinado."
               TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           IF QTD-SUSPEITAS EQUAL TO ZERO
             MOVE "Nenhum agrupamento suspeito." TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF
           PERFORM VARYING POSICAO-RANKING FROM 1 BY 1
             UNTIL POSICAO-RANKING GREATER THAN QTD-SUSPEITAS
             MOVE ZERO TO IND-MAIOR
             PERFORM VARYING I FROM 1 BY 1
               UNTIL I GREATER THAN QTD-SUSPEITAS
               IF SUS-IMPRESSA(I) EQUAL TO "N"
                 IF IND-MAIOR EQUAL TO ZERO
                   MOVE I TO IND-MAIOR
                 ELSE
                   IF SUS-PONTOS(I) GREATER THAN SUS-PONTOS(IND-MAIOR)
                     MOVE I TO IND-MAIOR
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             MOVE "S" TO SUS-IMPRESSA(IND-MAIOR)
             PERFORM 3100-GRAVAR-SUSPEITA
           END-PERFORM
           IF HA-SUSPEITAS-DEMAIS
             MOVE "AVISO: relatorio incompleto - mais de 500 "
               TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE "agrupamentos suspeitos; rever os limites do cartao."
               TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF
           PERFORM 3900-GRAVAR-RESUMO.
      *
      *      Um agrupamento: unidade com os pontos, motivos e os
      *    documentos, cinco por linha.
       3100-GRAVAR-SUSPEITA.
           IF SUS-CANAL(IND-MAIOR) EQUAL TO "L"
             MOVE POSICAO-RANKING TO SPL-POSICAO
             MOVE SUS-PONTOS(IND-MAIOR) TO SPL-PONTOS
             MOVE SUS-UNIDADE(IND-MAIOR)(1:4) TO SPL-ORIGEM
             MOVE LINHA-SUSPEITA-LOTE TO REG-RELATORIO
           ELSE
             MOVE POSICAO-RANKING TO SPB-POSICAO
             MOVE SUS-PONTOS(IND-MAIOR) TO SPB-PONTOS
             MOVE SUS-UNIDADE(IND-MAIOR)(1:6) TO SPB-OPERADOR
             MOVE SUS-AGENCIA(IND-MAIOR) TO SPB-AGENCIA
             MOVE SUS-UNIDADE(IND-MAIOR)(7:16) TO SPB-SESSAO
             MOVE LINHA-SUSPEITA-BALCAO TO REG-RELATORIO
           END-IF
           WRITE REG-RELATORIO
           IF SUS-TIPO-GRUPO(IND-MAIOR) EQUAL TO "P"
             MOVE SUS-QTD(IND-MAIOR) TO MTP-QTD
             MOVE SUS-GRUPO(IND-MAIOR) TO MTP-PREFIXO
             MOVE LINHA-MOTIVO-PREFIXO TO REG-RELATORIO
             WRITE REG-RELATORIO
             IF SUS-SEQUENCIA(IND-MAIOR) GREATER THAN ZERO
               MOVE SUS-SEQUENCIA(IND-MAIOR) TO MTS-QTD
               MOVE DISTANCIA-MAXIMA TO MTS-DISTANCIA
               MOVE LINHA-MOTIVO-SEQUENCIA TO REG-RELATORIO
               WRITE REG-RELATORIO
             END-IF
           ELSE
             MOVE SUS-QTD(IND-MAIOR) TO MTR-QTD
             MOVE SUS-GRUPO(IND-MAIOR)(1:1) TO MTR-REGIAO
             MOVE SUS-PERCENTUAL(IND-MAIOR) TO MTR-PCT
             MOVE LINHA-MOTIVO-REGIAO TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF
           MOVE SPACES TO LINHA-DOCUMENTOS
           MOVE "     DOCUMENTOS: " TO LDC-ROTULO
           MOVE ZERO TO IND-COLUNA
           PERFORM VARYING IND-DOC FROM 1 BY 1
             UNTIL IND-DOC GREATER THAN SUS-QTD-DOCS(IND-MAIOR)
             ADD 1 TO IND-COLUNA
             MOVE SUS-DOC(IND-MAIOR, IND-DOC) TO LDC-DOC(IND-COLUNA)
             IF IND-COLUNA EQUAL TO 5
               MOVE LINHA-DOCUMENTOS TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES TO LINHA-DOCUMENTOS
               MOVE ZERO TO IND-COLUNA
             END-IF
           END-PERFORM
           IF IND-COLUNA GREATER THAN ZERO
             MOVE LINHA-DOCUMENTOS TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF
           IF SUS-QTD(IND-MAIOR) GREATER THAN SUS-QTD-DOCS(IND-MAIOR)
             COMPUTE LDO-QTD =
               SUS-QTD(IND-MAIOR) - SUS-QTD-DOCS(IND-MAIOR)
             MOVE LINHA-DOCS-OMITIDOS TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
      *      Resumo no pé do relatório.
       3900-GRAVAR-RESUMO.
           MOVE "CPF VALIDOS DO LOTE:" TO ROTULO-RELATORIO
           MOVE TOTAL-CPF-LOTE TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "  NOVOS:" TO ROTULO-RELATORIO
           MOVE TOTAL-NOVOS-LOTE TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "CPF VALIDOS DO BALCAO:" TO ROTULO-RELATORIO
           MOVE TOTAL-CPF-BALCAO TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "  NOVOS:" TO ROTULO-RELATORIO
           MOVE TOTAL-NOVOS-BALCAO TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "AGRUPAMENTOS SUSPEITOS:" TO ROTULO-RELATORIO
           MOVE QTD-SUSPEITAS TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           IF TOTAL-ERROS-MESTRE GREATER THAN ZERO
             MOVE "ERROS DE LEITURA DO CPFMST:" TO ROTULO-RELATORIO
             MOVE TOTAL-ERROS-MESTRE TO VALOR-RELATORIO
             MOVE LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF.
      *
      *      Resumo para o log do job.
       9000-EXIBIR-RESUMO.
           MOVE TOTAL-EXAMINADOS TO VALOR-EDITADO.
           DISPLAY "CPF validos examinados.......: " VALOR-EDITADO.
           MOVE TOTAL-NOVOS-LOTE TO VALOR-EDITADO.
           DISPLAY "Novos no lote................: " VALOR-EDITADO.
           MOVE TOTAL-NOVOS-BALCAO TO VALOR-EDITADO.
           DISPLAY "Novos no balcao..............: " VALOR-EDITADO.
           MOVE QTD-SUSPEITAS TO VALOR-EDITADO.
           DISPLAY "Agrupamentos suspeitos.......: " VALOR-EDITADO.
           IF TOTAL-ERROS-MESTRE GREATER THAN ZERO
             MOVE TOTAL-ERROS-MESTRE TO VALOR-EDITADO
             DISPLAY "ERRO: leituras do CPFMST com falha: "
               VALOR-EDITADO
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
           MOVE TOTAL-EXAMINADOS TO GRADE-LIDOS.
           MOVE QTD-SUSPEITAS TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
