       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioTendenciaLote.
      *
      *      Relatório de tendência do lote sobre o histórico CPFHIS
      *    gravado por GravarHistoricoLote: até 13 meses de noites,
      *    contados para trás a partir da data de referência.
      *      O relatório CPFTEN traz, em quatro quadros:
      *        - por noite: volume lido, rejeitados (inválidos mais
      *    malformados), percentual de rejeição, irregulares e
      *    duplicados no lote;
      *        - médias semanais (semanas de segunda a domingo) e
      *        - médias mensais de volume e de rejeição;
      *        - por sistema de origem: as noites fora do padrão e uma
      *    linha-resumo do período.
      *      Uma noite (ou um sistema de origem numa noite) é marcada
      *    quando se afasta bruscamente da sua própria média recente -
      *    as noites imediatamente anteriores, da própria noite ou do
      *    próprio sistema: volume acima ou abaixo da média além do
      *    percentual tolerado, ou percentual de rejeição mais de N
      *    pontos acima ou abaixo do percentual médio. Os limites vêm
      *    do cartão opcional CPFHCT (janela em noites, 2 dígitos;
      *    desvio de volume em %, 3 dígitos; desvio de rejeição em
      *    pontos percentuais, 3 dígitos; separados por um espaço);
      *    sem cartão valem 07, 050 e 005. Sem ao menos três noites
      *    anteriores na janela não há média com que comparar e nada é
      *    marcado.
      *      Argumentos: data de referência AAAAMMDD (omitida, hoje) e
      *    quantidade de meses, de 01 a 13 (omitida, 13). RETURN-CODE 4
      *    quando há alguma marca.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTORICO ASSIGN TO "CPFHIS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-HISTORICO.
      *
           SELECT ARQ-CARTAO ASSIGN TO "CPFHCT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CARTAO.
      *
           SELECT ARQ-RELATORIO ASSIGN TO "CPFTEN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RELATORIO.
      *
           SELECT SD-HISTORICO ASSIGN TO "SORTWK1".
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HISTORICO.
           01 REG-HISTORICO.
             05 HIS-DATA           PIC X(8).
             05 FILLER             PIC X.
             05 HIS-TIPO           PIC X.
             05 FILLER             PIC X.
             05 HIS-ORIGEM         PIC X(4).
             05 FILLER             PIC X.
             05 HIS-LIDOS          PIC 9(9).
             05 FILLER             PIC X.
             05 HIS-VALIDOS        PIC 9(9).
             05 FILLER             PIC X.
             05 HIS-INVALIDOS      PIC 9(9).
             05 FILLER             PIC X.
             05 HIS-MALFORMADOS    PIC 9(9).
             05 FILLER             PIC X.
             05 HIS-IRREGULARES    PIC 9(9).
             05 FILLER             PIC X.
             05 HIS-DUPLICADOS     PIC 9(9).
             05 FILLER             PIC X.
             05 HIS-JA-CONHECIDOS  PIC 9(9).
             05 FILLER             PIC X.
             05 HIS-APROVEITADOS   PIC 9(9).
      *
       FD  ARQ-CARTAO.
           01 REG-CARTAO.
             05 HCT-JANELA         PIC 9(2).
             05 FILLER             PIC X.
             05 HCT-PCT-VOLUME     PIC 9(3).
             05 FILLER             PIC X.
             05 HCT-PONTOS-REJEICAO PIC 9(3).
      *
       FD  ARQ-RELATORIO.
           01 REG-RELATORIO     PIC X(80).
      *
      *      Linhas do histórico dentro do período, classificadas por
      *    tipo (as noites, N, antes das origens, O), sistema de
      *    origem e data.
       SD  SD-HISTORICO.
           01 REG-SD-HISTORICO.
             05 SDH-TIPO           PIC X.
             05 SDH-ORIGEM         PIC X(4).
             05 SDH-DATA           PIC X(8).
             05 SDH-LIDOS          PIC 9(9).
             05 SDH-REJEITADOS     PIC 9(9).
             05 SDH-IRREGULARES    PIC 9(9).
             05 SDH-DUPLICADOS     PIC 9(9).
      *
       WORKING-STORAGE SECTION.
      *
      *      Argumentos recebidos por linha de comando.
           01 DATA-REFERENCIA  PIC X(8).
      *
           01 QTD-MESES-ARG    PIC X(2).
      *
           01 QTD-MESES        PIC 9(2) VALUE 13.
      *
      *      Primeira noite do período: a data de referência recuada
      *    a quantidade de meses pedida (exclusive).
           01 DATA-INICIO.
             05 INICIO-ANO     PIC 9(4).
             05 INICIO-MES     PIC 9(2).
             05 INICIO-DIA     PIC X(2).
      *
           01 MESES-INICIO     PIC 9(6) VALUE ZERO.
      *
      *      Limites de desvio, do cartão CPFHCT ou os padrões.
           01 JANELA-NOITES    PIC 9(2) VALUE 7.
           01 PCT-DESVIO-VOLUME PIC 9(3) VALUE 50.
           01 PONTOS-DESVIO-REJEICAO PIC 9(3) VALUE 5.
      *
      *      Mínimo de noites anteriores para haver média recente.
           01 MINIMO-NOITES    PIC 9(2) VALUE 3.
      *
      *      Status dos arquivos ("00" = OK, "35" = não encontrado).
           01 WS-STATUS-HISTORICO PIC X(2) VALUE SPACES.
           01 WS-STATUS-CARTAO    PIC X(2) VALUE SPACES.
           01 WS-STATUS-RELATORIO PIC X(2) VALUE SPACES.
      *
      *      Indicadores de fim de arquivo.
           01 FIM-HISTORICO    PIC X VALUE "N".
             88 NAO-HA-MAIS-HISTORICO VALUE "S".
      *
           01 FIM-SORT         PIC X VALUE "N".
             88 NAO-HA-MAIS-SORT VALUE "S".
      *
      *      Os quadros das noites saem uma vez só, antes do quadro
      *    por origem.
           01 QUADROS-NOITE    PIC X VALUE "N".
             88 QUADROS-NOITE-GRAVADOS VALUE "S".
      *
      *      Noites do período, em ordem de data.
           01 QTD-NOITES       PIC 9(3) COMP VALUE ZERO.
      *
           01 TABELA-NOITES.
             05 NOITE-ENTRADA OCCURS 400 TIMES.
               10 NT-DATA          PIC X(8).
               10 NT-LIDOS         PIC 9(9) COMP.
               10 NT-REJEITADOS    PIC 9(9) COMP.
               10 NT-IRREGULARES   PIC 9(9) COMP.
               10 NT-DUPLICADOS    PIC 9(9) COMP.
      *
           01 TABELA-NOITES-CHEIA PIC X VALUE "N".
             88 HA-NOITES-DEMAIS VALUE "S".
      *
           01 I                PIC 9(3) COMP VALUE ZERO.
           01 K                PIC 9(3) COMP VALUE ZERO.
      *
      *      Noites recentes do sistema de origem corrente, em anel:
      *    as últimas JANELA-NOITES vistas antes da noite corrente.
      *    A origem em branco é um sistema como outro qualquer; quem
      *    diz se já há origem em curso é ORIGEM-ABERTA.
           01 ORIGEM-CORRENTE  PIC X(4) VALUE SPACES.
           01 ORIGEM-ABERTA    PIC X VALUE "N".
             88 HA-ORIGEM-ABERTA VALUE "S".
      *
           01 TABELA-RECENTES.
             05 RECENTE OCCURS 99 TIMES.
               10 REC-LIDOS        PIC 9(9) COMP.
               10 REC-REJEITADOS   PIC 9(9) COMP.
      *
           01 QTD-RECENTES     PIC 9(2) VALUE ZERO.
           01 PROXIMO-RECENTE  PIC 9(2) VALUE ZERO.
      *
      *      Acumuladores do período por sistema de origem.
           01 ORIG-NOITES      PIC 9(5) VALUE ZERO.
           01 ORIG-LIDOS       PIC 9(11) VALUE ZERO.
           01 ORIG-REJEITADOS  PIC 9(11) VALUE ZERO.
           01 ORIG-MARCADAS    PIC 9(5) VALUE ZERO.
      *
      *      Entrada da avaliação de desvio: a noite e a soma das
      *    noites recentes com que ela é comparada.
           01 AVAL-LIDOS       PIC 9(9) VALUE ZERO.
           01 AVAL-REJEITADOS  PIC 9(9) VALUE ZERO.
           01 AVAL-QTD-NOITES  PIC 9(3) VALUE ZERO.
           01 AVAL-SOMA-LIDOS  PIC 9(11) VALUE ZERO.
           01 AVAL-SOMA-REJEITADOS PIC 9(11) VALUE ZERO.
      *
      *      Resultado da avaliação.
           01 ALERTA-VOLUME    PIC X VALUE "N".
             88 HA-ALERTA-VOLUME VALUE "S".
      *
           01 ALERTA-REJEICAO  PIC X VALUE "N".
             88 HA-ALERTA-REJEICAO VALUE "S".
      *
           01 TEXTO-ALERTA     PIC X(13) VALUE SPACES.
      *
      *      Aritmética da avaliação, em produtos cruzados onde dá.
           01 PRODUTO-NOITE    PIC 9(18) VALUE ZERO.
           01 PRODUTO-MEDIA    PIC 9(18) VALUE ZERO.
           01 PCT-NOITE        PIC 9(3)V99 VALUE ZERO.
           01 PCT-MEDIA        PIC 9(3)V99 VALUE ZERO.
           01 DIFERENCA-PCT    PIC 9(3)V99 VALUE ZERO.
      *
      *      Acumuladores das médias semanais e mensais.
           01 PERIODO-CORRENTE PIC X(8) VALUE SPACES.
           01 PERIODO-NOITE    PIC X(8) VALUE SPACES.
           01 PER-NOITES       PIC 9(3) VALUE ZERO.
           01 PER-LIDOS        PIC 9(11) VALUE ZERO.
           01 PER-REJEITADOS   PIC 9(11) VALUE ZERO.
      *
           01 DIA-JULIANO      PIC 9(7) VALUE ZERO.
           01 DIA-SEMANA       PIC 9 VALUE ZERO.
           01 DATA-NUMERICA    PIC 9(8) VALUE ZERO.
      *
      *      Contadores de marcas.
           01 TOTAL-NOITES-MARCADAS  PIC 9(5) VALUE ZERO.
           01 TOTAL-ORIGENS-MARCADAS PIC 9(5) VALUE ZERO.
      *
      *      Layouts das linhas do relatório.
           01 LINHA-CABECALHO.
             05 FILLER         PIC X(9) VALUE "PERIODO: ".
             05 CAB-INICIO     PIC X(8).
             05 FILLER         PIC X(3) VALUE " A ".
             05 CAB-FIM        PIC X(8).
             05 FILLER         PIC X(10) VALUE "  JANELA: ".
             05 CAB-JANELA     PIC Z9.
             05 FILLER         PIC X(15) VALUE " NOITES  VOL: ".
             05 CAB-VOLUME     PIC ZZ9.
             05 FILLER         PIC X(9) VALUE "%  REJ: ".
             05 CAB-PONTOS     PIC ZZ9.
             05 FILLER         PIC X(3) VALUE " PP".
      *
           01 LINHA-TITULO-NOITE.
             05 FILLER         PIC X(9)  VALUE "NOITE    ".
             05 FILLER         PIC X(10) VALUE "     LIDOS".
             05 FILLER         PIC X(10) VALUE "  REJEIT. ".
             05 FILLER         PIC X(8)  VALUE " PCT-REJ".
             05 FILLER         PIC X(10) VALUE "    IRREG.".
             05 FILLER         PIC X(10) VALUE "    DUPLIC".
             05 FILLER         PIC X(7)  VALUE " ALERTA".
      *
           01 LINHA-NOITE.
             05 DET-DATA       PIC X(8).
             05 FILLER         PIC X VALUE SPACE.
             05 DET-LIDOS      PIC ZZZZZZZZ9.
             05 FILLER         PIC X VALUE SPACE.
             05 DET-REJEITADOS PIC ZZZZZZZZ9.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 DET-PCT        PIC ZZ9.99.
             05 FILLER         PIC X VALUE SPACE.
             05 DET-IRREGULARES PIC ZZZZZZZZ9.
             05 FILLER         PIC X VALUE SPACE.
             05 DET-DUPLICADOS PIC ZZZZZZZZ9.
             05 FILLER         PIC X VALUE SPACE.
             05 DET-ALERTA     PIC X(13).
      *
           01 LINHA-TITULO-MEDIA.
             05 FILLER         PIC X(19) VALUE "PERIODO            ".
             05 FILLER         PIC X(7)  VALUE "NOITES ".
             05 FILLER         PIC X(10) VALUE "MEDIA LID.".
             05 FILLER         PIC X(8)  VALUE " PCT-REJ".
      *
           01 LINHA-MEDIA.
             05 MED-PERIODO    PIC X(18).
             05 FILLER         PIC X VALUE SPACE.
             05 MED-NOITES     PIC ZZ9.
             05 FILLER         PIC X(3) VALUE SPACES.
             05 MED-LIDOS      PIC ZZZZZZZZ9.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 MED-PCT        PIC ZZ9.99.
      *
           01 LINHA-TITULO-ORIGEM.
             05 FILLER         PIC X(5)  VALUE "SIST ".
             05 FILLER         PIC X(9)  VALUE "NOITE    ".
             05 FILLER         PIC X(10) VALUE "     LIDOS".
             05 FILLER         PIC X(10) VALUE "  REJEIT. ".
             05 FILLER         PIC X(8)  VALUE " PCT-REJ".
             05 FILLER         PIC X(9)  VALUE "  PCT-MED".
             05 FILLER         PIC X(7)  VALUE " ALERTA".
      *
           01 LINHA-ORIGEM.
             05 ORI-ORIGEM     PIC X(4).
             05 FILLER         PIC X VALUE SPACE.
             05 ORI-DATA       PIC X(8).
             05 FILLER         PIC X VALUE SPACE.
             05 ORI-LIDOS      PIC ZZZZZZZZ9.
             05 FILLER         PIC X VALUE SPACE.
             05 ORI-REJEITADOS PIC ZZZZZZZZ9.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 ORI-PCT        PIC ZZ9.99.
             05 FILLER         PIC X(3) VALUE SPACES.
             05 ORI-PCT-MEDIA  PIC ZZ9.99.
             05 FILLER         PIC X VALUE SPACE.
             05 ORI-ALERTA     PIC X(13).
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
               VALUE "RelatorioTendenciaLote".
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
       PROCEDURE DIVISION CHAINING DATA-REFERENCIA QTD-MESES-ARG.
       0000-PROCESSAR-TENDENCIA.
           PERFORM 9800-REGISTRAR-INICIO
           PERFORM 0100-PREPARAR-ARGUMENTOS
           PERFORM 0200-LER-CARTAO
           OPEN INPUT ARQ-HISTORICO
           IF WS-STATUS-HISTORICO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o historico "
               "CPFHIS (status " WS-STATUS-HISTORICO ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-STATUS-RELATORIO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "relatorio CPFTEN (status " WS-STATUS-RELATORIO ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-HISTORICO
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           INITIALIZE TABELA-NOITES
           SORT SD-HISTORICO
             ON ASCENDING KEY SDH-TIPO SDH-ORIGEM SDH-DATA
             INPUT PROCEDURE IS 1000-SELECIONAR-PERIODO
             OUTPUT PROCEDURE IS 2000-PROCESSAR-PERIODO
           PERFORM 9000-GRAVAR-RESUMO
           CLOSE ARQ-RELATORIO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Normaliza os argumentos (LOW-VALUES por espaços, padrões
      *    quando omitidos) e calcula o início do período.
       0100-PREPARAR-ARGUMENTOS.
           INSPECT DATA-REFERENCIA REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT QTD-MESES-ARG REPLACING ALL LOW-VALUE BY SPACE.
           IF DATA-REFERENCIA EQUAL TO SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-REFERENCIA
           END-IF.
           IF DATA-REFERENCIA IS NOT NUMERIC
             DISPLAY "ERRO: data deve ser AAAAMMDD (recebido '"
               DATA-REFERENCIA "')."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           IF QTD-MESES-ARG NOT EQUAL TO SPACES
             IF QTD-MESES-ARG IS NOT NUMERIC
               OR QTD-MESES-ARG EQUAL TO "00"
               OR QTD-MESES-ARG GREATER THAN "13"
               DISPLAY "USO: RelatorioTendenciaLote [AAAAMMDD] [MM] "
                 "- MM de 01 a 13 meses (recebido '" QTD-MESES-ARG
                 "')."
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ENCERRAR-EXECUCAO
             END-IF
             MOVE QTD-MESES-ARG TO QTD-MESES
           END-IF.
           MOVE DATA-REFERENCIA TO DATA-INICIO.
           COMPUTE MESES-INICIO =
             INICIO-ANO * 12 + INICIO-MES - 1 - QTD-MESES.
           DIVIDE MESES-INICIO BY 12 GIVING INICIO-ANO
             REMAINDER INICIO-MES.
           ADD 1 TO INICIO-MES.
      *
      *      Lê o cartão de limites, se houver; valores imprestáveis
      *    derrubam o relatório, cartão ausente deixa os padrões.
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
           IF HCT-JANELA IS NOT NUMERIC
             OR HCT-PCT-VOLUME IS NOT NUMERIC
             OR HCT-PONTOS-REJEICAO IS NOT NUMERIC
             OR HCT-JANELA LESS THAN MINIMO-NOITES
             DISPLAY "ERRO: cartao de limites CPFHCT invalido - "
               "janela (03 a 99 noites), desvio de volume e de "
               "rejeicao devem ser numericos."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-CARTAO
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE HCT-JANELA TO JANELA-NOITES.
           MOVE HCT-PCT-VOLUME TO PCT-DESVIO-VOLUME.
           MOVE HCT-PONTOS-REJEICAO TO PONTOS-DESVIO-REJEICAO.
           CLOSE ARQ-CARTAO.
      *
      *      Alimenta a classificação com as linhas do período.
       1000-SELECIONAR-PERIODO.
           PERFORM UNTIL NAO-HA-MAIS-HISTORICO
             READ ARQ-HISTORICO
               AT END
                 SET NAO-HA-MAIS-HISTORICO TO TRUE
               NOT AT END
                 IF HIS-DATA GREATER THAN DATA-INICIO
                   AND HIS-DATA NOT GREATER THAN DATA-REFERENCIA
                   AND HIS-LIDOS IS NUMERIC
                   MOVE HIS-TIPO TO SDH-TIPO
                   MOVE HIS-ORIGEM TO SDH-ORIGEM
                   MOVE HIS-DATA TO SDH-DATA
                   MOVE HIS-LIDOS TO SDH-LIDOS
                   COMPUTE SDH-REJEITADOS =
                     HIS-INVALIDOS + HIS-MALFORMADOS
                   MOVE HIS-IRREGULARES TO SDH-IRREGULARES
                   MOVE HIS-DUPLICADOS TO SDH-DUPLICADOS
                   RELEASE REG-SD-HISTORICO
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARQ-HISTORICO.
      *
      *      Recebe as linhas classificadas: as noites vão para a
      *    tabela; na primeira linha de origem (ou no fim, se não
      *    houver nenhuma) saem os quadros das noites, e as linhas de
      *    origem são avaliadas uma a uma.
       2000-PROCESSAR-PERIODO.
           MOVE "TENDENCIA DO LOTE NOITE A NOITE - CPFHIS"
             TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE DATA-INICIO TO CAB-INICIO
           MOVE DATA-REFERENCIA TO CAB-FIM
           MOVE JANELA-NOITES TO CAB-JANELA
           MOVE PCT-DESVIO-VOLUME TO CAB-VOLUME
           MOVE PONTOS-DESVIO-REJEICAO TO CAB-PONTOS
           MOVE LINHA-CABECALHO TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM UNTIL NAO-HA-MAIS-SORT
             RETURN SD-HISTORICO
               AT END
                 SET NAO-HA-MAIS-SORT TO TRUE
               NOT AT END
                 IF SDH-TIPO EQUAL TO "N"
                   PERFORM 2100-GUARDAR-NOITE
                 ELSE
                   IF NOT QUADROS-NOITE-GRAVADOS
                     PERFORM 3000-GRAVAR-QUADROS-NOITE
                     PERFORM 5000-INICIAR-QUADRO-ORIGEM
                   END-IF
                   PERFORM 5100-AVALIAR-LINHA-ORIGEM
                 END-IF
             END-RETURN
           END-PERFORM
           IF NOT QUADROS-NOITE-GRAVADOS
             PERFORM 3000-GRAVAR-QUADROS-NOITE
           ELSE
             PERFORM 5300-FECHAR-ORIGEM
           END-IF.
      *
       2100-GUARDAR-NOITE.
           IF QTD-NOITES NOT LESS THAN 400
             SET HA-NOITES-DEMAIS TO TRUE
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO QTD-NOITES.
           MOVE SDH-DATA TO NT-DATA(QTD-NOITES).
           MOVE SDH-LIDOS TO NT-LIDOS(QTD-NOITES).
           MOVE SDH-REJEITADOS TO NT-REJEITADOS(QTD-NOITES).
           MOVE SDH-IRREGULARES TO NT-IRREGULARES(QTD-NOITES).
           MOVE SDH-DUPLICADOS TO NT-DUPLICADOS(QTD-NOITES).
      *
      *      Quadros das noites: noite a noite, médias semanais e
      *    médias mensais.
       3000-GRAVAR-QUADROS-NOITE.
           SET QUADROS-NOITE-GRAVADOS TO TRUE.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "VOLUME E REJEICAO POR NOITE" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINHA-TITULO-NOITE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-NOITES
             PERFORM 3100-GRAVAR-NOITE
           END-PERFORM.
           IF HA-NOITES-DEMAIS
             MOVE "AVISO: historico com mais de 400 noites no periodo"
               TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF.
           PERFORM 3500-GRAVAR-MEDIAS-SEMANAIS.
           PERFORM 3700-GRAVAR-MEDIAS-MENSAIS.
      *
      *      Linha da noite I, comparada com as noites anteriores da
      *    janela.
       3100-GRAVAR-NOITE.
           MOVE NT-LIDOS(I) TO AVAL-LIDOS.
           MOVE NT-REJEITADOS(I) TO AVAL-REJEITADOS.
           MOVE ZERO TO AVAL-QTD-NOITES AVAL-SOMA-LIDOS
             AVAL-SOMA-REJEITADOS.
           IF I GREATER THAN JANELA-NOITES
             COMPUTE K = I - JANELA-NOITES
           ELSE
             MOVE 1 TO K
           END-IF.
           PERFORM UNTIL K NOT LESS THAN I
             ADD 1 TO AVAL-QTD-NOITES
             ADD NT-LIDOS(K) TO AVAL-SOMA-LIDOS
             ADD NT-REJEITADOS(K) TO AVAL-SOMA-REJEITADOS
             ADD 1 TO K
           END-PERFORM.
           PERFORM 6000-AVALIAR-DESVIO.
           MOVE NT-DATA(I) TO DET-DATA.
           MOVE NT-LIDOS(I) TO DET-LIDOS.
           MOVE NT-REJEITADOS(I) TO DET-REJEITADOS.
           MOVE PCT-NOITE TO DET-PCT.
           MOVE NT-IRREGULARES(I) TO DET-IRREGULARES.
           MOVE NT-DUPLICADOS(I) TO DET-DUPLICADOS.
           MOVE TEXTO-ALERTA TO DET-ALERTA.
           MOVE LINHA-NOITE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF TEXTO-ALERTA NOT EQUAL TO SPACES
             ADD 1 TO TOTAL-NOITES-MARCADAS
           END-IF.
      *
      *      Médias por semana (de segunda a domingo), identificada
      *    pela data da segunda-feira.
       3500-GRAVAR-MEDIAS-SEMANAIS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "MEDIAS SEMANAIS" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINHA-TITULO-MEDIA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO PERIODO-CORRENTE.
           MOVE ZERO TO PER-NOITES.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-NOITES
             MOVE NT-DATA(I) TO DATA-NUMERICA
             COMPUTE DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(DATA-NUMERICA)
             COMPUTE DIA-SEMANA = FUNCTION MOD(DIA-JULIANO - 1, 7)
             SUBTRACT DIA-SEMANA FROM DIA-JULIANO
             COMPUTE DATA-NUMERICA =
               FUNCTION DATE-OF-INTEGER(DIA-JULIANO)
             MOVE DATA-NUMERICA TO PERIODO-NOITE
             PERFORM 3900-ACUMULAR-PERIODO
           END-PERFORM.
           IF PER-NOITES GREATER THAN ZERO
             PERFORM 3950-GRAVAR-PERIODO
           END-IF.
      *
      *      Médias por mês civil.
       3700-GRAVAR-MEDIAS-MENSAIS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "MEDIAS MENSAIS" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINHA-TITULO-MEDIA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO PERIODO-CORRENTE.
           MOVE ZERO TO PER-NOITES.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-NOITES
             MOVE SPACES TO PERIODO-NOITE
             MOVE NT-DATA(I)(1:6) TO PERIODO-NOITE
             PERFORM 3900-ACUMULAR-PERIODO
           END-PERFORM.
           IF PER-NOITES GREATER THAN ZERO
             PERFORM 3950-GRAVAR-PERIODO
           END-IF.
      *
      *      Soma a noite I no período corrente, gravando o anterior
      *    quando o período muda.
       3900-ACUMULAR-PERIODO.
           IF PERIODO-NOITE NOT EQUAL TO PERIODO-CORRENTE
             IF PER-NOITES GREATER THAN ZERO
               PERFORM 3950-GRAVAR-PERIODO
             END-IF
             MOVE PERIODO-NOITE TO PERIODO-CORRENTE
             MOVE ZERO TO PER-NOITES PER-LIDOS PER-REJEITADOS
           END-IF.
           ADD 1 TO PER-NOITES.
           ADD NT-LIDOS(I) TO PER-LIDOS.
           ADD NT-REJEITADOS(I) TO PER-REJEITADOS.
      *
       3950-GRAVAR-PERIODO.
           MOVE SPACES TO MED-PERIODO.
           IF PERIODO-CORRENTE(7:2) EQUAL TO SPACES
             STRING "MES " PERIODO-CORRENTE(1:6)
               DELIMITED BY SIZE INTO MED-PERIODO
           ELSE
             STRING "SEMANA DE " PERIODO-CORRENTE
               DELIMITED BY SIZE INTO MED-PERIODO
           END-IF.
           MOVE PER-NOITES TO MED-NOITES.
           COMPUTE MED-LIDOS ROUNDED = PER-LIDOS / PER-NOITES.
           IF PER-LIDOS GREATER THAN ZERO
             COMPUTE PCT-MEDIA ROUNDED =
               (PER-REJEITADOS * 100) / PER-LIDOS
           ELSE
             MOVE ZERO TO PCT-MEDIA
           END-IF.
           MOVE PCT-MEDIA TO MED-PCT.
           MOVE LINHA-MEDIA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      *      Abre o quadro por sistema de origem.
       5000-INICIAR-QUADRO-ORIGEM.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "REJEICAO POR SISTEMA DE ORIGEM - NOITES FORA DO PADRAO"
             TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINHA-TITULO-ORIGEM TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO ORIGEM-CORRENTE.
           MOVE "N" TO ORIGEM-ABERTA.
      *
      *      Avalia a linha de origem corrente contra as noites
      *    recentes do mesmo sistema e a põe no anel.
       5100-AVALIAR-LINHA-ORIGEM.
           IF NOT HA-ORIGEM-ABERTA
             OR SDH-ORIGEM NOT EQUAL TO ORIGEM-CORRENTE
             IF HA-ORIGEM-ABERTA
               PERFORM 5300-FECHAR-ORIGEM
             END-IF
             SET HA-ORIGEM-ABERTA TO TRUE
             MOVE SDH-ORIGEM TO ORIGEM-CORRENTE
             MOVE ZERO TO QTD-RECENTES ORIG-NOITES ORIG-LIDOS
               ORIG-REJEITADOS ORIG-MARCADAS
             MOVE 1 TO PROXIMO-RECENTE
           END-IF.
           MOVE SDH-LIDOS TO AVAL-LIDOS.
           MOVE SDH-REJEITADOS TO AVAL-REJEITADOS.
           MOVE QTD-RECENTES TO AVAL-QTD-NOITES.
           MOVE ZERO TO AVAL-SOMA-LIDOS AVAL-SOMA-REJEITADOS.
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K GREATER THAN QTD-RECENTES
             ADD REC-LIDOS(K) TO AVAL-SOMA-LIDOS
             ADD REC-REJEITADOS(K) TO AVAL-SOMA-REJEITADOS
           END-PERFORM.
           PERFORM 6000-AVALIAR-DESVIO.
           IF TEXTO-ALERTA NOT EQUAL TO SPACES
             MOVE SDH-ORIGEM TO ORI-ORIGEM
             MOVE SDH-DATA TO ORI-DATA
             MOVE SDH-LIDOS TO ORI-LIDOS
             MOVE SDH-REJEITADOS TO ORI-REJEITADOS
             MOVE PCT-NOITE TO ORI-PCT
             MOVE PCT-MEDIA TO ORI-PCT-MEDIA
             MOVE TEXTO-ALERTA TO ORI-ALERTA
             MOVE LINHA-ORIGEM TO REG-RELATORIO
             WRITE REG-RELATORIO
             ADD 1 TO ORIG-MARCADAS
           END-IF.
           MOVE SDH-LIDOS TO REC-LIDOS(PROXIMO-RECENTE).
           MOVE SDH-REJEITADOS TO REC-REJEITADOS(PROXIMO-RECENTE).
           IF QTD-RECENTES LESS THAN JANELA-NOITES
             ADD 1 TO QTD-RECENTES
           END-IF.
           IF PROXIMO-RECENTE NOT LESS THAN JANELA-NOITES
             MOVE 1 TO PROXIMO-RECENTE
           ELSE
             ADD 1 TO PROXIMO-RECENTE
           END-IF.
           ADD 1 TO ORIG-NOITES.
           ADD SDH-LIDOS TO ORIG-LIDOS.
           ADD SDH-REJEITADOS TO ORIG-REJEITADOS.
      *
      *      Linha-resumo do sistema de origem no período.
       5300-FECHAR-ORIGEM.
           IF ORIG-NOITES EQUAL TO ZERO
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LINHA-ORIGEM.
           MOVE ORIGEM-CORRENTE TO ORI-ORIGEM.
           MOVE "PERIODO" TO ORI-DATA.
           COMPUTE ORI-LIDOS ROUNDED = ORIG-LIDOS / ORIG-NOITES.
           COMPUTE ORI-REJEITADOS ROUNDED =
             ORIG-REJEITADOS / ORIG-NOITES.
           IF ORIG-LIDOS GREATER THAN ZERO
             COMPUTE PCT-MEDIA ROUNDED =
               (ORIG-REJEITADOS * 100) / ORIG-LIDOS
           ELSE
             MOVE ZERO TO PCT-MEDIA
           END-IF.
           MOVE PCT-MEDIA TO ORI-PCT.
           MOVE PCT-MEDIA TO ORI-PCT-MEDIA.
           IF ORIG-MARCADAS GREATER THAN ZERO
             MOVE "*** MARCADAS" TO ORI-ALERTA
             ADD 1 TO TOTAL-ORIGENS-MARCADAS
           ELSE
             MOVE SPACES TO ORI-ALERTA
           END-IF.
           MOVE LINHA-ORIGEM TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      *      Compara a noite (AVAL-LIDOS, AVAL-REJEITADOS) com a média
      *    das AVAL-QTD-NOITES noites recentes. Volume: fora da faixa
      *    média mais ou menos PCT-DESVIO-VOLUME por cento, em
      *    produtos cruzados. Rejeição: percentual da noite a mais de
      *    PONTOS-DESVIO-REJEICAO pontos do percentual médio, para
      *    cima ou para baixo - uma queda brusca também costuma ser
      *    alimentador com problema. Devolve os percentuais e o texto
      *    da marca (em branco quando não há).
       6000-AVALIAR-DESVIO.
           MOVE "N" TO ALERTA-VOLUME.
           MOVE "N" TO ALERTA-REJEICAO.
           MOVE SPACES TO TEXTO-ALERTA.
           IF AVAL-LIDOS GREATER THAN ZERO
             COMPUTE PCT-NOITE ROUNDED =
               (AVAL-REJEITADOS * 100) / AVAL-LIDOS
           ELSE
             MOVE ZERO TO PCT-NOITE
           END-IF.
           IF AVAL-SOMA-LIDOS GREATER THAN ZERO
             COMPUTE PCT-MEDIA ROUNDED =
               (AVAL-SOMA-REJEITADOS * 100) / AVAL-SOMA-LIDOS
           ELSE
             MOVE ZERO TO PCT-MEDIA
           END-IF.
           IF AVAL-QTD-NOITES LESS THAN MINIMO-NOITES
             EXIT PARAGRAPH
           END-IF.
           COMPUTE PRODUTO-NOITE = AVAL-LIDOS * AVAL-QTD-NOITES * 100.
           COMPUTE PRODUTO-MEDIA =
             AVAL-SOMA-LIDOS * (100 + PCT-DESVIO-VOLUME).
           IF PRODUTO-NOITE GREATER THAN PRODUTO-MEDIA
             SET HA-ALERTA-VOLUME TO TRUE
           END-IF.
           IF PCT-DESVIO-VOLUME LESS THAN 100
             COMPUTE PRODUTO-MEDIA =
               AVAL-SOMA-LIDOS * (100 - PCT-DESVIO-VOLUME)
             IF PRODUTO-NOITE LESS THAN PRODUTO-MEDIA
               SET HA-ALERTA-VOLUME TO TRUE
             END-IF
           END-IF.
           IF AVAL-LIDOS GREATER THAN ZERO
             IF PCT-NOITE GREATER THAN PCT-MEDIA
               COMPUTE DIFERENCA-PCT = PCT-NOITE - PCT-MEDIA
             ELSE
               COMPUTE DIFERENCA-PCT = PCT-MEDIA - PCT-NOITE
             END-IF
             IF DIFERENCA-PCT GREATER THAN PONTOS-DESVIO-REJEICAO
               SET HA-ALERTA-REJEICAO TO TRUE
             END-IF
           END-IF.
           EVALUATE TRUE
             WHEN HA-ALERTA-VOLUME AND HA-ALERTA-REJEICAO
               MOVE "*** VOL+REJ" TO TEXTO-ALERTA
             WHEN HA-ALERTA-VOLUME
               MOVE "*** VOLUME" TO TEXTO-ALERTA
             WHEN HA-ALERTA-REJEICAO
               MOVE "*** REJEICAO" TO TEXTO-ALERTA
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
      *      Resumo do relatório; RETURN-CODE 4 quando algo foi
      *    marcado.
       9000-GRAVAR-RESUMO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "RESUMO" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "NOITES NO PERIODO:" TO ROTULO-RELATORIO.
           MOVE QTD-NOITES TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "NOITES FORA DO PADRAO:" TO ROTULO-RELATORIO.
           MOVE TOTAL-NOITES-MARCADAS TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "ORIGENS COM NOITES MARCADAS:" TO ROTULO-RELATORIO.
           MOVE TOTAL-ORIGENS-MARCADAS TO VALOR-RELATORIO.
           MOVE LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF TOTAL-NOITES-MARCADAS GREATER THAN ZERO
             OR TOTAL-ORIGENS-MARCADAS GREATER THAN ZERO
             MOVE "*** HA NOITES OU ORIGENS FORA DO PADRAO RECENTE"
               TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE 4 TO RETURN-CODE
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
           MOVE QTD-NOITES TO GRADE-LIDOS.
           MOVE TOTAL-NOITES-MARCADAS TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
