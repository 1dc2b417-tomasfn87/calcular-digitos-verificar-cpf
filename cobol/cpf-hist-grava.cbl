       IDENTIFICATION DIVISION.
       PROGRAM-ID. GravarHistoricoLote.
      *
      *      Histórico noite a noite do lote: depois de fechada a
      *    noite (lote inteiro ou junção das partições), acrescenta ao
      *    arquivo retido CPFHIS os números que até aqui só viviam no
      *    CPFTOT e no CPFREL da própria noite e eram sobrescritos na
      *    seguinte - sem eles ninguém tinha como dizer se 3% de
      *    rejeição era normal ou o dobro da semana passada.
      *      Cada noite grava uma linha de tipo N, com os totais do
      *    CPFTOT (lidos, válidos, inválidos, malformados) e as
      *    contagens de irregulares, duplicados no lote e já
      *    conhecidos tiradas do CPFREL pelos rótulos, e uma linha de
      *    tipo O por sistema de origem, com lidos, válidos, inválidos
      *    e malformados apurados no CPFSAI exatamente como
      *    RelatorioQualidadeOrigem apura o seu quadro (pelo código de
      *    status anexado pelo lote). As contagens do CPFREL não têm
      *    abertura por origem e ficam zeradas nas linhas O.
      *      Numa noite delta, os registros cujo veredito foi
      *    aproveitado da noite anterior vêm por sistema de origem do
      *    CPFAPV (só as linhas com a data da noite contam) e são
      *    gravados à parte em cada linha, no total da linha N e por
      *    origem nas linhas O: estão entre os lidos, mas não foram
      *    verificados de novo e ApurarCobrancaMensal não os fatura.
      *      A noite vem por linha de comando (AAAAMMDD; omitida, vale
      *    a data de negócio da grade). Linhas já gravadas para a
      *    mesma noite são substituídas - a ressubmissão de exceções
      *    refaz o CPFTOT e o histórico é regravado depois dela - e
      *    linhas com mais de 13 meses sobre a noite gravada são
      *    descartadas, passando o histórico pela cópia de trabalho
      *    CPFHIST.
      *      RelatorioTendenciaLote lê o CPFHIS.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TOTAIS ASSIGN TO "CPFTOT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TOTAIS.
      *
           SELECT ARQ-RELATORIO-LOTE ASSIGN TO "CPFREL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RELATORIO-LOTE.
      *
           SELECT ARQ-SAIDA-LOTE ASSIGN TO "CPFSAI"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SAIDA-LOTE.
      *
           SELECT ARQ-APROVEITADOS ASSIGN TO "CPFAPV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-APROVEITADOS.
      *
           SELECT ARQ-HISTORICO ASSIGN TO "CPFHIS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-HISTORICO.
      *
           SELECT ARQ-HISTORICO-TRAB ASSIGN TO "CPFHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-HISTORICO-TRAB.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TOTAIS.
           01 REG-TOTAIS.
             05 TOT-LIDOS        PIC 9(9).
             05 TOT-VALIDOS      PIC 9(9).
             05 TOT-INVALIDOS    PIC 9(9).
             05 TOT-MALFORMADOS  PIC 9(9).
      *
       FD  ARQ-RELATORIO-LOTE.
           01 REG-RELATORIO-LOTE.
             05 RELL-ROTULO      PIC X(30).
             05 RELL-VALOR       PIC X(9).
             05 FILLER           PIC X(41).
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
      *      Vereditos aproveitados pelo lote delta, por origem.
       FD  ARQ-APROVEITADOS.
           01 REG-APROVEITADO.
             05 APV-DATA-NEGOCIO   PIC X(8).
             05 FILLER             PIC X.
             05 APV-ORIGEM         PIC X(4).
             05 FILLER             PIC X.
             05 APV-QTD            PIC 9(9).
      *
      *      Linha do histórico: noite, tipo (N = totais da noite,
      *    O = um sistema de origem), sistema de origem (em branco na
      *    linha N) e as contagens.
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
       FD  ARQ-HISTORICO-TRAB.
           01 REG-HISTORICO-TRAB  PIC X(95).
      *
       WORKING-STORAGE SECTION.
      *
      *      Noite a gravar, recebida por linha de comando no formato
      *    AAAAMMDD.
           01 DATA-NOITE       PIC X(8).
      *
      *      Primeira noite retida: a mesma data 13 meses antes.
           01 DATA-CORTE.
             05 CORTE-ANO      PIC 9(4).
             05 CORTE-MES      PIC 9(2).
             05 CORTE-DIA      PIC X(2).
      *
           01 MESES-CORTE      PIC 9(6) VALUE ZERO.
      *
      *      Status dos arquivos ("00" = OK, "35" = não encontrado).
           01 WS-STATUS-TOTAIS          PIC X(2) VALUE SPACES.
           01 WS-STATUS-RELATORIO-LOTE  PIC X(2) VALUE SPACES.
           01 WS-STATUS-SAIDA-LOTE      PIC X(2) VALUE SPACES.
           01 WS-STATUS-APROVEITADOS    PIC X(2) VALUE SPACES.
           01 WS-STATUS-HISTORICO       PIC X(2) VALUE SPACES.
           01 WS-STATUS-HISTORICO-TRAB  PIC X(2) VALUE SPACES.
      *
      *      Indicadores de fim de arquivo.
           01 FIM-RELATORIO-LOTE PIC X VALUE "N".
             88 NAO-HA-MAIS-RELATORIO VALUE "S".
      *
           01 FIM-SAIDA-LOTE   PIC X VALUE "N".
             88 NAO-HA-MAIS-SAIDA VALUE "S".
      *
           01 FIM-HISTORICO    PIC X VALUE "N".
             88 NAO-HA-MAIS-HISTORICO VALUE "S".
      *
           01 FIM-APROVEITADOS PIC X VALUE "N".
             88 NAO-HA-MAIS-APROVEITADOS VALUE "S".
      *
      *      Totais da noite, copiados do CPFTOT.
           01 TOTAIS-NOITE.
             05 NOITE-LIDOS       PIC 9(9).
             05 NOITE-VALIDOS     PIC 9(9).
             05 NOITE-INVALIDOS   PIC 9(9).
             05 NOITE-MALFORMADOS PIC 9(9).
      *
      *      Contagens da noite tiradas do CPFREL.
           01 TOTAL-IRREGULARES   PIC 9(9) VALUE ZERO.
           01 TOTAL-DUPLICADOS    PIC 9(9) VALUE ZERO.
           01 TOTAL-JA-CONHECIDOS PIC 9(9) VALUE ZERO.
      *
      *      Vereditos aproveitados na noite, tirados do CPFAPV.
           01 TOTAL-APROVEITADOS  PIC 9(9) VALUE ZERO.
      *
      *      Totalização por sistema de origem, no mesmo critério do
      *    quadro de qualidade por origem.
           01 QTD-SISTEMAS     PIC 9(3) COMP VALUE ZERO.
      *
           01 TABELA-SISTEMAS.
             05 SIST-ENTRADA OCCURS 100 TIMES.
               10 SIST-ORIGEM      PIC X(4).
               10 SIST-LIDOS       PIC 9(9) COMP.
               10 SIST-VALIDOS     PIC 9(9) COMP.
               10 SIST-INVALIDOS   PIC 9(9) COMP.
               10 SIST-MALFORMADOS PIC 9(9) COMP.
               10 SIST-APROVEITADOS PIC 9(9) COMP.
      *
           01 TABELA-SISTEMAS-CHEIA PIC X VALUE "N".
             88 HA-SISTEMAS-DEMAIS VALUE "S".
      *
           01 ORIGEM-PROCURADA PIC X(4) VALUE SPACES.
      *
           01 I                PIC 9(3) COMP VALUE ZERO.
           01 IND-SISTEMA      PIC 9(3) COMP VALUE ZERO.
      *
      *      Contadores do resumo.
           01 QTD-RETIDAS      PIC 9(9) VALUE ZERO.
           01 QTD-DESCARTADAS  PIC 9(9) VALUE ZERO.
           01 QTD-GRAVADAS     PIC 9(9) VALUE ZERO.
      *
           01 VALOR-EDITADO    PIC ZZZZZZZZ9.
      *
      *      Área de comunicação com a sub-rotina CPFGRDS: registro
      *    desta execução no diário da grade noturna CPFGRD e
      *    conferência dos predecessores na mesma data de negócio.
           01 GRADE-FUNCAO     PIC X VALUE SPACE.
      *
           01 GRADE-REG.
             05 GRADE-PROGRAMA      PIC X(30)
               VALUE "GravarHistoricoLote".
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
       PROCEDURE DIVISION CHAINING DATA-NOITE.
       0000-GRAVAR-HISTORICO.
           PERFORM 9800-REGISTRAR-INICIO
           PERFORM 0100-PREPARAR-DATA
           INITIALIZE TABELA-SISTEMAS
           PERFORM 1000-LER-TOTAIS
           PERFORM 1100-LER-RELATORIO-LOTE
           PERFORM 1200-TOTALIZAR-SAIDA
           PERFORM 1300-LER-APROVEITADOS
           PERFORM 2000-APARAR-HISTORICO
           PERFORM 3000-ACRESCENTAR-NOITE
           PERFORM 9000-EXIBIR-RESUMO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Normaliza a noite recebida por linha de comando (LOW-
      *    VALUES por espaços; omitida, a data de negócio devolvida
      *    pela grade - depois da meia-noite a noite continua a mesma)
      *    e calcula a data de corte da retenção.
       0100-PREPARAR-DATA.
           INSPECT DATA-NOITE REPLACING ALL LOW-VALUE BY SPACE.
           IF DATA-NOITE EQUAL TO SPACES
             MOVE GRADE-DATA-NEGOCIO TO DATA-NOITE
           END-IF.
           IF DATA-NOITE IS NOT NUMERIC
             DISPLAY "ERRO: data deve ser AAAAMMDD (recebido '"
               DATA-NOITE "')."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE DATA-NOITE TO DATA-CORTE.
           COMPUTE MESES-CORTE = CORTE-ANO * 12 + CORTE-MES - 1 - 13.
           DIVIDE MESES-CORTE BY 12 GIVING CORTE-ANO
             REMAINDER CORTE-MES.
           ADD 1 TO CORTE-MES.
      *
      *      Totais da noite. Sem CPFTOT não há noite a registrar.
       1000-LER-TOTAIS.
           OPEN INPUT ARQ-TOTAIS
           IF WS-STATUS-TOTAIS NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "totais CPFTOT (status " WS-STATUS-TOTAIS ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           READ ARQ-TOTAIS
             AT END
               DISPLAY "ERRO: arquivo de totais CPFTOT vazio."
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-TOTAIS
               PERFORM 9900-ENCERRAR-EXECUCAO
           END-READ
           IF TOT-LIDOS IS NOT NUMERIC
             OR TOT-VALIDOS IS NOT NUMERIC
             OR TOT-INVALIDOS IS NOT NUMERIC
             OR TOT-MALFORMADOS IS NOT NUMERIC
             DISPLAY "ERRO: arquivo de totais CPFTOT invalido."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE REG-TOTAIS TO TOTAIS-NOITE
           CLOSE ARQ-TOTAIS.
      *
      *      Contagens que só o relatório do lote guarda, somadas
      *    pelos rótulos (o relatório da junção repete os mesmos).
      *    Sem CPFREL as três ficam zeradas e a noite é gravada assim
      *    mesmo, com aviso.
       1100-LER-RELATORIO-LOTE.
           OPEN INPUT ARQ-RELATORIO-LOTE.
           IF WS-STATUS-RELATORIO-LOTE NOT EQUAL TO "00"
             DISPLAY "AVISO: sem relatorio do lote CPFREL (status "
               WS-STATUS-RELATORIO-LOTE ") - irregulares, duplicados "
               "e ja conhecidos gravados zerados."
             MOVE 4 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL NAO-HA-MAIS-RELATORIO
             READ ARQ-RELATORIO-LOTE
               AT END
                 SET NAO-HA-MAIS-RELATORIO TO TRUE
               NOT AT END
                 EVALUATE RELL-ROTULO
                   WHEN "VALIDOS C/SITUACAO IRREG:"
                     COMPUTE TOTAL-IRREGULARES =
                       FUNCTION NUMVAL(RELL-VALOR)
                   WHEN "DUPLICADOS NESTE LOTE:"
                     COMPUTE TOTAL-DUPLICADOS =
                       FUNCTION NUMVAL(RELL-VALOR)
                   WHEN "DOCS JA CONHECIDOS:"
                     COMPUTE TOTAL-JA-CONHECIDOS =
                       FUNCTION NUMVAL(RELL-VALOR)
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE ARQ-RELATORIO-LOTE.
      *
      *      Totaliza o CPFSAI por sistema de origem pelo código de
      *    status anexado pelo lote: 0 válido, 8 malformado, os
      *    demais inválidos.
       1200-TOTALIZAR-SAIDA.
           OPEN INPUT ARQ-SAIDA-LOTE
           IF WS-STATUS-SAIDA-LOTE NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir a saida do lote "
               "CPFSAI (status " WS-STATUS-SAIDA-LOTE ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM UNTIL NAO-HA-MAIS-SAIDA
             READ ARQ-SAIDA-LOTE
               AT END
                 SET NAO-HA-MAIS-SAIDA TO TRUE
               NOT AT END
                 MOVE SAI-SISTEMA-ORIGEM TO ORIGEM-PROCURADA
                 PERFORM 0200-LOCALIZAR-SISTEMA
                 IF IND-SISTEMA GREATER THAN ZERO
                   ADD 1 TO SIST-LIDOS(IND-SISTEMA)
                   EVALUATE SAI-STATUS
                     WHEN 8
                       ADD 1 TO SIST-MALFORMADOS(IND-SISTEMA)
                     WHEN 0
                       ADD 1 TO SIST-VALIDOS(IND-SISTEMA)
                     WHEN OTHER
                       ADD 1 TO SIST-INVALIDOS(IND-SISTEMA)
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARQ-SAIDA-LOTE.
      *
      *      Vereditos aproveitados da noite por sistema de origem.
      *    Sem CPFAPV, ou sem linhas da noite, ela não foi delta.
       1300-LER-APROVEITADOS.
           OPEN INPUT ARQ-APROVEITADOS
           IF WS-STATUS-APROVEITADOS NOT EQUAL TO "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NAO-HA-MAIS-APROVEITADOS
             READ ARQ-APROVEITADOS
               AT END
                 SET NAO-HA-MAIS-APROVEITADOS TO TRUE
               NOT AT END
                 IF APV-DATA-NEGOCIO EQUAL TO DATA-NOITE
                   AND APV-QTD IS NUMERIC
                   MOVE APV-ORIGEM TO ORIGEM-PROCURADA
                   PERFORM 0200-LOCALIZAR-SISTEMA
                   IF IND-SISTEMA GREATER THAN ZERO
                     ADD APV-QTD TO SIST-APROVEITADOS(IND-SISTEMA)
                   END-IF
                   ADD APV-QTD TO TOTAL-APROVEITADOS
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARQ-APROVEITADOS.
      *
      *      Localiza (ou abre) a entrada da tabela para o sistema de
      *    origem em ORIGEM-PROCURADA.
       0200-LOCALIZAR-SISTEMA.
           MOVE ZERO TO IND-SISTEMA.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-SISTEMAS
             OR IND-SISTEMA GREATER THAN ZERO
             IF SIST-ORIGEM(I) EQUAL TO ORIGEM-PROCURADA
               MOVE I TO IND-SISTEMA
             END-IF
           END-PERFORM.
           IF IND-SISTEMA EQUAL TO ZERO
             IF QTD-SISTEMAS LESS THAN 100
               ADD 1 TO QTD-SISTEMAS
               MOVE QTD-SISTEMAS TO IND-SISTEMA
               MOVE ORIGEM-PROCURADA TO SIST-ORIGEM(IND-SISTEMA)
             ELSE
               SET HA-SISTEMAS-DEMAIS TO TRUE
             END-IF
           END-IF.
      *
      *      Passa o histórico pela cópia de trabalho, deixando de
      *    fora as linhas da noite que será gravada agora e as
      *    anteriores à data de corte, e o regrava a partir dela.
      *    Histórico inexistente (primeira noite) não é erro.
       2000-APARAR-HISTORICO.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO NOT EQUAL TO "00"
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-HISTORICO-TRAB.
           IF WS-STATUS-HISTORICO-TRAB NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir a copia de "
               "trabalho CPFHIST (status " WS-STATUS-HISTORICO-TRAB
               ")."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-HISTORICO
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           PERFORM UNTIL NAO-HA-MAIS-HISTORICO
             READ ARQ-HISTORICO
               AT END
                 SET NAO-HA-MAIS-HISTORICO TO TRUE
               NOT AT END
                 IF HIS-DATA EQUAL TO DATA-NOITE
                   OR HIS-DATA LESS THAN DATA-CORTE
                   ADD 1 TO QTD-DESCARTADAS
                 ELSE
                   WRITE REG-HISTORICO-TRAB FROM REG-HISTORICO
                   ADD 1 TO QTD-RETIDAS
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-HISTORICO.
           CLOSE ARQ-HISTORICO-TRAB.
           OPEN INPUT ARQ-HISTORICO-TRAB.
           IF WS-STATUS-HISTORICO-TRAB NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel reabrir a copia de "
               "trabalho CPFHIST (status " WS-STATUS-HISTORICO-TRAB
               ") - CPFHIS mantido como estava."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           OPEN OUTPUT ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel regravar o historico "
               "CPFHIS (status " WS-STATUS-HISTORICO ") - as linhas "
               "retidas estao na copia CPFHIST."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-HISTORICO-TRAB
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           MOVE "N" TO FIM-HISTORICO.
           PERFORM UNTIL NAO-HA-MAIS-HISTORICO
             READ ARQ-HISTORICO-TRAB
               AT END
                 SET NAO-HA-MAIS-HISTORICO TO TRUE
               NOT AT END
                 WRITE REG-HISTORICO FROM REG-HISTORICO-TRAB
             END-READ
           END-PERFORM.
           CLOSE ARQ-HISTORICO-TRAB.
           CLOSE ARQ-HISTORICO.
      *
      *      Acrescenta a linha N da noite e uma linha O por sistema
      *    de origem.
       3000-ACRESCENTAR-NOITE.
           OPEN EXTEND ARQ-HISTORICO
           IF WS-STATUS-HISTORICO NOT EQUAL TO "00"
             OPEN OUTPUT ARQ-HISTORICO
           END-IF
           IF WS-STATUS-HISTORICO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o historico "
               "CPFHIS (status " WS-STATUS-HISTORICO ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE SPACES TO REG-HISTORICO
           MOVE DATA-NOITE TO HIS-DATA
           MOVE "N" TO HIS-TIPO
           MOVE NOITE-LIDOS TO HIS-LIDOS
           MOVE NOITE-VALIDOS TO HIS-VALIDOS
           MOVE NOITE-INVALIDOS TO HIS-INVALIDOS
           MOVE NOITE-MALFORMADOS TO HIS-MALFORMADOS
           MOVE TOTAL-IRREGULARES TO HIS-IRREGULARES
           MOVE TOTAL-DUPLICADOS TO HIS-DUPLICADOS
           MOVE TOTAL-JA-CONHECIDOS TO HIS-JA-CONHECIDOS
           MOVE TOTAL-APROVEITADOS TO HIS-APROVEITADOS
           WRITE REG-HISTORICO
           ADD 1 TO QTD-GRAVADAS
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-SISTEMAS
             MOVE SPACES TO REG-HISTORICO
             MOVE DATA-NOITE TO HIS-DATA
             MOVE "O" TO HIS-TIPO
             MOVE SIST-ORIGEM(I) TO HIS-ORIGEM
             MOVE SIST-LIDOS(I) TO HIS-LIDOS
             MOVE SIST-VALIDOS(I) TO HIS-VALIDOS
             MOVE SIST-INVALIDOS(I) TO HIS-INVALIDOS
             MOVE SIST-MALFORMADOS(I) TO HIS-MALFORMADOS
             MOVE ZERO TO HIS-IRREGULARES HIS-DUPLICADOS
               HIS-JA-CONHECIDOS
             MOVE SIST-APROVEITADOS(I) TO HIS-APROVEITADOS
             WRITE REG-HISTORICO
             ADD 1 TO QTD-GRAVADAS
           END-PERFORM
           CLOSE ARQ-HISTORICO.
      *
      *      Resumo da gravação para o log do job.
       9000-EXIBIR-RESUMO.
           DISPLAY "Noite gravada no historico CPFHIS: " DATA-NOITE.
           MOVE QTD-GRAVADAS TO VALOR-EDITADO.
           DISPLAY "  linhas gravadas (noite+origens): " VALOR-EDITADO.
           MOVE QTD-RETIDAS TO VALOR-EDITADO.
           DISPLAY "  linhas anteriores retidas......: " VALOR-EDITADO.
           MOVE QTD-DESCARTADAS TO VALOR-EDITADO.
           DISPLAY "  linhas substituidas/expiradas..: " VALOR-EDITADO.
           IF HA-SISTEMAS-DEMAIS
             DISPLAY "AVISO: mais de 100 sistemas de origem - os "
               "excedentes ficaram fora do historico."
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
           COMPUTE GRADE-LIDOS = QTD-RETIDAS
             + QTD-DESCARTADAS.
           MOVE QTD-GRAVADAS TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
