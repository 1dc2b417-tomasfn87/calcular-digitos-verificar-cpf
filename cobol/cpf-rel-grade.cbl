       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioGradeNoturna.
      *
      *      Relatório da grade noturna sobre o diário CPFGRD gravado
      *    pela sub-rotina CPFGRDS: para uma data de negócio (AAAAMMDD
      *    por linha de comando; omitida, a do cartão CPFGDN e, sem
      *    cartão, a de hoje) lista, na ordem em que começaram, todas
      *    as execuções da noite - programa, modo, início, término,
      *    tempo decorrido, RETURN-CODE, situação e quantidades - e
      *    aponta o passo que quebrou a cadeia.
      *      Situações: OK (RETURN-CODE 0), AVISO (até 4), FALHOU
      *    (acima de 4), NAO TERMINOU (início sem término - o programa
      *    caiu ou ainda está rodando) e RECUSADO (predecessor
      *    pendente; a observação traz qual). Uma falha ou recusa
      *    seguida de uma nova execução do mesmo programa e modo que
      *    terminou bem é dada como superada e não quebra a cadeia.
      *    O passo que quebrou a cadeia é a primeira falha ou execução
      *    não terminada não superada; sem elas, a primeira recusa
      *    não superada.
      *      RETURN-CODE 0 para cadeia completa, 4 para cadeia
      *    interrompida ou noite sem execuções, 8 para erro. O
      *    relatório só lê o diário: ele pode ser tirado a qualquer
      *    hora da noite sem entrar na cadeia que está examinando.
      *      As fatias da noite partida gravam num diário próprio,
      *    que JuntarParticoesLote acrescenta ao CPFGRD: elas só
      *    aparecem no relatório depois da junção, logo após o início
      *    dela.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-GRADE ASSIGN TO "CPFGRD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-GRADE.
      *
           SELECT ARQ-CARTAO ASSIGN TO "CPFGDN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CARTAO.
      *
           SELECT ARQ-RELATORIO ASSIGN TO "CPFGRR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RELATORIO.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *      Diário da grade, no layout gravado por CPFGRDS.
       FD  ARQ-GRADE.
           01 REG-GRADE.
             05 GRD-TIPO           PIC X.
             05 FILLER             PIC X.
             05 GRD-DATA-NEGOCIO   PIC X(8).
             05 FILLER             PIC X.
             05 GRD-PROGRAMA       PIC X(30).
             05 FILLER             PIC X.
             05 GRD-MODO           PIC X(8).
             05 FILLER             PIC X.
             05 GRD-EXECUCAO       PIC X(16).
             05 FILLER             PIC X.
             05 GRD-DATA-HORA      PIC X(21).
             05 FILLER             PIC X.
             05 GRD-RC             PIC 9(4).
             05 FILLER             PIC X.
             05 GRD-LIDOS          PIC 9(9).
             05 FILLER             PIC X.
             05 GRD-GRAVADOS       PIC 9(9).
             05 FILLER             PIC X.
             05 GRD-OBSERVACAO     PIC X(70).
      *
       FD  ARQ-CARTAO.
           01 REG-CARTAO.
             05 GDN-DATA           PIC X(8).
      *
       FD  ARQ-RELATORIO.
           01 REG-RELATORIO    PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *      Data de negócio pedida, recebida por linha de comando no
      *    formato AAAAMMDD.
           01 DATA-NEGOCIO     PIC X(8).
      *
      *      Status dos arquivos ("00" = OK, "35" = não existe).
           01 WS-STATUS-GRADE     PIC X(2) VALUE SPACES.
           01 WS-STATUS-CARTAO    PIC X(2) VALUE SPACES.
           01 WS-STATUS-RELATORIO PIC X(2) VALUE SPACES.
      *
           01 FIM-GRADE        PIC X VALUE "N".
             88 NAO-HA-MAIS-GRADE VALUE "S".
      *
      *      Execuções da noite na ordem do diário: cada início abre
      *    uma entrada, o término correspondente (mesmo programa, modo
      *    e identificador de execução) a completa e cada recusa é
      *    uma entrada própria.
           01 QTD-EXECUCOES    PIC 9(4) COMP VALUE ZERO.
      *
           01 TABELA-EXECUCOES.
             05 EXE-ENTRADA OCCURS 300 TIMES.
               10 EXE-PROGRAMA     PIC X(30).
               10 EXE-MODO         PIC X(8).
               10 EXE-EXECUCAO     PIC X(16).
               10 EXE-TIPO         PIC X.
               10 EXE-INICIO       PIC X(21).
               10 EXE-FIM          PIC X(21).
               10 EXE-RC           PIC 9(4).
               10 EXE-LIDOS        PIC 9(9).
               10 EXE-GRAVADOS     PIC 9(9).
               10 EXE-OBSERVACAO   PIC X(70).
               10 EXE-SITUACAO     PIC X(12).
               10 EXE-SUPERADA     PIC X.
      *
      *      Sinaliza que a tabela encheu e o quadro saiu incompleto.
           01 TABELA-CHEIA     PIC X VALUE "N".
             88 HA-EXECUCOES-DEMAIS VALUE "S".
      *
      *      Índices de trabalho e entrada corrente.
           01 I                PIC 9(4) COMP VALUE ZERO.
           01 J                PIC 9(4) COMP VALUE ZERO.
           01 IND-EXECUCAO     PIC 9(4) COMP VALUE ZERO.
           01 IND-QUEBRA       PIC 9(4) COMP VALUE ZERO.
      *
      *      Contadores do resumo.
           01 QTD-OK           PIC 9(4) VALUE ZERO.
           01 QTD-AVISO        PIC 9(4) VALUE ZERO.
           01 QTD-FALHOU       PIC 9(4) VALUE ZERO.
           01 QTD-NAO-TERMINOU PIC 9(4) VALUE ZERO.
           01 QTD-RECUSADO     PIC 9(4) VALUE ZERO.
      *
      *      Primeiro início e último término da noite, para o tempo
      *    total da grade.
           01 PRIMEIRO-INICIO  PIC X(21) VALUE SPACES.
           01 ULTIMO-FIM       PIC X(21) VALUE SPACES.
      *
      *      Conversão de um momento (FUNCTION CURRENT-DATE, 21
      *    posições) em segundos corridos, para as diferenças que
      *    atravessam a meia-noite.
           01 MOMENTO-TRABALHO PIC X(21).
           01 MOMENTO-PARTES REDEFINES MOMENTO-TRABALHO.
             05 MOM-DATA       PIC 9(8).
             05 MOM-HORA       PIC 9(2).
             05 MOM-MINUTO     PIC 9(2).
             05 MOM-SEGUNDO    PIC 9(2).
             05 FILLER         PIC X(7).
      *
           01 SEGUNDOS-MOMENTO PIC 9(12) COMP VALUE ZERO.
           01 SEGUNDOS-INICIO  PIC 9(12) COMP VALUE ZERO.
           01 DURACAO-SEGUNDOS PIC 9(12) COMP VALUE ZERO.
           01 DURACAO-HORAS    PIC 9(9) COMP VALUE ZERO.
           01 DURACAO-RESTO    PIC 9(9) COMP VALUE ZERO.
      *
           01 DURACAO-EDITADA.
             05 DUR-HORA       PIC 99.
             05 FILLER         PIC X VALUE ":".
             05 DUR-MINUTO     PIC 99.
             05 FILLER         PIC X VALUE ":".
             05 DUR-SEGUNDO    PIC 99.
      *
           01 HORA-EDITADA.
             05 HOR-HORA       PIC X(2).
             05 FILLER         PIC X VALUE ":".
             05 HOR-MINUTO     PIC X(2).
             05 FILLER         PIC X VALUE ":".
             05 HOR-SEGUNDO    PIC X(2).
      *
      *      Layouts das linhas do relatório.
           01 LINHA-CABECALHO-DATA.
             05 FILLER         PIC X(18) VALUE "DATA DE NEGOCIO: ".
             05 CAB-DATA-NEGOCIO PIC X(8).
      *
           01 LINHA-TITULO-COLUNAS.
             05 FILLER         PIC X(31) VALUE "PROGRAMA".
             05 FILLER         PIC X(9)  VALUE "MODO".
             05 FILLER         PIC X(9)  VALUE "INICIO".
             05 FILLER         PIC X(9)  VALUE "TERMINO".
             05 FILLER         PIC X(9)  VALUE "DURACAO".
             05 FILLER         PIC X(4)  VALUE "  RC".
      *
           01 LINHA-DETALHE.
             05 DET-PROGRAMA   PIC X(30).
             05 FILLER         PIC X VALUE SPACE.
             05 DET-MODO       PIC X(8).
             05 FILLER         PIC X VALUE SPACE.
             05 DET-INICIO     PIC X(8).
             05 FILLER         PIC X VALUE SPACE.
             05 DET-FIM        PIC X(8).
             05 FILLER         PIC X VALUE SPACE.
             05 DET-DURACAO    PIC X(8).
             05 FILLER         PIC X VALUE SPACE.
             05 DET-RC         PIC ZZZ9.
      *
           01 LINHA-SITUACAO.
             05 FILLER         PIC X(5) VALUE SPACES.
             05 SIT-SITUACAO   PIC X(12).
             05 FILLER         PIC X(7) VALUE " LIDOS ".
             05 SIT-LIDOS      PIC ZZZZZZZZ9.
             05 FILLER         PIC X(10) VALUE " GRAVADOS ".
             05 SIT-GRAVADOS   PIC ZZZZZZZZ9.
             05 SIT-SUPERADA   PIC X(11).
      *
           01 LINHA-OBSERVACAO.
             05 FILLER         PIC X(5) VALUE SPACES.
             05 OBS-TEXTO      PIC X(70).
      *
           01 LINHA-RELATORIO.
             05 ROTULO-RELATORIO PIC X(30).
             05 VALOR-RELATORIO  PIC ZZZZZZZZ9.
      *
           01 LINHA-TEMPO-TOTAL.
             05 FILLER         PIC X(30) VALUE "TEMPO TOTAL DA NOITE:".
             05 FILLER         PIC X VALUE SPACE.
             05 TOT-DURACAO    PIC X(8).
      *
           01 RC-EDITADO       PIC ZZZ9.
           01 PONTEIRO-LINHA   PIC 9(3) VALUE ZERO.
      *
       PROCEDURE DIVISION CHAINING DATA-NEGOCIO.
       0000-EMITIR-RELATORIO.
           INITIALIZE TABELA-EXECUCOES
           PERFORM 0100-PREPARAR-DATA
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-STATUS-RELATORIO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "relatorio CPFGRR (status " WS-STATUS-RELATORIO ")."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM 1000-CARREGAR-EXECUCOES
           PERFORM 2000-CLASSIFICAR-SITUACOES
           MOVE "GRADE NOTURNA - CADEIA DE EXECUCOES (CPFGRD)"
             TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE DATA-NEGOCIO TO CAB-DATA-NEGOCIO
           MOVE LINHA-CABECALHO-DATA TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM 3000-GRAVAR-EXECUCOES
           PERFORM 4000-GRAVAR-CADEIA
           PERFORM 9000-GRAVAR-RESUMO
           CLOSE ARQ-RELATORIO
           STOP RUN.
      *
      *      Normaliza a data recebida por linha de comando; omitida,
      *    vale a do cartão CPFGDN e, sem cartão, a de hoje.
       0100-PREPARAR-DATA.
           INSPECT DATA-NEGOCIO REPLACING ALL LOW-VALUE BY SPACE.
           IF DATA-NEGOCIO EQUAL TO SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-NEGOCIO
             OPEN INPUT ARQ-CARTAO
             IF WS-STATUS-CARTAO EQUAL TO "00"
               READ ARQ-CARTAO
                 NOT AT END
                   MOVE GDN-DATA TO DATA-NEGOCIO
               END-READ
               CLOSE ARQ-CARTAO
             END-IF
           END-IF.
           IF DATA-NEGOCIO IS NOT NUMERIC
             DISPLAY "ERRO: data de negocio deve ser AAAAMMDD "
               "(recebido '" DATA-NEGOCIO "')."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
      *      Lê o diário e monta a tabela das execuções da data.
       1000-CARREGAR-EXECUCOES.
           OPEN INPUT ARQ-GRADE.
           IF WS-STATUS-GRADE NOT EQUAL TO "00"
             DISPLAY "AVISO: diario da grade CPFGRD indisponivel "
               "(status " WS-STATUS-GRADE ")."
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL NAO-HA-MAIS-GRADE
             READ ARQ-GRADE
               AT END
                 SET NAO-HA-MAIS-GRADE TO TRUE
               NOT AT END
                 IF GRD-DATA-NEGOCIO EQUAL TO DATA-NEGOCIO
                   EVALUATE GRD-TIPO
                     WHEN "I"
                       PERFORM 1100-REGISTRAR-INICIO
                     WHEN "F"
                       PERFORM 1200-REGISTRAR-TERMINO
                     WHEN "R"
                       PERFORM 1300-REGISTRAR-RECUSA
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-GRADE.
      *
      *      Início de execução: abre uma entrada.
       1100-REGISTRAR-INICIO.
           PERFORM 1900-ABRIR-ENTRADA.
           IF IND-EXECUCAO EQUAL TO ZERO
             EXIT PARAGRAPH
           END-IF.
           MOVE "I" TO EXE-TIPO(IND-EXECUCAO).
           MOVE GRD-DATA-HORA TO EXE-INICIO(IND-EXECUCAO).
           MOVE GRD-OBSERVACAO TO EXE-OBSERVACAO(IND-EXECUCAO).
      *
      *      Término: completa a entrada do início correspondente -
      *    mesmo programa, modo e execução -, procurada do fim para o
      *    começo; fatias da noite partida que começaram no mesmo
      *    instante só se distinguem pelo modo. Sem início (diário
      *    truncado), o término ganha uma entrada sem hora de início.
       1200-REGISTRAR-TERMINO.
           MOVE ZERO TO IND-EXECUCAO.
           PERFORM VARYING I FROM QTD-EXECUCOES BY -1
             UNTIL I LESS THAN 1 OR IND-EXECUCAO GREATER THAN ZERO
             IF EXE-PROGRAMA(I) EQUAL TO GRD-PROGRAMA
               AND EXE-MODO(I) EQUAL TO GRD-MODO
               AND EXE-EXECUCAO(I) EQUAL TO GRD-EXECUCAO
               AND EXE-TIPO(I) EQUAL TO "I"
               MOVE I TO IND-EXECUCAO
             END-IF
           END-PERFORM.
           IF IND-EXECUCAO EQUAL TO ZERO
             PERFORM 1900-ABRIR-ENTRADA
             IF IND-EXECUCAO EQUAL TO ZERO
               EXIT PARAGRAPH
             END-IF
           END-IF.
           MOVE "F" TO EXE-TIPO(IND-EXECUCAO).
           MOVE GRD-DATA-HORA TO EXE-FIM(IND-EXECUCAO).
           MOVE GRD-RC TO EXE-RC(IND-EXECUCAO).
           MOVE GRD-LIDOS TO EXE-LIDOS(IND-EXECUCAO).
           MOVE GRD-GRAVADOS TO EXE-GRAVADOS(IND-EXECUCAO).
      *
      *      Recusa: entrada própria, com a pendência na observação.
       1300-REGISTRAR-RECUSA.
           PERFORM 1900-ABRIR-ENTRADA.
           IF IND-EXECUCAO EQUAL TO ZERO
             EXIT PARAGRAPH
           END-IF.
           MOVE "R" TO EXE-TIPO(IND-EXECUCAO).
           MOVE GRD-DATA-HORA TO EXE-INICIO(IND-EXECUCAO).
           MOVE 24 TO EXE-RC(IND-EXECUCAO).
           MOVE GRD-OBSERVACAO TO EXE-OBSERVACAO(IND-EXECUCAO).
      *
      *      Abre uma entrada nova com os dados comuns do registro
      *    lido; tabela cheia devolve IND-EXECUCAO zero.
       1900-ABRIR-ENTRADA.
           MOVE ZERO TO IND-EXECUCAO.
           IF QTD-EXECUCOES NOT LESS THAN 300
             SET HA-EXECUCOES-DEMAIS TO TRUE
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO QTD-EXECUCOES.
           MOVE QTD-EXECUCOES TO IND-EXECUCAO.
           MOVE GRD-PROGRAMA TO EXE-PROGRAMA(IND-EXECUCAO).
           MOVE GRD-MODO TO EXE-MODO(IND-EXECUCAO).
           MOVE GRD-EXECUCAO TO EXE-EXECUCAO(IND-EXECUCAO).
           MOVE SPACES TO EXE-INICIO(IND-EXECUCAO).
           MOVE SPACES TO EXE-FIM(IND-EXECUCAO).
           MOVE SPACES TO EXE-OBSERVACAO(IND-EXECUCAO).
           MOVE ZERO TO EXE-RC(IND-EXECUCAO).
           MOVE ZERO TO EXE-LIDOS(IND-EXECUCAO).
           MOVE ZERO TO EXE-GRAVADOS(IND-EXECUCAO).
           MOVE "N" TO EXE-SUPERADA(IND-EXECUCAO).
      *
      *      Situação de cada execução, contadores do resumo, tempo
      *    total da noite e o passo que quebrou a cadeia.
       2000-CLASSIFICAR-SITUACOES.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-EXECUCOES
             EVALUATE TRUE
               WHEN EXE-TIPO(I) EQUAL TO "R"
                 MOVE "RECUSADO" TO EXE-SITUACAO(I)
                 ADD 1 TO QTD-RECUSADO
               WHEN EXE-TIPO(I) EQUAL TO "I"
                 MOVE "NAO TERMINOU" TO EXE-SITUACAO(I)
                 ADD 1 TO QTD-NAO-TERMINOU
               WHEN EXE-RC(I) EQUAL TO ZERO
                 MOVE "OK" TO EXE-SITUACAO(I)
                 ADD 1 TO QTD-OK
               WHEN EXE-RC(I) NOT GREATER THAN 4
                 MOVE "AVISO" TO EXE-SITUACAO(I)
                 ADD 1 TO QTD-AVISO
               WHEN OTHER
                 MOVE "FALHOU" TO EXE-SITUACAO(I)
                 ADD 1 TO QTD-FALHOU
             END-EVALUATE
             IF EXE-INICIO(I) NOT EQUAL TO SPACES
               AND (PRIMEIRO-INICIO EQUAL TO SPACES
                 OR EXE-INICIO(I) LESS THAN PRIMEIRO-INICIO)
               MOVE EXE-INICIO(I) TO PRIMEIRO-INICIO
             END-IF
             IF EXE-FIM(I) GREATER THAN ULTIMO-FIM
               MOVE EXE-FIM(I) TO ULTIMO-FIM
             END-IF
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-EXECUCOES
             IF EXE-SITUACAO(I) NOT EQUAL TO "OK"
               AND EXE-SITUACAO(I) NOT EQUAL TO "AVISO"
               PERFORM 2100-VERIFICAR-SUPERACAO
             END-IF
           END-PERFORM.
      *      A quebra é a primeira falha ou execução não terminada
      *    não superada; sem nenhuma, a primeira recusa não superada.
           MOVE ZERO TO IND-QUEBRA.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-EXECUCOES
               OR IND-QUEBRA GREATER THAN ZERO
             IF EXE-SUPERADA(I) EQUAL TO "N"
               AND (EXE-SITUACAO(I) EQUAL TO "FALHOU"
                 OR EXE-SITUACAO(I) EQUAL TO "NAO TERMINOU")
               MOVE I TO IND-QUEBRA
             END-IF
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-EXECUCOES
               OR IND-QUEBRA GREATER THAN ZERO
             IF EXE-SUPERADA(I) EQUAL TO "N"
               AND EXE-SITUACAO(I) EQUAL TO "RECUSADO"
               MOVE I TO IND-QUEBRA
             END-IF
           END-PERFORM.
      *
      *      Uma execução ruim fica superada quando o mesmo programa,
      *    no mesmo modo, rodou de novo depois dela e terminou bem. O
      *    modo de uma fatia da noite partida traz a partição (PART03):
      *    só a reexecução da mesma fatia supera a falha dela.
       2100-VERIFICAR-SUPERACAO.
           COMPUTE J = I + 1.
           PERFORM UNTIL J GREATER THAN QTD-EXECUCOES
             OR EXE-SUPERADA(I) EQUAL TO "S"
             IF EXE-PROGRAMA(J) EQUAL TO EXE-PROGRAMA(I)
               AND EXE-MODO(J) EQUAL TO EXE-MODO(I)
               AND EXE-TIPO(J) EQUAL TO "F"
               AND EXE-RC(J) NOT GREATER THAN 4
               MOVE "S" TO EXE-SUPERADA(I)
             END-IF
             ADD 1 TO J
           END-PERFORM.
      *
      *      Quadro das execuções: linha do programa e dos tempos,
      *    linha da situação e, havendo, a observação (predecessores
      *    conferidos ou a pendência da recusa).
       3000-GRAVAR-EXECUCOES.
           IF QTD-EXECUCOES EQUAL TO ZERO
             MOVE "Nenhuma execucao registrada na data de negocio."
               TO REG-RELATORIO
             WRITE REG-RELATORIO
             EXIT PARAGRAPH
           END-IF.
           MOVE LINHA-TITULO-COLUNAS TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I GREATER THAN QTD-EXECUCOES
             PERFORM 3100-GRAVAR-EXECUCAO
           END-PERFORM.
           IF HA-EXECUCOES-DEMAIS
             MOVE "AVISO: quadro incompleto - mais de 300 execucoes "
               TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE "na data de negocio." TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF.
      *
       3100-GRAVAR-EXECUCAO.
           MOVE SPACES TO LINHA-DETALHE
           MOVE EXE-PROGRAMA(I) TO DET-PROGRAMA
           MOVE EXE-MODO(I) TO DET-MODO
           IF EXE-INICIO(I) NOT EQUAL TO SPACES
             MOVE EXE-INICIO(I) TO MOMENTO-TRABALHO
             PERFORM 5200-EDITAR-HORA
             MOVE HORA-EDITADA TO DET-INICIO
           END-IF
           IF EXE-FIM(I) NOT EQUAL TO SPACES
             MOVE EXE-FIM(I) TO MOMENTO-TRABALHO
             PERFORM 5200-EDITAR-HORA
             MOVE HORA-EDITADA TO DET-FIM
           END-IF
           IF EXE-INICIO(I) NOT EQUAL TO SPACES
             AND EXE-FIM(I) NOT EQUAL TO SPACES
             MOVE EXE-INICIO(I) TO MOMENTO-TRABALHO
             PERFORM 5000-CALCULAR-SEGUNDOS
             MOVE SEGUNDOS-MOMENTO TO SEGUNDOS-INICIO
             MOVE EXE-FIM(I) TO MOMENTO-TRABALHO
             PERFORM 5000-CALCULAR-SEGUNDOS
             PERFORM 5100-FORMATAR-DURACAO
             MOVE DURACAO-EDITADA TO DET-DURACAO
           END-IF
           MOVE EXE-RC(I) TO DET-RC
           IF EXE-TIPO(I) EQUAL TO "I"
             MOVE SPACES TO DET-DURACAO
           END-IF
           MOVE LINHA-DETALHE TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE EXE-SITUACAO(I) TO SIT-SITUACAO
           MOVE EXE-LIDOS(I) TO SIT-LIDOS
           MOVE EXE-GRAVADOS(I) TO SIT-GRAVADOS
           IF EXE-SUPERADA(I) EQUAL TO "S"
             MOVE " (SUPERADA)" TO SIT-SUPERADA
           ELSE
             MOVE SPACES TO SIT-SUPERADA
           END-IF
           MOVE LINHA-SITUACAO TO REG-RELATORIO
           WRITE REG-RELATORIO
           IF EXE-OBSERVACAO(I) NOT EQUAL TO SPACES
             MOVE EXE-OBSERVACAO(I) TO OBS-TEXTO
             MOVE LINHA-OBSERVACAO TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF.
      *
      *      Conclusão da cadeia: o passo que a quebrou ou a cadeia
      *    completa. Noite sem execução alguma também é cadeia
      *    interrompida - nada rodou.
       4000-GRAVAR-CADEIA.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           EVALUATE TRUE
             WHEN QTD-EXECUCOES EQUAL TO ZERO
               MOVE "CADEIA INTERROMPIDA: nenhuma execucao na noite."
                 TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE 4 TO RETURN-CODE
             WHEN IND-QUEBRA GREATER THAN ZERO
               MOVE EXE-RC(IND-QUEBRA) TO RC-EDITADO
               MOVE SPACES TO REG-RELATORIO
               MOVE 1 TO PONTEIRO-LINHA
               STRING "CADEIA INTERROMPIDA EM: " DELIMITED BY SIZE
                 EXE-PROGRAMA(IND-QUEBRA) DELIMITED BY SPACE
                 INTO REG-RELATORIO WITH POINTER PONTEIRO-LINHA
               END-STRING
               IF EXE-MODO(IND-QUEBRA) NOT EQUAL TO SPACES
                 STRING " (" DELIMITED BY SIZE
                   EXE-MODO(IND-QUEBRA) DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO REG-RELATORIO WITH POINTER PONTEIRO-LINHA
                 END-STRING
               END-IF
               STRING " - " DELIMITED BY SIZE
                 EXE-SITUACAO(IND-QUEBRA) DELIMITED BY "  "
                 ", RC " DELIMITED BY SIZE
                 RC-EDITADO DELIMITED BY SIZE
                 INTO REG-RELATORIO WITH POINTER PONTEIRO-LINHA
               END-STRING
               WRITE REG-RELATORIO
               IF EXE-OBSERVACAO(IND-QUEBRA) NOT EQUAL TO SPACES
                 AND EXE-TIPO(IND-QUEBRA) EQUAL TO "R"
                 MOVE EXE-OBSERVACAO(IND-QUEBRA) TO OBS-TEXTO
                 MOVE LINHA-OBSERVACAO TO REG-RELATORIO
                 WRITE REG-RELATORIO
               END-IF
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE "CADEIA COMPLETA: todas as execucoes terminaram "
                 TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE "com RETURN-CODE ate 4 (ou foram superadas)."
                 TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-EVALUATE.
      *
      *      Segundos corridos do momento em MOMENTO-TRABALHO.
       5000-CALCULAR-SEGUNDOS.
           COMPUTE SEGUNDOS-MOMENTO =
             FUNCTION INTEGER-OF-DATE(MOM-DATA) * 86400
             + MOM-HORA * 3600 + MOM-MINUTO * 60 + MOM-SEGUNDO.
      *
      *      Duração entre SEGUNDOS-INICIO e SEGUNDOS-MOMENTO em
      *    HH:MM:SS (limitada a 99 horas).
       5100-FORMATAR-DURACAO.
           IF SEGUNDOS-MOMENTO LESS THAN SEGUNDOS-INICIO
             MOVE ZERO TO DURACAO-SEGUNDOS
           ELSE
             COMPUTE DURACAO-SEGUNDOS =
               SEGUNDOS-MOMENTO - SEGUNDOS-INICIO
           END-IF.
           DIVIDE DURACAO-SEGUNDOS BY 3600 GIVING DURACAO-HORAS
             REMAINDER DURACAO-RESTO.
           IF DURACAO-HORAS GREATER THAN 99
             MOVE 99 TO DURACAO-HORAS
           END-IF.
           MOVE DURACAO-HORAS TO DUR-HORA.
           DIVIDE DURACAO-RESTO BY 60 GIVING DUR-MINUTO
             REMAINDER DUR-SEGUNDO.
      *
      *      Hora do momento em MOMENTO-TRABALHO como HH:MM:SS.
       5200-EDITAR-HORA.
           MOVE MOMENTO-TRABALHO(9:2) TO HOR-HORA.
           MOVE MOMENTO-TRABALHO(11:2) TO HOR-MINUTO.
           MOVE MOMENTO-TRABALHO(13:2) TO HOR-SEGUNDO.
      *
      *      Resumo da noite: contagem por situação e tempo total,
      *    do primeiro início ao último término.
       9000-GRAVAR-RESUMO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "EXECUCOES NA NOITE:" TO ROTULO-RELATORIO
           MOVE QTD-EXECUCOES TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "  OK:" TO ROTULO-RELATORIO
           MOVE QTD-OK TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "  COM AVISO:" TO ROTULO-RELATORIO
           MOVE QTD-AVISO TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "  FALHARAM:" TO ROTULO-RELATORIO
           MOVE QTD-FALHOU TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "  NAO TERMINARAM:" TO ROTULO-RELATORIO
           MOVE QTD-NAO-TERMINOU TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "  RECUSADAS:" TO ROTULO-RELATORIO
           MOVE QTD-RECUSADO TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           IF PRIMEIRO-INICIO NOT EQUAL TO SPACES
             AND ULTIMO-FIM NOT EQUAL TO SPACES
             MOVE PRIMEIRO-INICIO TO MOMENTO-TRABALHO
             PERFORM 5000-CALCULAR-SEGUNDOS
             MOVE SEGUNDOS-MOMENTO TO SEGUNDOS-INICIO
             MOVE ULTIMO-FIM TO MOMENTO-TRABALHO
             PERFORM 5000-CALCULAR-SEGUNDOS
             PERFORM 5100-FORMATAR-DURACAO
             MOVE DURACAO-EDITADA TO TOT-DURACAO
             MOVE LINHA-TEMPO-TOTAL TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF.
           DISPLAY "Grade noturna de " DATA-NEGOCIO ": "
             QTD-EXECUCOES " execucoes, " QTD-FALHOU " falhas, "
             QTD-RECUSADO " recusas."
           IF IND-QUEBRA GREATER THAN ZERO
             DISPLAY "  Cadeia interrompida em "
               EXE-PROGRAMA(IND-QUEBRA)
           END-IF.
