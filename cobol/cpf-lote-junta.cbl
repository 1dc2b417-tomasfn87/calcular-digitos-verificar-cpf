       IDENTIFICATION DIVISION.
       PROGRAM-ID. JuntarParticoesLote.
      *
      *      Junção das fatias em que DividirEntradaLote repartiu o
      *    CPFENT da noite e que VerificarCPFLote processou em
      *    paralelo (modo PARTICAO). A partir do plano CPFPAR,
      *    reconstrói os arquivos únicos que os passos a jusante
      *    sempre leram - ReconciliarSituacao, DetectarDuplicados,
      *    RelatorioQualidadeOrigem e FechamentoDiario não sabem que a
      *    noite rodou em fatias:
      *        CPFSAI - as saídas das fatias, na ordem das partições;
      *        CPFEXC - as exceções das fatias, com a sequência
      *    deslocada para a posição do registro no CPFSAI juntado;
      *        CPFTOT - a soma dos totais das fatias;
      *        CPFREL - o relatório-resumo com os mesmos rótulos do
      *    lote inteiro, somados a partir dos CPFRELnn, seguido da
      *    reconciliação do cartão de controle CPFCTL - a contagem
      *    esperada e o percentual máximo de rejeição valem para a
      *    noite inteira e são conferidos uma vez só, aqui, com os
      *    mesmos RETURN-CODE do lote (12 na divergência de contagem,
      *    16 no estouro de qualidade) - e da contagem de cada fatia.
      *      A auditoria (CPFAUDLnn) e o jornal do mestre (CPFJRNnn)
      *    das fatias são classificados por data/hora e acrescentados
      *    ao CPFAUDL e ao CPFJRN, para que a consolidação da
      *    auditoria e a recuperação do mestre continuem recebendo
      *    arquivos em ordem cronológica; as ocorrências de bloqueio
      *    (CPFBLQLnn) são acrescentadas ao CPFBLQL. Os registros que
      *    as fatias gravaram no diário da grade (CPFGRDPnn) entram no
      *    CPFGRD classificados por data/hora, e os CPFGRDPnn são
      *    esvaziados para a próxima noite partida.
      *      Antes de gravar qualquer coisa, todas as fatias são
      *    conferidas: totais presentes, gravados pela execução da
      *    noite do plano (sobras de uma divisão anterior não passam)
      *    e com a contagem gravada pela divisão, checkpoint zerado
      *    (fatia concluída) e relatório sem divergência de contagem.
      *    Fatia que não passe é listada pelo número, para ser
      *    reiniciada sozinha, e a junção termina com RETURN-CODE 8
      *    sem tocar nos arquivos da noite.
      *      CPFSAI, CPFEXC, CPFTOT e CPFREL são regravados inteiros e
      *    podem ser refeitos à vontade; os acréscimos ao CPFAUDL, ao
      *    CPFBLQL, ao CPFGRD e ao CPFJRN não. Cada acréscimo
      *    concluído fica marcado no plano (situação AUDL-OK, depois
      *    BLQL-OK, GRDP-OK e, com o jornal, JUNTADA), e uma nova
      *    execução sobre o mesmo plano pula os acréscimos já feitos -
      *    em vez de repeti-los em duplicata - e recusa o plano já
      *    JUNTADA.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PLANO ASSIGN TO "CPFPAR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PLANO.
      *
           SELECT ARQ-CARTAO ASSIGN TO "CPFCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CARTAO.
      *
      *      Arquivos de uma fatia; o nome é montado em tempo de
      *    execução como o nome lógico de sempre mais o número da
      *    partição (CPFTOT01, CPFAUDL01, ...). Só um deles fica
      *    aberto de cada vez.
           SELECT ARQ-TOTAIS-PARTICAO ASSIGN TO NOME-ARQUIVO-PARTICAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARTICAO.
      *
           SELECT ARQ-CHECKPOINT-PARTICAO
             ASSIGN TO NOME-ARQUIVO-PARTICAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARTICAO.
      *
           SELECT ARQ-RELATORIO-PARTICAO
             ASSIGN TO NOME-ARQUIVO-PARTICAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARTICAO.
      *
           SELECT ARQ-SAIDA-PARTICAO ASSIGN TO NOME-ARQUIVO-PARTICAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARTICAO.
      *
           SELECT ARQ-EXCECOES-PARTICAO
             ASSIGN TO NOME-ARQUIVO-PARTICAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARTICAO.
      *
           SELECT ARQ-AUDITORIA-PARTICAO
             ASSIGN TO NOME-ARQUIVO-PARTICAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARTICAO.
      *
           SELECT ARQ-OCORRENCIAS-PARTICAO
             ASSIGN TO NOME-ARQUIVO-PARTICAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARTICAO.
      *
           SELECT ARQ-JORNAL-PARTICAO ASSIGN TO NOME-ARQUIVO-PARTICAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARTICAO.
      *
           SELECT ARQ-GRADE-PARTICAO ASSIGN TO NOME-ARQUIVO-PARTICAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARTICAO.
      *
      *      Arquivos únicos da noite, reconstruídos.
           SELECT ARQ-SAIDA ASSIGN TO "CPFSAI"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT ARQ-EXCECOES ASSIGN TO "CPFEXC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EXCECOES.
      *
           SELECT ARQ-TOTAIS ASSIGN TO "CPFTOT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TOTAIS.
      *
           SELECT ARQ-RELATORIO ASSIGN TO "CPFREL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RELATORIO.
      *
           SELECT ARQ-AUDITORIA ASSIGN TO "CPFAUDL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AUDITORIA.
      *
           SELECT ARQ-OCORRENCIAS-BLQ ASSIGN TO "CPFBLQL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-OCORRENCIAS.
      *
           SELECT ARQ-JORNAL ASSIGN TO "CPFJRN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-JORNAL.
      *
           SELECT ARQ-GRADE ASSIGN TO "CPFGRD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-GRADE.
      *
           SELECT SD-AUDITORIA ASSIGN TO "SORTWK1".
      *
           SELECT SD-JORNAL ASSIGN TO "SORTWK2".
      *
           SELECT SD-GRADE ASSIGN TO "SORTWK3".
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  ARQ-CARTAO.
           01 REG-CARTAO.
             05 CTL-QTD-ESPERADA     PIC 9(9).
             05 FILLER               PIC X.
             05 CTL-PCT-MAX-REJEICAO PIC 9(3).
      *
       FD  ARQ-TOTAIS-PARTICAO.
           01 REG-TOTAIS-PARTICAO.
             05 TOTP-LIDOS       PIC 9(9).
             05 TOTP-VALIDOS     PIC 9(9).
             05 TOTP-INVALIDOS   PIC 9(9).
             05 TOTP-MALFORMADOS PIC 9(9).
             05 FILLER           PIC X.
             05 TOTP-EXECUCAO    PIC X(16).
      *
       FD  ARQ-CHECKPOINT-PARTICAO.
           01 REG-CHECKPOINT-PARTICAO.
             05 CKPP-LIDOS       PIC 9(9).
             05 CKPP-VALIDOS     PIC 9(9).
             05 CKPP-INVALIDOS   PIC 9(9).
             05 CKPP-MALFORMADOS PIC 9(9).
      *
       FD  ARQ-RELATORIO-PARTICAO.
           01 REG-RELATORIO-PARTICAO.
             05 RELP-ROTULO      PIC X(30).
             05 RELP-VALOR       PIC X(9).
             05 FILLER           PIC X(41).
      *
       FD  ARQ-SAIDA-PARTICAO.
           01 REG-SAIDA-PARTICAO PIC X(110).
      *
       FD  ARQ-EXCECOES-PARTICAO.
           01 REG-EXCECAO-PARTICAO.
             05 EXCP-SEQUENCIA   PIC 9(9).
             05 EXCP-RESTANTE    PIC X(131).
      *
       FD  ARQ-AUDITORIA-PARTICAO.
           01 REG-AUDITORIA-PARTICAO.
             05 FILLER           PIC X(35).
             05 AUDP-DATA-HORA   PIC X(21).
             05 FILLER           PIC X(32).
      *
       FD  ARQ-OCORRENCIAS-PARTICAO.
           01 REG-OCORRENCIA-PARTICAO PIC X(141).
      *
       FD  ARQ-JORNAL-PARTICAO.
           01 REG-JORNAL-PARTICAO.
             05 JRNP-DATA-HORA   PIC X(21).
             05 FILLER           PIC X(198).
      *
      *      Diário da grade da fatia, no layout gravado por CPFGRDS.
       FD  ARQ-GRADE-PARTICAO.
           01 REG-GRADE-PARTICAO.
             05 FILLER           PIC X(68).
             05 GRDP-DATA-HORA   PIC X(21).
             05 FILLER           PIC X(96).
      *
       FD  ARQ-SAIDA.
           01 REG-SAIDA         PIC X(110).
      *
       FD  ARQ-EXCECOES.
           01 REG-EXCECAO.
             05 EXC-SEQUENCIA    PIC 9(9).
             05 EXC-RESTANTE     PIC X(131).
      *
       FD  ARQ-TOTAIS.
           01 REG-TOTAIS.
             05 TOT-LIDOS        PIC 9(9).
             05 TOT-VALIDOS      PIC 9(9).
             05 TOT-INVALIDOS    PIC 9(9).
             05 TOT-MALFORMADOS  PIC 9(9).
             05 FILLER           PIC X.
             05 TOT-EXECUCAO     PIC X(16).
      *
       FD  ARQ-RELATORIO.
           01 REG-RELATORIO     PIC X(80).
      *
       FD  ARQ-AUDITORIA.
           01 REG-AUDITORIA     PIC X(88).
      *
       FD  ARQ-OCORRENCIAS-BLQ.
           01 REG-OCORRENCIA-BLQ PIC X(141).
      *
       FD  ARQ-JORNAL.
           01 REG-JORNAL        PIC X(219).
      *
       FD  ARQ-GRADE.
           01 REG-GRADE         PIC X(185).
      *
      *      Registros de classificação: data/hora da linha, ordem de
      *    leitura (para que linhas do mesmo instante mantenham a
      *    ordem em que foram gravadas) e a linha íntegra.
       SD  SD-AUDITORIA.
           01 REG-SD-AUDITORIA.
             05 SDA-DATA-HORA    PIC X(21).
             05 SDA-SEQUENCIA    PIC 9(9).
             05 SDA-REGISTRO     PIC X(88).
      *
       SD  SD-JORNAL.
           01 REG-SD-JORNAL.
             05 SDJ-DATA-HORA    PIC X(21).
             05 SDJ-SEQUENCIA    PIC 9(9).
             05 SDJ-REGISTRO     PIC X(219).
      *
       SD  SD-GRADE.
           01 REG-SD-GRADE.
             05 SDG-DATA-HORA    PIC X(21).
             05 SDG-SEQUENCIA    PIC 9(9).
             05 SDG-REGISTRO     PIC X(185).
      *
       WORKING-STORAGE SECTION.
      *
      *      Status dos arquivos ("00" = OK, "35" = não encontrado).
           01 WS-STATUS-PLANO       PIC X(2) VALUE SPACES.
           01 WS-STATUS-CARTAO      PIC X(2) VALUE SPACES.
           01 WS-STATUS-PARTICAO    PIC X(2) VALUE SPACES.
           01 WS-STATUS-SAIDA       PIC X(2) VALUE SPACES.
           01 WS-STATUS-EXCECOES    PIC X(2) VALUE SPACES.
           01 WS-STATUS-TOTAIS      PIC X(2) VALUE SPACES.
           01 WS-STATUS-RELATORIO   PIC X(2) VALUE SPACES.
           01 WS-STATUS-AUDITORIA   PIC X(2) VALUE SPACES.
           01 WS-STATUS-OCORRENCIAS PIC X(2) VALUE SPACES.
           01 WS-STATUS-JORNAL      PIC X(2) VALUE SPACES.
           01 WS-STATUS-GRADE       PIC X(2) VALUE SPACES.
      *
      *      Indicadores de fim de arquivo.
           01 FIM-PLANO          PIC X VALUE "N".
             88 NAO-HA-MAIS-PLANO VALUE "S".
      *
           01 FIM-PARTICAO       PIC X VALUE "N".
             88 NAO-HA-MAIS-PARTICAO VALUE "S".
      *
           01 FIM-SORT           PIC X VALUE "N".
             88 NAO-HA-MAIS-SORT VALUE "S".
      *
      *      Plano carregado: uma entrada por partição, com a
      *    contagem gravada pela divisão e o que foi apurado da fatia.
           01 QTD-PARTICOES      PIC 9(2) VALUE ZERO.
      *
           01 QTD-PARTICOES-PLANO PIC 9(2) VALUE ZERO.
      *
           01 EXECUCAO-NOITE     PIC X(16) VALUE SPACES.
      *
           01 CRITERIO-NOITE     PIC X(8) VALUE SPACES.
      *
      *      Situação do plano: até onde uma junção anterior chegou
      *    nos acréscimos (DIVIDIDA, AUDL-OK, BLQL-OK, GRDP-OK) e a
      *    que vai ser gravada ao fim de cada acréscimo.
           01 SITUACAO-PLANO     PIC X(8) VALUE SPACES.
             88 AUDITORIA-JA-ACRESCIDA
               VALUE "AUDL-OK" "BLQL-OK" "GRDP-OK".
             88 OCORRENCIAS-JA-ACRESCIDAS VALUE "BLQL-OK" "GRDP-OK".
             88 DIARIO-JA-ACRESCIDO VALUE "GRDP-OK".
      *
           01 SITUACAO-NOVA      PIC X(8) VALUE SPACES.
      *
           01 TABELA-PARTICOES.
             05 PARTICAO-PLANO OCCURS 99 TIMES.
               10 PLN-QTD-REGISTROS PIC 9(9).
               10 PLN-LIDOS         PIC 9(9).
               10 PLN-REJEITADOS    PIC 9(9).
      *
           01 IND-PARTICAO       PIC 9(2) VALUE ZERO.
      *
      *      Nome do arquivo da fatia em uso.
           01 NOME-ARQUIVO-PARTICAO PIC X(12) VALUE SPACES.
      *
           01 PREFIXO-ARQUIVO    PIC X(8) VALUE SPACES.
      *
      *      Resultado da conferência das fatias.
           01 PARTICOES-OK       PIC X VALUE "S".
             88 HA-PARTICAO-PENDENTE VALUE "N".
      *
           01 PARTICAO-OK        PIC X VALUE "S".
             88 PARTICAO-PENDENTE VALUE "N".
      *
      *      Conteúdo do cartão de controle da noite.
           01 QTD-ESPERADA       PIC 9(9) VALUE ZERO.
      *
           01 PCT-MAX-REJEICAO   PIC 9(3) VALUE ZERO.
      *
      *      Resultado da reconciliação da noite contra o cartão.
           01 CONTAGEM-CONFERE   PIC X VALUE "S".
             88 CONTAGEM-DIVERGE VALUE "N".
      *
           01 QUALIDADE-OK       PIC X VALUE "S".
             88 QUALIDADE-ESTOURADA VALUE "N".
      *
      *      Totais da noite, somados das fatias.
           01 TOTAL-LIDOS            PIC 9(9) VALUE ZERO.
           01 TOTAL-VALIDOS          PIC 9(9) VALUE ZERO.
           01 TOTAL-INVALIDOS        PIC 9(9) VALUE ZERO.
           01 TOTAL-MALFORMADOS      PIC 9(9) VALUE ZERO.
           01 TOTAL-DUPLICADOS-LOTE  PIC 9(9) VALUE ZERO.
           01 TOTAL-JA-CONHECIDOS    PIC 9(9) VALUE ZERO.
           01 TOTAL-RECALC-EVITADOS  PIC 9(9) VALUE ZERO.
           01 TOTAL-SIT-IRREGULAR    PIC 9(9) VALUE ZERO.
           01 TOTAL-BLOQUEADOS       PIC 9(9) VALUE ZERO.
           01 TOTAL-REJEITADOS       PIC 9(9) VALUE ZERO.
      *
      *      Contadores da gravação dos arquivos juntados.
           01 TOTAL-SAIDAS           PIC 9(9) VALUE ZERO.
           01 TOTAL-EXCECOES         PIC 9(9) VALUE ZERO.
           01 TOTAL-AUDITORIA        PIC 9(9) VALUE ZERO.
           01 TOTAL-OCORRENCIAS      PIC 9(9) VALUE ZERO.
           01 TOTAL-JORNAL           PIC 9(9) VALUE ZERO.
           01 TOTAL-GRADE            PIC 9(9) VALUE ZERO.
      *
      *      Deslocamento da sequência das exceções: registros das
      *    partições anteriores à que está sendo copiada.
           01 DESLOCAMENTO           PIC 9(9) VALUE ZERO.
      *
      *      Ordem de leitura alimentada nas classificações.
           01 SEQUENCIA-LEITURA      PIC 9(9) VALUE ZERO.
      *
      *      Layout usado para formatar as linhas do relatório-resumo.
           01 LINHA-RELATORIO.
             05 ROTULO-RELATORIO PIC X(30).
             05 VALOR-RELATORIO  PIC ZZZZZZZZ9.
      *
      *      Edição dos contadores para exibição.
           01 VALOR-EDITADO      PIC ZZZZZZZZ9.
      *
      *      Área de comunicação com a sub-rotina CPFGRDS: registro
      *    desta execução no diário da grade noturna CPFGRD e
      *    conferência dos predecessores na mesma data de negócio.
           01 GRADE-FUNCAO     PIC X VALUE SPACE.
      *
           01 GRADE-REG.
             05 GRADE-PROGRAMA      PIC X(30)
               VALUE "JuntarParticoesLote".
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
       0000-JUNTAR-PARTICOES.
           PERFORM 9800-REGISTRAR-INICIO
           PERFORM 1000-LER-PLANO
           PERFORM 1100-LER-CARTAO-CONTROLE
           PERFORM 2000-CONFERIR-PARTICOES
           IF HA-PARTICAO-PENDENTE
             DISPLAY "ERRO: juntada interrompida - reinicie as "
               "particoes apontadas e execute a juncao de novo."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM 3000-JUNTAR-SAIDAS
           PERFORM 3500-JUNTAR-EXCECOES
           PERFORM 7000-AVALIAR-CONTROLES
           PERFORM 8000-GRAVAR-TOTAIS
           PERFORM 9000-GRAVAR-RELATORIO
           IF AUDITORIA-JA-ACRESCIDA
             DISPLAY "AVISO: auditoria das particoes ja acrescentada "
               "ao CPFAUDL por juncao anterior - nao repetida."
           ELSE
             SORT SD-AUDITORIA
               ON ASCENDING KEY SDA-DATA-HORA SDA-SEQUENCIA
               INPUT PROCEDURE IS 4000-LER-AUDITORIAS
               OUTPUT PROCEDURE IS 4500-GRAVAR-AUDITORIA
             MOVE "AUDL-OK" TO SITUACAO-NOVA
             PERFORM 8500-MARCAR-PLANO
           END-IF
           IF OCORRENCIAS-JA-ACRESCIDAS
             DISPLAY "AVISO: ocorrencias das particoes ja "
               "acrescentadas ao CPFBLQL por juncao anterior - nao "
               "repetidas."
           ELSE
             PERFORM 5000-JUNTAR-OCORRENCIAS
             MOVE "BLQL-OK" TO SITUACAO-NOVA
             PERFORM 8500-MARCAR-PLANO
           END-IF
           IF DIARIO-JA-ACRESCIDO
             DISPLAY "AVISO: diario da grade das particoes ja "
               "acrescentado ao CPFGRD por juncao anterior - nao "
               "repetido."
           ELSE
             MOVE ZERO TO SEQUENCIA-LEITURA
             SORT SD-GRADE
               ON ASCENDING KEY SDG-DATA-HORA SDG-SEQUENCIA
               INPUT PROCEDURE IS 5500-LER-DIARIOS
               OUTPUT PROCEDURE IS 5600-GRAVAR-DIARIO
             MOVE "GRDP-OK" TO SITUACAO-NOVA
             PERFORM 8500-MARCAR-PLANO
           END-IF
           PERFORM 5700-ESVAZIAR-DIARIOS
           MOVE ZERO TO SEQUENCIA-LEITURA
           SORT SD-JORNAL
             ON ASCENDING KEY SDJ-DATA-HORA SDJ-SEQUENCIA
             INPUT PROCEDURE IS 6000-LER-JORNAIS
             OUTPUT PROCEDURE IS 6500-GRAVAR-JORNAL
           MOVE "JUNTADA" TO SITUACAO-NOVA
           PERFORM 8500-MARCAR-PLANO
           PERFORM 9500-EXIBIR-RESUMO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Carrega o plano da noite. Plano ausente, vazio,
      *    incompleto ou já juntado não deixa a junção prosseguir.
       1000-LER-PLANO.
           OPEN INPUT ARQ-PLANO
           IF WS-STATUS-PLANO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o plano de "
               "particoes CPFPAR (status " WS-STATUS-PLANO ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM UNTIL NAO-HA-MAIS-PLANO
             READ ARQ-PLANO
               AT END
                 SET NAO-HA-MAIS-PLANO TO TRUE
               NOT AT END
                 PERFORM 1050-GUARDAR-PARTICAO
             END-READ
           END-PERFORM
           CLOSE ARQ-PLANO
           IF QTD-PARTICOES EQUAL TO ZERO
             OR QTD-PARTICOES NOT EQUAL TO QTD-PARTICOES-PLANO
             DISPLAY "ERRO: plano de particoes CPFPAR vazio ou "
               "incompleto."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
      *
       1050-GUARDAR-PARTICAO.
           IF PAR-PARTICAO IS NOT NUMERIC
             OR PAR-QTD-REGISTROS IS NOT NUMERIC
             OR PAR-QTD-PARTICOES IS NOT NUMERIC
             OR PAR-PARTICAO NOT EQUAL TO QTD-PARTICOES + 1
             DISPLAY "ERRO: linha invalida no plano CPFPAR: '"
               REG-PLANO "'."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-PLANO
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           IF PAR-SITUACAO EQUAL TO "JUNTADA"
             DISPLAY "ERRO: o plano CPFPAR da execucao " PAR-EXECUCAO
               " ja foi juntado - nada a fazer."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-PLANO
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           ADD 1 TO QTD-PARTICOES.
           MOVE PAR-QTD-REGISTROS TO PLN-QTD-REGISTROS(QTD-PARTICOES).
           MOVE ZERO TO PLN-LIDOS(QTD-PARTICOES)
             PLN-REJEITADOS(QTD-PARTICOES).
           MOVE PAR-QTD-PARTICOES TO QTD-PARTICOES-PLANO.
           MOVE PAR-EXECUCAO TO EXECUCAO-NOITE.
           MOVE PAR-CRITERIO TO CRITERIO-NOITE.
           MOVE PAR-SITUACAO TO SITUACAO-PLANO.
      *
      *      Lê o cartão de controle da noite, com as mesmas regras
      *    do lote inteiro.
       1100-LER-CARTAO-CONTROLE.
           OPEN INPUT ARQ-CARTAO
           IF WS-STATUS-CARTAO NOT EQUAL TO "00"
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
             DISPLAY "ERRO: cartao de controle CPFCTL invalido - "
               "quantidade esperada e percentual devem ser numericos."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-CARTAO
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE CTL-QTD-ESPERADA TO QTD-ESPERADA
           MOVE CTL-PCT-MAX-REJEICAO TO PCT-MAX-REJEICAO
           CLOSE ARQ-CARTAO.
      *
      *      Confere todas as fatias antes de gravar qualquer arquivo
      *    da noite, somando os totais e os contadores do relatório
      *    das que estiverem concluídas.
       2000-CONFERIR-PARTICOES.
           PERFORM VARYING IND-PARTICAO FROM 1 BY 1
             UNTIL IND-PARTICAO GREATER THAN QTD-PARTICOES
             MOVE "S" TO PARTICAO-OK
             PERFORM 2100-CONFERIR-TOTAIS
             IF NOT PARTICAO-PENDENTE
               PERFORM 2200-CONFERIR-CHECKPOINT
             END-IF
             IF NOT PARTICAO-PENDENTE
               PERFORM 2300-CONFERIR-RELATORIO
             END-IF
             IF PARTICAO-PENDENTE
               SET HA-PARTICAO-PENDENTE TO TRUE
             END-IF
           END-PERFORM.
      *
      *      Totais da fatia: precisam existir, ter sido gravados pela
      *    execução da noite do plano e a contagem lida tem de ser a
      *    que a divisão gravou no CPFENTnn.
       2100-CONFERIR-TOTAIS.
           MOVE "CPFTOT" TO PREFIXO-ARQUIVO.
           PERFORM 2900-MONTAR-NOME.
           OPEN INPUT ARQ-TOTAIS-PARTICAO.
           IF WS-STATUS-PARTICAO NOT EQUAL TO "00"
             DISPLAY "AVISO: particao " IND-PARTICAO
               " sem totais " NOME-ARQUIVO-PARTICAO " (status "
               WS-STATUS-PARTICAO ") - fatia nao concluida."
             SET PARTICAO-PENDENTE TO TRUE
             EXIT PARAGRAPH
           END-IF.
           READ ARQ-TOTAIS-PARTICAO
             AT END
               MOVE HIGH-VALUES TO REG-TOTAIS-PARTICAO
           END-READ.
           IF TOTP-EXECUCAO NOT EQUAL TO EXECUCAO-NOITE
             DISPLAY "AVISO: particao " IND-PARTICAO
               " com totais " NOME-ARQUIVO-PARTICAO " de outra "
               "execucao (" TOTP-EXECUCAO ", plano " EXECUCAO-NOITE
               ") - fatia nao processada nesta noite."
             SET PARTICAO-PENDENTE TO TRUE
             CLOSE ARQ-TOTAIS-PARTICAO
             EXIT PARAGRAPH
           END-IF.
           IF TOTP-LIDOS IS NOT NUMERIC
             OR TOTP-LIDOS NOT EQUAL TO
               PLN-QTD-REGISTROS(IND-PARTICAO)
             DISPLAY "AVISO: particao " IND-PARTICAO
               " com totais vazios ou contagem diferente da gravada "
               "na divisao - fatia nao concluida."
             SET PARTICAO-PENDENTE TO TRUE
             CLOSE ARQ-TOTAIS-PARTICAO
             EXIT PARAGRAPH
           END-IF.
           MOVE TOTP-LIDOS TO PLN-LIDOS(IND-PARTICAO).
           COMPUTE PLN-REJEITADOS(IND-PARTICAO) =
             TOTP-INVALIDOS + TOTP-MALFORMADOS.
           ADD TOTP-LIDOS TO TOTAL-LIDOS.
           ADD TOTP-VALIDOS TO TOTAL-VALIDOS.
           ADD TOTP-INVALIDOS TO TOTAL-INVALIDOS.
           ADD TOTP-MALFORMADOS TO TOTAL-MALFORMADOS.
           CLOSE ARQ-TOTAIS-PARTICAO.
      *
      *      Checkpoint da fatia: ausente ou zerado quer dizer fatia
      *    concluída; com registros, a fatia caiu no meio e tem de
      *    ser reiniciada.
       2200-CONFERIR-CHECKPOINT.
           MOVE "CPFCKP" TO PREFIXO-ARQUIVO.
           PERFORM 2900-MONTAR-NOME.
           OPEN INPUT ARQ-CHECKPOINT-PARTICAO.
           IF WS-STATUS-PARTICAO NOT EQUAL TO "00"
             EXIT PARAGRAPH
           END-IF.
           READ ARQ-CHECKPOINT-PARTICAO
             AT END
               MOVE ZERO TO CKPP-LIDOS
           END-READ.
           IF CKPP-LIDOS IS NOT NUMERIC
             OR CKPP-LIDOS NOT EQUAL TO ZERO
             DISPLAY "AVISO: particao " IND-PARTICAO
               " com checkpoint pendente em " NOME-ARQUIVO-PARTICAO
               " - fatia interrompida."
             SET PARTICAO-PENDENTE TO TRUE
           END-IF.
           CLOSE ARQ-CHECKPOINT-PARTICAO.
      *
      *      Relatório da fatia: precisa existir e não pode trazer a
      *    marca de divergência de contagem. Os contadores que só o
      *    relatório guarda são somados pelos rótulos.
       2300-CONFERIR-RELATORIO.
           MOVE "CPFREL" TO PREFIXO-ARQUIVO.
           PERFORM 2900-MONTAR-NOME.
           OPEN INPUT ARQ-RELATORIO-PARTICAO.
           IF WS-STATUS-PARTICAO NOT EQUAL TO "00"
             DISPLAY "AVISO: particao " IND-PARTICAO
               " sem relatorio " NOME-ARQUIVO-PARTICAO " (status "
               WS-STATUS-PARTICAO ") - fatia nao concluida."
             SET PARTICAO-PENDENTE TO TRUE
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FIM-PARTICAO.
           PERFORM UNTIL NAO-HA-MAIS-PARTICAO
             READ ARQ-RELATORIO-PARTICAO
               AT END
                 SET NAO-HA-MAIS-PARTICAO TO TRUE
               NOT AT END
                 PERFORM 2350-SOMAR-LINHA-RELATORIO
             END-READ
           END-PERFORM.
           CLOSE ARQ-RELATORIO-PARTICAO.
      *
       2350-SOMAR-LINHA-RELATORIO.
           IF REG-RELATORIO-PARTICAO(1:15) EQUAL TO "*** DIVERGENCIA"
             DISPLAY "AVISO: particao " IND-PARTICAO
               " com divergencia de contagem no relatorio "
               NOME-ARQUIVO-PARTICAO "."
             SET PARTICAO-PENDENTE TO TRUE
             EXIT PARAGRAPH
           END-IF.
           EVALUATE RELP-ROTULO
             WHEN "DUPLICADOS NESTE LOTE:"
               COMPUTE TOTAL-DUPLICADOS-LOTE = TOTAL-DUPLICADOS-LOTE
                 + FUNCTION NUMVAL(RELP-VALOR)
             WHEN "DOCS JA CONHECIDOS:"
               COMPUTE TOTAL-JA-CONHECIDOS = TOTAL-JA-CONHECIDOS
                 + FUNCTION NUMVAL(RELP-VALOR)
             WHEN "RECALCULOS EVITADOS:"
               COMPUTE TOTAL-RECALC-EVITADOS = TOTAL-RECALC-EVITADOS
                 + FUNCTION NUMVAL(RELP-VALOR)
             WHEN "VALIDOS C/SITUACAO IRREG:"
               COMPUTE TOTAL-SIT-IRREGULAR = TOTAL-SIT-IRREGULAR
                 + FUNCTION NUMVAL(RELP-VALOR)
             WHEN "DOCS BLOQUEADOS (CPFBLQ):"
               COMPUTE TOTAL-BLOQUEADOS = TOTAL-BLOQUEADOS
                 + FUNCTION NUMVAL(RELP-VALOR)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
      *      Monta em NOME-ARQUIVO-PARTICAO o nome do arquivo da
      *    partição IND-PARTICAO com o prefixo em PREFIXO-ARQUIVO.
       2900-MONTAR-NOME.
           MOVE SPACES TO NOME-ARQUIVO-PARTICAO.
           STRING PREFIXO-ARQUIVO DELIMITED BY SPACE
             IND-PARTICAO DELIMITED BY SIZE
             INTO NOME-ARQUIVO-PARTICAO.
      *
      *      CPFSAI da noite: as saídas das fatias, na ordem das
      *    partições.
       3000-JUNTAR-SAIDAS.
           OPEN OUTPUT ARQ-SAIDA
           IF WS-STATUS-SAIDA NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "saida CPFSAI (status " WS-STATUS-SAIDA ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE "CPFSAI" TO PREFIXO-ARQUIVO
           PERFORM VARYING IND-PARTICAO FROM 1 BY 1
             UNTIL IND-PARTICAO GREATER THAN QTD-PARTICOES
             PERFORM 2900-MONTAR-NOME
             OPEN INPUT ARQ-SAIDA-PARTICAO
             IF WS-STATUS-PARTICAO NOT EQUAL TO "00"
               DISPLAY "ERRO: nao foi possivel abrir a saida da "
                 "particao " NOME-ARQUIVO-PARTICAO " (status "
                 WS-STATUS-PARTICAO ")."
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-SAIDA
               PERFORM 9900-ENCERRAR-EXECUCAO
             END-IF
             MOVE "N" TO FIM-PARTICAO
             PERFORM UNTIL NAO-HA-MAIS-PARTICAO
               READ ARQ-SAIDA-PARTICAO
                 AT END
                   SET NAO-HA-MAIS-PARTICAO TO TRUE
                 NOT AT END
                   WRITE REG-SAIDA FROM REG-SAIDA-PARTICAO
                   ADD 1 TO TOTAL-SAIDAS
               END-READ
             END-PERFORM
             CLOSE ARQ-SAIDA-PARTICAO
           END-PERFORM
           CLOSE ARQ-SAIDA.
      *
      *      CPFEXC da noite: as exceções das fatias, com a sequência
      *    de cada uma (posição na fatia) somada à quantidade de
      *    registros das partições anteriores - o resultado é a
      *    posição do registro no CPFSAI juntado. Fatia sem exceções
      *    pode não ter o arquivo.
       3500-JUNTAR-EXCECOES.
           OPEN OUTPUT ARQ-EXCECOES
           IF WS-STATUS-EXCECOES NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "excecoes CPFEXC (status " WS-STATUS-EXCECOES ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE ZERO TO DESLOCAMENTO
           MOVE "CPFEXC" TO PREFIXO-ARQUIVO
           PERFORM VARYING IND-PARTICAO FROM 1 BY 1
             UNTIL IND-PARTICAO GREATER THAN QTD-PARTICOES
             PERFORM 2900-MONTAR-NOME
             OPEN INPUT ARQ-EXCECOES-PARTICAO
             IF WS-STATUS-PARTICAO EQUAL TO "00"
               MOVE "N" TO FIM-PARTICAO
               PERFORM UNTIL NAO-HA-MAIS-PARTICAO
                 READ ARQ-EXCECOES-PARTICAO
                   AT END
                     SET NAO-HA-MAIS-PARTICAO TO TRUE
                   NOT AT END
                     COMPUTE EXC-SEQUENCIA =
                       EXCP-SEQUENCIA + DESLOCAMENTO
                     MOVE EXCP-RESTANTE TO EXC-RESTANTE
                     WRITE REG-EXCECAO
                     ADD 1 TO TOTAL-EXCECOES
                 END-READ
               END-PERFORM
               CLOSE ARQ-EXCECOES-PARTICAO
             END-IF
             ADD PLN-QTD-REGISTROS(IND-PARTICAO) TO DESLOCAMENTO
           END-PERFORM
           CLOSE ARQ-EXCECOES.
      *
      *      Alimenta a classificação com as linhas de auditoria de
      *    todas as fatias.
       4000-LER-AUDITORIAS.
           MOVE "CPFAUDL" TO PREFIXO-ARQUIVO
           PERFORM VARYING IND-PARTICAO FROM 1 BY 1
             UNTIL IND-PARTICAO GREATER THAN QTD-PARTICOES
             PERFORM 2900-MONTAR-NOME
             OPEN INPUT ARQ-AUDITORIA-PARTICAO
             IF WS-STATUS-PARTICAO EQUAL TO "00"
               MOVE "N" TO FIM-PARTICAO
               PERFORM UNTIL NAO-HA-MAIS-PARTICAO
                 READ ARQ-AUDITORIA-PARTICAO
                   AT END
                     SET NAO-HA-MAIS-PARTICAO TO TRUE
                   NOT AT END
                     ADD 1 TO SEQUENCIA-LEITURA
                     MOVE AUDP-DATA-HORA TO SDA-DATA-HORA
                     MOVE SEQUENCIA-LEITURA TO SDA-SEQUENCIA
                     MOVE REG-AUDITORIA-PARTICAO TO SDA-REGISTRO
                     RELEASE REG-SD-AUDITORIA
                 END-READ
               END-PERFORM
               CLOSE ARQ-AUDITORIA-PARTICAO
             END-IF
           END-PERFORM.
      *
      *      Acrescenta a auditoria classificada ao CPFAUDL do lote.
       4500-GRAVAR-AUDITORIA.
           OPEN EXTEND ARQ-AUDITORIA
           IF WS-STATUS-AUDITORIA NOT EQUAL TO "00"
             OPEN OUTPUT ARQ-AUDITORIA
           END-IF
           IF WS-STATUS-AUDITORIA NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "auditoria CPFAUDL (status " WS-STATUS-AUDITORIA ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE "N" TO FIM-SORT
           PERFORM UNTIL NAO-HA-MAIS-SORT
             RETURN SD-AUDITORIA
               AT END
                 SET NAO-HA-MAIS-SORT TO TRUE
               NOT AT END
                 WRITE REG-AUDITORIA FROM SDA-REGISTRO
                 ADD 1 TO TOTAL-AUDITORIA
             END-RETURN
           END-PERFORM
           CLOSE ARQ-AUDITORIA.
      *
      *      Acrescenta as ocorrências de bloqueio das fatias ao
      *    CPFBLQL; RelatorioBloqueios as filtra por dia, a ordem
      *    entre fatias não importa.
       5000-JUNTAR-OCORRENCIAS.
           OPEN EXTEND ARQ-OCORRENCIAS-BLQ
           IF WS-STATUS-OCORRENCIAS NOT EQUAL TO "00"
             OPEN OUTPUT ARQ-OCORRENCIAS-BLQ
           END-IF
           IF WS-STATUS-OCORRENCIAS NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "ocorrencias CPFBLQL (status " WS-STATUS-OCORRENCIAS
               ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE "CPFBLQL" TO PREFIXO-ARQUIVO
           PERFORM VARYING IND-PARTICAO FROM 1 BY 1
             UNTIL IND-PARTICAO GREATER THAN QTD-PARTICOES
             PERFORM 2900-MONTAR-NOME
             OPEN INPUT ARQ-OCORRENCIAS-PARTICAO
             IF WS-STATUS-PARTICAO EQUAL TO "00"
               MOVE "N" TO FIM-PARTICAO
               PERFORM UNTIL NAO-HA-MAIS-PARTICAO
                 READ ARQ-OCORRENCIAS-PARTICAO
                   AT END
                     SET NAO-HA-MAIS-PARTICAO TO TRUE
                   NOT AT END
                     WRITE REG-OCORRENCIA-BLQ
                       FROM REG-OCORRENCIA-PARTICAO
                     ADD 1 TO TOTAL-OCORRENCIAS
                 END-READ
               END-PERFORM
               CLOSE ARQ-OCORRENCIAS-PARTICAO
             END-IF
           END-PERFORM
           CLOSE ARQ-OCORRENCIAS-BLQ.
      *
      *      Alimenta a classificação com os registros que as fatias
      *    gravaram no diário da grade. Uma fatia que nem chegou a
      *    rodar não tem diário.
       5500-LER-DIARIOS.
           MOVE "CPFGRDP" TO PREFIXO-ARQUIVO
           PERFORM VARYING IND-PARTICAO FROM 1 BY 1
             UNTIL IND-PARTICAO GREATER THAN QTD-PARTICOES
             PERFORM 2900-MONTAR-NOME
             OPEN INPUT ARQ-GRADE-PARTICAO
             IF WS-STATUS-PARTICAO EQUAL TO "00"
               MOVE "N" TO FIM-PARTICAO
               PERFORM UNTIL NAO-HA-MAIS-PARTICAO
                 READ ARQ-GRADE-PARTICAO
                   AT END
                     SET NAO-HA-MAIS-PARTICAO TO TRUE
                   NOT AT END
                     ADD 1 TO SEQUENCIA-LEITURA
                     MOVE GRDP-DATA-HORA TO SDG-DATA-HORA
                     MOVE SEQUENCIA-LEITURA TO SDG-SEQUENCIA
                     MOVE REG-GRADE-PARTICAO TO SDG-REGISTRO
                     RELEASE REG-SD-GRADE
                 END-READ
               END-PERFORM
               CLOSE ARQ-GRADE-PARTICAO
             END-IF
           END-PERFORM.
      *
      *      Acrescenta ao CPFGRD os registros classificados. O
      *    diário só é criado se ainda não existe; outra falha na
      *    abertura para a junção antes da marca GRDP-OK.
       5600-GRAVAR-DIARIO.
           OPEN EXTEND ARQ-GRADE
           IF WS-STATUS-GRADE EQUAL TO "35"
             OPEN OUTPUT ARQ-GRADE
           END-IF
           IF WS-STATUS-GRADE NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o diario da "
               "grade CPFGRD (status " WS-STATUS-GRADE ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE "N" TO FIM-SORT
           PERFORM UNTIL NAO-HA-MAIS-SORT
             RETURN SD-GRADE
               AT END
                 SET NAO-HA-MAIS-SORT TO TRUE
               NOT AT END
                 WRITE REG-GRADE FROM SDG-REGISTRO
                 ADD 1 TO TOTAL-GRADE
             END-RETURN
           END-PERFORM
           CLOSE ARQ-GRADE.
      *
      *      Esvazia o CPFGRDPnn de cada fatia depois da marca
      *    GRDP-OK, para que a próxima junção não acrescente de novo
      *    os registros desta noite. Uma falha aqui só é avisada: o
      *    CPFGRD já está completo.
       5700-ESVAZIAR-DIARIOS.
           MOVE "CPFGRDP" TO PREFIXO-ARQUIVO
           PERFORM VARYING IND-PARTICAO FROM 1 BY 1
             UNTIL IND-PARTICAO GREATER THAN QTD-PARTICOES
             PERFORM 2900-MONTAR-NOME
             OPEN OUTPUT ARQ-GRADE-PARTICAO
             IF WS-STATUS-PARTICAO EQUAL TO "00"
               CLOSE ARQ-GRADE-PARTICAO
             ELSE
               DISPLAY "AVISO: nao foi possivel esvaziar o diario "
                 NOME-ARQUIVO-PARTICAO " (status "
                 WS-STATUS-PARTICAO ") - esvazie-o antes da "
                 "proxima juncao."
               IF RETURN-CODE LESS THAN 4
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
           END-PERFORM.
      *
      *      Alimenta a classificação com o jornal do mestre gravado
      *    pelas fatias; fatia que não alterou o mestre não tem
      *    jornal.
       6000-LER-JORNAIS.
           MOVE "CPFJRN" TO PREFIXO-ARQUIVO
           PERFORM VARYING IND-PARTICAO FROM 1 BY 1
             UNTIL IND-PARTICAO GREATER THAN QTD-PARTICOES
             PERFORM 2900-MONTAR-NOME
             OPEN INPUT ARQ-JORNAL-PARTICAO
             IF WS-STATUS-PARTICAO EQUAL TO "00"
               MOVE "N" TO FIM-PARTICAO
               PERFORM UNTIL NAO-HA-MAIS-PARTICAO
                 READ ARQ-JORNAL-PARTICAO
                   AT END
                     SET NAO-HA-MAIS-PARTICAO TO TRUE
                   NOT AT END
                     ADD 1 TO SEQUENCIA-LEITURA
                     MOVE JRNP-DATA-HORA TO SDJ-DATA-HORA
                     MOVE SEQUENCIA-LEITURA TO SDJ-SEQUENCIA
                     MOVE REG-JORNAL-PARTICAO TO SDJ-REGISTRO
                     RELEASE REG-SD-JORNAL
                 END-READ
               END-PERFORM
               CLOSE ARQ-JORNAL-PARTICAO
             END-IF
           END-PERFORM.
      *
      *      Acrescenta o jornal classificado ao CPFJRN.
       6500-GRAVAR-JORNAL.
           OPEN EXTEND ARQ-JORNAL
           IF WS-STATUS-JORNAL NOT EQUAL TO "00"
             OPEN OUTPUT ARQ-JORNAL
           END-IF
           IF WS-STATUS-JORNAL NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o jornal do "
               "mestre CPFJRN (status " WS-STATUS-JORNAL ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE "N" TO FIM-SORT
           PERFORM UNTIL NAO-HA-MAIS-SORT
             RETURN SD-JORNAL
               AT END
                 SET NAO-HA-MAIS-SORT TO TRUE
               NOT AT END
                 WRITE REG-JORNAL FROM SDJ-REGISTRO
                 ADD 1 TO TOTAL-JORNAL
             END-RETURN
           END-PERFORM
           CLOSE ARQ-JORNAL.
      *
      *      Reconciliação da noite inteira contra o cartão de
      *    controle, com as mesmas regras e RETURN-CODE do lote: 12
      *    na divergência de contagem, 16 no estouro do percentual de
      *    rejeitados (comparado em produtos cruzados).
       7000-AVALIAR-CONTROLES.
           IF TOTAL-LIDOS NOT EQUAL TO QTD-ESPERADA
             SET CONTAGEM-DIVERGE TO TRUE
             MOVE 12 TO RETURN-CODE
           END-IF.
           COMPUTE TOTAL-REJEITADOS =
             TOTAL-INVALIDOS + TOTAL-MALFORMADOS.
           IF TOTAL-LIDOS GREATER THAN ZERO
             AND TOTAL-REJEITADOS * 100 GREATER THAN
               PCT-MAX-REJEICAO * TOTAL-LIDOS
             SET QUALIDADE-ESTOURADA TO TRUE
             MOVE 16 TO RETURN-CODE
           END-IF.
      *
      *      CPFTOT da noite, base da ressubmissão de exceções.
       8000-GRAVAR-TOTAIS.
           OPEN OUTPUT ARQ-TOTAIS
           IF WS-STATUS-TOTAIS NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "totais CPFTOT (status " WS-STATUS-TOTAIS ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE TOTAL-LIDOS TO TOT-LIDOS
           MOVE TOTAL-VALIDOS TO TOT-VALIDOS
           MOVE TOTAL-INVALIDOS TO TOT-INVALIDOS
           MOVE TOTAL-MALFORMADOS TO TOT-MALFORMADOS
           MOVE EXECUCAO-NOITE TO TOT-EXECUCAO
           WRITE REG-TOTAIS
           CLOSE ARQ-TOTAIS.
      *
      *      Regrava o plano com a situação em SITUACAO-NOVA, ao fim
      *    de cada acréscimo. Sem a marca, uma nova junção repetiria o
      *    acréscimo: antes do último a junção para aqui com
      *    RETURN-CODE 8; no último (JUNTADA) só avisa.
       8500-MARCAR-PLANO.
           OPEN OUTPUT ARQ-PLANO
           IF WS-STATUS-PLANO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel regravar o plano "
               "CPFPAR com a situacao " SITUACAO-NOVA " (status "
               WS-STATUS-PLANO ") - marque-o a mao antes de nova "
               "juncao."
             IF SITUACAO-NOVA NOT EQUAL TO "JUNTADA"
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ENCERRAR-EXECUCAO
             END-IF
             IF RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IND-PARTICAO FROM 1 BY 1
             UNTIL IND-PARTICAO GREATER THAN QTD-PARTICOES
             MOVE SPACES TO REG-PLANO
             MOVE IND-PARTICAO TO PAR-PARTICAO
             MOVE PLN-QTD-REGISTROS(IND-PARTICAO) TO PAR-QTD-REGISTROS
             MOVE EXECUCAO-NOITE TO PAR-EXECUCAO
             MOVE CRITERIO-NOITE TO PAR-CRITERIO
             MOVE SITUACAO-NOVA TO PAR-SITUACAO
             MOVE QTD-PARTICOES TO PAR-QTD-PARTICOES
             WRITE REG-PLANO
           END-PERFORM
           CLOSE ARQ-PLANO.
      *
      *      CPFREL da noite: o mesmo relatório-resumo do lote
      *    inteiro, a reconciliação do cartão de controle e a
      *    contagem de cada fatia.
       9000-GRAVAR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-STATUS-RELATORIO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "relatorio CPFREL (status " WS-STATUS-RELATORIO ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE "RELATORIO DE VERIFICACAO DE CPF EM LOTE" TO
             REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "TOTAL DE REGISTROS LIDOS:" TO ROTULO-RELATORIO
           MOVE TOTAL-LIDOS TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "TOTAL DE DOCS VALIDOS:" TO ROTULO-RELATORIO
           MOVE TOTAL-VALIDOS TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "TOTAL DE DOCS INVALIDOS:" TO ROTULO-RELATORIO
           MOVE TOTAL-INVALIDOS TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "TOTAL DE DOCS MALFORMADOS:" TO ROTULO-RELATORIO
           MOVE TOTAL-MALFORMADOS TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "DUPLICADOS NESTE LOTE:" TO ROTULO-RELATORIO
           MOVE TOTAL-DUPLICADOS-LOTE TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "DOCS JA CONHECIDOS:" TO ROTULO-RELATORIO
           MOVE TOTAL-JA-CONHECIDOS TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "RECALCULOS EVITADOS:" TO ROTULO-RELATORIO
           MOVE TOTAL-RECALC-EVITADOS TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "VALIDOS C/SITUACAO IRREG:" TO ROTULO-RELATORIO
           MOVE TOTAL-SIT-IRREGULAR TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "DOCS BLOQUEADOS (CPFBLQ):" TO ROTULO-RELATORIO
           MOVE TOTAL-BLOQUEADOS TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           PERFORM 9200-GRAVAR-RELATORIO-CONTROLE
           PERFORM 9300-GRAVAR-RELATORIO-PARTICOES
           CLOSE ARQ-RELATORIO.
      *
      *      Reconciliação do cartão de controle, com as mesmas
      *    linhas e marcas do lote inteiro - FechamentoDiario as
      *    reconhece no CPFREL sem saber da divisão.
       9200-GRAVAR-RELATORIO-CONTROLE.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE "RECONCILIACAO DO CARTAO DE CONTROLE" TO REG-RELATORIO
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
           MOVE "PCT MAXIMO TOLERADO:" TO ROTULO-RELATORIO
           MOVE PCT-MAX-REJEICAO TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           IF CONTAGEM-DIVERGE
             MOVE "*** DIVERGENCIA DE CONTAGEM - VERIFIQUE A ENTRADA"
               TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF.
           IF QUALIDADE-ESTOURADA
             MOVE "*** LOTE REJEITADO PELO CONTROLE DE QUALIDADE"
               TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF.
           IF CONTAGEM-CONFERE NOT EQUAL TO "N"
             AND QUALIDADE-OK NOT EQUAL TO "N"
             MOVE "LOTE ACEITO - CONTAGEM E QUALIDADE NO CONTROLE"
               TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-IF.
      *
      *      Contagem de cada fatia, para que a operação veja como a
      *    noite foi repartida.
       9300-GRAVAR-RELATORIO-PARTICOES.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING "EXECUCAO EM PARTICOES - CRITERIO " DELIMITED BY SIZE
             CRITERIO-NOITE DELIMITED BY SPACE
             INTO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           MOVE "QUANTIDADE DE PARTICOES:" TO ROTULO-RELATORIO
           MOVE QTD-PARTICOES TO VALOR-RELATORIO
           MOVE LINHA-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO.
      *
           PERFORM VARYING IND-PARTICAO FROM 1 BY 1
             UNTIL IND-PARTICAO GREATER THAN QTD-PARTICOES
             MOVE SPACES TO ROTULO-RELATORIO
             STRING "LIDOS NA PARTICAO " IND-PARTICAO ":"
               DELIMITED BY SIZE INTO ROTULO-RELATORIO
             MOVE PLN-LIDOS(IND-PARTICAO) TO VALOR-RELATORIO
             MOVE LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
             MOVE SPACES TO ROTULO-RELATORIO
             STRING "  REJEITADOS NA PARTICAO " IND-PARTICAO ":"
               DELIMITED BY SIZE INTO ROTULO-RELATORIO
             MOVE PLN-REJEITADOS(IND-PARTICAO) TO VALOR-RELATORIO
             MOVE LINHA-RELATORIO TO REG-RELATORIO
             WRITE REG-RELATORIO
           END-PERFORM.
      *
      *      Resumo da junção para o log do job.
       9500-EXIBIR-RESUMO.
           MOVE TOTAL-SAIDAS TO VALOR-EDITADO.
           DISPLAY "Registros juntados no CPFSAI...: " VALOR-EDITADO.
           MOVE TOTAL-EXCECOES TO VALOR-EDITADO.
           DISPLAY "Excecoes juntadas no CPFEXC....: " VALOR-EDITADO.
           MOVE TOTAL-AUDITORIA TO VALOR-EDITADO.
           DISPLAY "Linhas acrescentadas ao CPFAUDL: " VALOR-EDITADO.
           MOVE TOTAL-OCORRENCIAS TO VALOR-EDITADO.
           DISPLAY "Ocorrencias acrescidas CPFBLQL.: " VALOR-EDITADO.
           MOVE TOTAL-GRADE TO VALOR-EDITADO.
           DISPLAY "Registros acrescidos ao CPFGRD.: " VALOR-EDITADO.
           MOVE TOTAL-JORNAL TO VALOR-EDITADO.
           DISPLAY "Entradas acrescidas ao CPFJRN..: " VALOR-EDITADO.
           IF TOTAL-SAIDAS NOT EQUAL TO TOTAL-LIDOS
             DISPLAY "AVISO: CPFSAI juntado difere do total lido das "
               "particoes."
             IF RETURN-CODE LESS THAN 12
               MOVE 12 TO RETURN-CODE
             END-IF
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
           MOVE TOTAL-LIDOS TO GRADE-LIDOS.
           MOVE TOTAL-SAIDAS TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
