       IDENTIFICATION DIVISION.
       PROGRAM-ID. DividirEntradaLote.
      *
      *      Divisão do CPFENT da noite em partições, para que
      *    VerificarCPFLote rode em fatias paralelas (modo PARTICAO) -
      *    uma corrente só já não cabia na janela, nem com o modo delta
      *    e os checkpoints. O critério vem do cartão CPFPRC:
      *        ORIGEM  - cada sistema de origem (ENT-SISTEMA-ORIGEM) é
      *    atribuído a uma partição; sistemas não listados caem na
      *    última;
      *        CLIENTE - faixas de id de cliente (ENT-ID-CLIENTE): cada
      *    linha dá o limite superior, inclusive, da partição; ids
      *    acima de todos os limites caem na última.
      *      Layout do cartão: a primeira linha traz o critério (8
      *    posições) e a quantidade de partições (2 dígitos, de 01 a
      *    99), separados por um espaço; as seguintes trazem o número
      *    da partição (2 dígitos), um espaço e o sistema de origem ou
      *    o limite de id.
      *      Cada partição nn recebe o seu CPFENTnn, com os registros
      *    na ordem em que vieram no CPFENT, e o seu cartão CPFPCTnn
      *    com a quantidade gravada e o identificador da noite - é
      *    contra ele que a fatia confere a sua contagem. O plano da
      *    noite, uma linha por partição, vai para o CPFPAR, de onde
      *    JuntarParticoesLote parte para reconstruir a saída única.
      *    Partição sem registros também recebe arquivo e cartão: a
      *    fatia roda vazia, e a junção não precisa tratar exceção.
      *      O cartão de controle CPFCTL não é lido aqui: a contagem
      *    esperada e o limite de rejeição valem para a noite inteira e
      *    são conciliados na junção.
      *      Cada execução fica registrada no diário da grade noturna
      *    CPFGRD (sub-rotina CPFGRDS). Sem os predecessores da mesma
      *    data de negócio concluídos o programa não roda e devolve
      *    RETURN-CODE 24.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CPF-ENTRADA ASSIGN TO "CPFENT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT ARQ-CARTAO-DIVISAO ASSIGN TO "CPFPRC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CARTAO.
      *
      *      Fatia da entrada em gravação; o nome é montado em tempo
      *    de execução como CPFENT + nn.
           SELECT ARQ-PARTICAO ASSIGN TO NOME-ARQUIVO-PARTICAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARTICAO.
      *
      *      Cartão da partição em gravação, CPFPCT + nn.
           SELECT ARQ-CARTAO-PARTICAO ASSIGN TO NOME-CARTAO-PARTICAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CARTAO-PARTICAO.
      *
      *      Plano da noite: uma linha por partição.
           SELECT ARQ-PLANO ASSIGN TO "CPFPAR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PLANO.
      *
           SELECT SD-PARTICAO ASSIGN TO "SORTWK1".
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CPF-ENTRADA.
           01 REG-CPF-ENTRADA.
             05 ENT-ID-CLIENTE     PIC X(10).
             05 FILLER             PIC X.
             05 ENT-NOME-CLIENTE   PIC X(40).
             05 FILLER             PIC X.
             05 ENT-SISTEMA-ORIGEM PIC X(4).
             05 FILLER             PIC X.
             05 ENT-DOCUMENTO      PIC X(18).
      *
       FD  ARQ-CARTAO-DIVISAO.
           01 REG-CARTAO-DIVISAO.
             05 PRC-CAMPO-1        PIC X(8).
             05 FILLER             PIC X.
             05 PRC-CAMPO-2        PIC X(10).
      *
       FD  ARQ-PARTICAO.
           01 REG-PARTICAO        PIC X(75).
      *
      *      Cartão da partição e linha do plano, no mesmo layout:
      *    partição, quantidade de registros gravada, identificador da
      *    noite, critério, situação (DIVIDIDA ao sair daqui; AUDL-OK,
      *    BLQL-OK, GRDP-OK e JUNTADA conforme a junção avança) e
      *    quantidade de partições da noite.
       FD  ARQ-CARTAO-PARTICAO.
           01 REG-CARTAO-PARTICAO PIC X(50).
      *
       FD  ARQ-PLANO.
           01 REG-PLANO           PIC X(50).
      *
       SD  SD-PARTICAO.
           01 REG-SD-PARTICAO.
             05 SDP-PARTICAO       PIC 9(2).
             05 SDP-SEQUENCIA      PIC 9(9).
             05 SDP-REGISTRO       PIC X(75).
      *
       WORKING-STORAGE SECTION.
      *
      *      Status dos arquivos ("00" = OK).
           01 WS-STATUS-ENTRADA  PIC X(2) VALUE SPACES.
           01 WS-STATUS-CARTAO   PIC X(2) VALUE SPACES.
           01 WS-STATUS-PARTICAO PIC X(2) VALUE SPACES.
           01 WS-STATUS-CARTAO-PARTICAO PIC X(2) VALUE SPACES.
           01 WS-STATUS-PLANO    PIC X(2) VALUE SPACES.
      *
      *      Indicadores de fim de arquivo.
           01 FIM-CARTAO       PIC X VALUE "N".
             88 NAO-HA-MAIS-CARTAO VALUE "S".
      *
           01 FIM-ENTRADA      PIC X VALUE "N".
             88 NAO-HA-MAIS-ENTRADA VALUE "S".
      *
           01 FIM-SORT         PIC X VALUE "N".
             88 NAO-HA-MAIS-SORT VALUE "S".
      *
      *      Critério e quantidade de partições lidos do cartão.
           01 CRITERIO-DIVISAO PIC X(8) VALUE SPACES.
             88 CRITERIO-ORIGEM  VALUE "ORIGEM  ".
             88 CRITERIO-CLIENTE VALUE "CLIENTE ".
      *
           01 QTD-PARTICOES    PIC 9(2) VALUE ZERO.
      *
      *      Regras do cartão: partição e valor (sistema de origem ou
      *    limite superior de id de cliente), na ordem do cartão.
           01 QTD-REGRAS       PIC 9(3) COMP VALUE ZERO.
      *
           01 TABELA-REGRAS.
             05 REGRA OCCURS 200 TIMES.
               10 REGRA-PARTICAO PIC 9(2).
               10 REGRA-VALOR    PIC X(10).
      *
           01 IND-REGRA        PIC 9(3) COMP VALUE ZERO.
      *
      *      Quantidade de registros gravada em cada partição.
           01 TABELA-CONTAGENS.
             05 QTD-NA-PARTICAO PIC 9(9) OCCURS 99 TIMES.
      *
           01 IND-PARTICAO     PIC 9(2) VALUE ZERO.
      *
      *      Partição do registro corrente e partição cuja fatia está
      *    aberta no momento.
           01 PARTICAO-REGISTRO PIC 9(2) VALUE ZERO.
      *
           01 PARTICAO-ABERTA  PIC 9(2) VALUE ZERO.
      *
      *      Nomes montados em tempo de execução.
           01 NOME-ARQUIVO-PARTICAO PIC X(12) VALUE SPACES.
      *
           01 NOME-CARTAO-PARTICAO  PIC X(12) VALUE SPACES.
      *
      *      Identificador da noite (data e hora do início da
      *    divisão), comum a todas as fatias.
           01 EXECUCAO-NOITE   PIC X(16) VALUE SPACES.
      *
      *      Linha do plano e do cartão da partição, montada aqui.
           01 LINHA-PLANO.
             05 PAR-PARTICAO       PIC 9(2).
             05 FILLER             PIC X VALUE SPACE.
             05 PAR-QTD-REGISTROS  PIC 9(9).
             05 FILLER             PIC X VALUE SPACE.
             05 PAR-EXECUCAO       PIC X(16).
             05 FILLER             PIC X VALUE SPACE.
             05 PAR-CRITERIO       PIC X(8).
             05 FILLER             PIC X VALUE SPACE.
             05 PAR-SITUACAO       PIC X(8).
             05 FILLER             PIC X VALUE SPACE.
             05 PAR-QTD-PARTICOES  PIC 9(2).
      *
      *      Contadores do resumo.
           01 TOTAL-LIDOS      PIC 9(9) VALUE ZERO.
           01 TOTAL-GRAVADOS   PIC 9(9) VALUE ZERO.
      *
      *      Edição dos contadores para exibição.
           01 VALOR-EDITADO    PIC ZZZZZZZZ9.
      *
      *      Área de comunicação com a sub-rotina CPFGRDS: registro
      *    desta execução no diário da grade noturna CPFGRD e
      *    conferência dos predecessores na mesma data de negócio.
           01 GRADE-FUNCAO     PIC X VALUE SPACE.
      *
           01 GRADE-REG.
             05 GRADE-PROGRAMA      PIC X(30)
               VALUE "DividirEntradaLote".
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
       0000-DIVIDIR-ENTRADA.
           PERFORM 9800-REGISTRAR-INICIO
           MOVE FUNCTION CURRENT-DATE(1:16) TO EXECUCAO-NOITE
           PERFORM 1000-LER-CARTAO-DIVISAO
           INITIALIZE TABELA-CONTAGENS
           SORT SD-PARTICAO
             ON ASCENDING KEY SDP-PARTICAO SDP-SEQUENCIA
             INPUT PROCEDURE IS 2000-DISTRIBUIR-ENTRADA
             OUTPUT PROCEDURE IS 3000-GRAVAR-PARTICOES
           PERFORM 4000-GRAVAR-CARTOES-E-PLANO
           PERFORM 9000-EXIBIR-RESUMO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Lê o cartão de divisão: critério, quantidade de partições
      *    e regras. Cartão ausente ou imprestável não divide nada - o
      *    lote da noite não pode rodar em fatias montadas às cegas.
       1000-LER-CARTAO-DIVISAO.
           OPEN INPUT ARQ-CARTAO-DIVISAO
           IF WS-STATUS-CARTAO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o cartao de "
               "divisao CPFPRC (status " WS-STATUS-CARTAO ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           READ ARQ-CARTAO-DIVISAO
             AT END
               DISPLAY "ERRO: cartao de divisao CPFPRC vazio."
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-CARTAO-DIVISAO
               PERFORM 9900-ENCERRAR-EXECUCAO
           END-READ
           MOVE PRC-CAMPO-1 TO CRITERIO-DIVISAO
           INSPECT CRITERIO-DIVISAO
             CONVERTING "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF (NOT CRITERIO-ORIGEM AND NOT CRITERIO-CLIENTE)
             OR PRC-CAMPO-2(1:2) IS NOT NUMERIC
             DISPLAY "ERRO: cartao de divisao CPFPRC invalido - "
               "informe ORIGEM ou CLIENTE e a quantidade de "
               "particoes com 2 digitos."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-CARTAO-DIVISAO
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           MOVE PRC-CAMPO-2(1:2) TO QTD-PARTICOES
           IF QTD-PARTICOES EQUAL TO ZERO
             DISPLAY "ERRO: cartao de divisao CPFPRC invalido - "
               "quantidade de particoes deve ser de 01 a 99."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-CARTAO-DIVISAO
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM UNTIL NAO-HA-MAIS-CARTAO
             READ ARQ-CARTAO-DIVISAO
               AT END
                 SET NAO-HA-MAIS-CARTAO TO TRUE
               NOT AT END
                 PERFORM 1100-GUARDAR-REGRA
             END-READ
           END-PERFORM
           CLOSE ARQ-CARTAO-DIVISAO.
      *
      *      Guarda uma regra do cartão; linha em branco é ignorada e
      *    regra para partição fora da faixa derruba a divisão.
       1100-GUARDAR-REGRA.
           IF REG-CARTAO-DIVISAO EQUAL TO SPACES
             EXIT PARAGRAPH
           END-IF.
           IF PRC-CAMPO-1(1:2) IS NOT NUMERIC
             OR PRC-CAMPO-1(1:2) EQUAL TO "00"
             OR PRC-CAMPO-1(1:2) GREATER THAN QTD-PARTICOES
             OR QTD-REGRAS NOT LESS THAN 200
             DISPLAY "ERRO: regra invalida no cartao CPFPRC: '"
               REG-CARTAO-DIVISAO "'."
             MOVE 8 TO RETURN-CODE
             CLOSE ARQ-CARTAO-DIVISAO
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           ADD 1 TO QTD-REGRAS.
           MOVE PRC-CAMPO-1(1:2) TO REGRA-PARTICAO(QTD-REGRAS).
           MOVE REG-CARTAO-DIVISAO(4:10) TO REGRA-VALOR(QTD-REGRAS).
      *
      *      Alimenta o SORT com cada registro do CPFENT, marcado com
      *    a partição de destino e com a sua sequência na entrada -
      *    dentro da fatia os registros saem na ordem de chegada.
       2000-DISTRIBUIR-ENTRADA.
           OPEN INPUT ARQ-CPF-ENTRADA
           IF WS-STATUS-ENTRADA NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o arquivo de "
               "entrada CPFENT (status " WS-STATUS-ENTRADA ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM UNTIL NAO-HA-MAIS-ENTRADA
             READ ARQ-CPF-ENTRADA
               AT END
                 SET NAO-HA-MAIS-ENTRADA TO TRUE
               NOT AT END
                 ADD 1 TO TOTAL-LIDOS
                 PERFORM 2100-ESCOLHER-PARTICAO
                 MOVE PARTICAO-REGISTRO TO SDP-PARTICAO
                 MOVE TOTAL-LIDOS TO SDP-SEQUENCIA
                 MOVE REG-CPF-ENTRADA TO SDP-REGISTRO
                 RELEASE REG-SD-PARTICAO
             END-READ
           END-PERFORM
           CLOSE ARQ-CPF-ENTRADA.
      *
      *      Aplica as regras do cartão ao registro corrente; sem
      *    regra que o alcance, o registro vai para a última partição.
       2100-ESCOLHER-PARTICAO.
           MOVE QTD-PARTICOES TO PARTICAO-REGISTRO.
           PERFORM VARYING IND-REGRA FROM 1 BY 1
             UNTIL IND-REGRA GREATER THAN QTD-REGRAS
             IF CRITERIO-ORIGEM
               IF REGRA-VALOR(IND-REGRA)(1:4) EQUAL TO
                 ENT-SISTEMA-ORIGEM
                 MOVE REGRA-PARTICAO(IND-REGRA) TO PARTICAO-REGISTRO
                 EXIT PERFORM
               END-IF
             ELSE
               IF ENT-ID-CLIENTE NOT GREATER THAN
                 REGRA-VALOR(IND-REGRA)
                 MOVE REGRA-PARTICAO(IND-REGRA) TO PARTICAO-REGISTRO
                 EXIT PERFORM
               END-IF
             END-IF
           END-PERFORM.
      *
      *      Recebe os registros classificados por partição e grava
      *    cada fatia no seu CPFENTnn, trocando de arquivo quando a
      *    partição muda.
       3000-GRAVAR-PARTICOES.
           PERFORM UNTIL NAO-HA-MAIS-SORT
             RETURN SD-PARTICAO
               AT END
                 SET NAO-HA-MAIS-SORT TO TRUE
               NOT AT END
                 IF SDP-PARTICAO NOT EQUAL TO PARTICAO-ABERTA
                   IF PARTICAO-ABERTA NOT EQUAL TO ZERO
                     CLOSE ARQ-PARTICAO
                   END-IF
                   MOVE SDP-PARTICAO TO PARTICAO-ABERTA
                   PERFORM 3100-ABRIR-PARTICAO
                 END-IF
                 WRITE REG-PARTICAO FROM SDP-REGISTRO
                 IF WS-STATUS-PARTICAO NOT EQUAL TO "00"
                   DISPLAY "ERRO: falha ao gravar a particao "
                     NOME-ARQUIVO-PARTICAO " (status "
                     WS-STATUS-PARTICAO ")."
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9900-ENCERRAR-EXECUCAO
                 END-IF
                 ADD 1 TO QTD-NA-PARTICAO(PARTICAO-ABERTA)
                 ADD 1 TO TOTAL-GRAVADOS
             END-RETURN
           END-PERFORM
           IF PARTICAO-ABERTA NOT EQUAL TO ZERO
             CLOSE ARQ-PARTICAO
           END-IF
      *      Partição que não recebeu registro nenhum ganha o seu
      *    arquivo vazio, para que a fatia rode e termine normalmente.
           PERFORM VARYING IND-PARTICAO FROM 1 BY 1
             UNTIL IND-PARTICAO GREATER THAN QTD-PARTICOES
             IF QTD-NA-PARTICAO(IND-PARTICAO) EQUAL TO ZERO
               MOVE IND-PARTICAO TO PARTICAO-ABERTA
               PERFORM 3100-ABRIR-PARTICAO
               CLOSE ARQ-PARTICAO
             END-IF
           END-PERFORM.
      *
      *      Abre (recriando) o CPFENTnn da partição em
      *    PARTICAO-ABERTA.
       3100-ABRIR-PARTICAO.
           MOVE SPACES TO NOME-ARQUIVO-PARTICAO.
           STRING "CPFENT" PARTICAO-ABERTA DELIMITED BY SIZE
             INTO NOME-ARQUIVO-PARTICAO.
           OPEN OUTPUT ARQ-PARTICAO.
           IF WS-STATUS-PARTICAO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir a particao "
               NOME-ARQUIVO-PARTICAO " (status " WS-STATUS-PARTICAO
               ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
      *
      *      Grava o cartão de cada partição e o plano da noite.
       4000-GRAVAR-CARTOES-E-PLANO.
           OPEN OUTPUT ARQ-PLANO
           IF WS-STATUS-PLANO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel abrir o plano de "
               "particoes CPFPAR (status " WS-STATUS-PLANO ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF
           PERFORM VARYING IND-PARTICAO FROM 1 BY 1
             UNTIL IND-PARTICAO GREATER THAN QTD-PARTICOES
             MOVE IND-PARTICAO TO PAR-PARTICAO
             MOVE QTD-NA-PARTICAO(IND-PARTICAO) TO PAR-QTD-REGISTROS
             MOVE EXECUCAO-NOITE TO PAR-EXECUCAO
             MOVE CRITERIO-DIVISAO TO PAR-CRITERIO
             MOVE "DIVIDIDA" TO PAR-SITUACAO
             MOVE QTD-PARTICOES TO PAR-QTD-PARTICOES
             WRITE REG-PLANO FROM LINHA-PLANO
             MOVE SPACES TO NOME-CARTAO-PARTICAO
             STRING "CPFPCT" IND-PARTICAO DELIMITED BY SIZE
               INTO NOME-CARTAO-PARTICAO
             OPEN OUTPUT ARQ-CARTAO-PARTICAO
             IF WS-STATUS-CARTAO-PARTICAO NOT EQUAL TO "00"
               DISPLAY "ERRO: nao foi possivel gravar o cartao "
                 NOME-CARTAO-PARTICAO " (status "
                 WS-STATUS-CARTAO-PARTICAO ")."
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-PLANO
               PERFORM 9900-ENCERRAR-EXECUCAO
             END-IF
             WRITE REG-CARTAO-PARTICAO FROM LINHA-PLANO
             CLOSE ARQ-CARTAO-PARTICAO
           END-PERFORM
           CLOSE ARQ-PLANO.
      *
      *      Resumo da divisão para o log do job.
       9000-EXIBIR-RESUMO.
           MOVE TOTAL-LIDOS TO VALOR-EDITADO.
           DISPLAY "Registros lidos do CPFENT.....: " VALOR-EDITADO.
           PERFORM VARYING IND-PARTICAO FROM 1 BY 1
             UNTIL IND-PARTICAO GREATER THAN QTD-PARTICOES
             MOVE QTD-NA-PARTICAO(IND-PARTICAO) TO VALOR-EDITADO
             DISPLAY "  gravados na particao " IND-PARTICAO "......: "
               VALOR-EDITADO
           END-PERFORM.
           MOVE TOTAL-GRAVADOS TO VALOR-EDITADO.
           DISPLAY "Registros gravados nas fatias.: " VALOR-EDITADO.
           IF TOTAL-GRAVADOS NOT EQUAL TO TOTAL-LIDOS
             DISPLAY "*** CONTAGEM NAO CONFERE - fatias diferem da "
               "entrada."
             MOVE 12 TO RETURN-CODE
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
           MOVE TOTAL-GRAVADOS TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
