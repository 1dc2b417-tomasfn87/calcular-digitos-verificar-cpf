       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistrarChegadaArquivo.
      *
      *      Registra no diário da grade noturna CPFGRD a chegada de
      *    um arquivo externo - hoje o CPFSIT com a situação cadastral
      *    da Receita - para que os passos que dependem dele
      *    (CarregarSituacao, ReconciliarSituacao) só rodem depois
      *    que ele estiver no lugar. O escalonador chama o programa
      *    com o nome do arquivo assim que a transmissão termina.
      *      O arquivo é lido de ponta a ponta: a chegada só fica
      *    registrada como limpa (RETURN-CODE 0) se ele existir e
      *    tiver ao menos um registro; ausente, ilegível ou vazio, o
      *    término sai com RETURN-CODE 8 e os dependentes continuam
      *    recusados até uma nova chegada na mesma data de negócio.
      *    No diário, o nome do arquivo ocupa o lugar do programa e a
      *    quantidade de registros vai em lidos.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *      Arquivo recebido; o nome vem da linha de comando.
           SELECT ARQ-CHEGADA ASSIGN TO NOME-ARQUIVO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CHEGADA.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CHEGADA.
           01 REG-CHEGADA      PIC X(200).
      *
       WORKING-STORAGE SECTION.
      *
      *      Status do arquivo ("00" = OK, "35" = não existe).
           01 WS-STATUS-CHEGADA PIC X(2) VALUE SPACES.
      *
           01 FIM-CHEGADA      PIC X VALUE "N".
             88 NAO-HA-MAIS-CHEGADA VALUE "S".
      *
      *      Nome do arquivo recebido por linha de comando.
           01 NOME-ARQUIVO-ARG PIC X(30) VALUE SPACES.
           01 NOME-ARQUIVO     PIC X(30) VALUE SPACES.
      *
           01 TOTAL-LIDOS      PIC 9(9) VALUE ZERO.
           01 VALOR-EDITADO    PIC ZZZZZZZZ9.
      *
      *      Área de comunicação com a sub-rotina CPFGRDS: registro
      *    da chegada no diário da grade noturna CPFGRD.
           01 GRADE-FUNCAO     PIC X VALUE SPACE.
      *
           01 GRADE-REG.
             05 GRADE-PROGRAMA      PIC X(30) VALUE SPACES.
             05 GRADE-MODO          PIC X(8) VALUE "CHEGADA".
             05 GRADE-DATA-NEGOCIO  PIC X(8) VALUE SPACES.
             05 GRADE-EXECUCAO      PIC X(16) VALUE SPACES.
             05 GRADE-RC            PIC 9(4) VALUE ZERO.
             05 GRADE-LIDOS         PIC 9(9) VALUE ZERO.
             05 GRADE-GRAVADOS      PIC 9(9) VALUE ZERO.
             05 GRADE-PENDENCIA     PIC X(60) VALUE SPACES.
      *
           01 GRADE-RETORNO    PIC X(2) VALUE SPACES.
      *
       PROCEDURE DIVISION CHAINING NOME-ARQUIVO-ARG.
       0000-REGISTRAR-CHEGADA.
           PERFORM 0100-PREPARAR-NOME
           PERFORM 9800-REGISTRAR-INICIO
           PERFORM 1000-CONTAR-REGISTROS
           MOVE TOTAL-LIDOS TO VALOR-EDITADO
           DISPLAY "Chegada de " NOME-ARQUIVO
           DISPLAY "  Registros recebidos: " VALOR-EDITADO
           PERFORM 9900-ENCERRAR-EXECUCAO.
      *
      *      Normaliza o nome recebido por linha de comando: o
      *    argumento pode vir preenchido com LOW-VALUES além do texto.
      *    Sem nome não há o que registrar no diário.
       0100-PREPARAR-NOME.
           INSPECT NOME-ARQUIVO-ARG REPLACING ALL LOW-VALUE BY SPACE.
           IF NOME-ARQUIVO-ARG EQUAL TO SPACES
             DISPLAY "USO: RegistrarChegadaArquivo <arquivo>"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE NOME-ARQUIVO-ARG TO NOME-ARQUIVO.
           MOVE NOME-ARQUIVO-ARG TO GRADE-PROGRAMA.
      *
      *      Lê o arquivo inteiro contando os registros; ausente ou
      *    vazio, a chegada não vale.
       1000-CONTAR-REGISTROS.
           OPEN INPUT ARQ-CHEGADA.
           IF WS-STATUS-CHEGADA NOT EQUAL TO "00"
             DISPLAY "ERRO: arquivo " NOME-ARQUIVO
               " nao encontrado ou ilegivel (status "
               WS-STATUS-CHEGADA ")."
             MOVE 8 TO RETURN-CODE
             PERFORM 9900-ENCERRAR-EXECUCAO
           END-IF.
           PERFORM UNTIL NAO-HA-MAIS-CHEGADA
             READ ARQ-CHEGADA
               AT END
                 SET NAO-HA-MAIS-CHEGADA TO TRUE
               NOT AT END
                 ADD 1 TO TOTAL-LIDOS
             END-READ
           END-PERFORM.
           CLOSE ARQ-CHEGADA.
           IF TOTAL-LIDOS EQUAL TO ZERO
             DISPLAY "ERRO: arquivo " NOME-ARQUIVO " chegou vazio."
             MOVE 8 TO RETURN-CODE
           END-IF.
      *
      *      Registra o início da chegada no diário da grade noturna.
       9800-REGISTRAR-INICIO.
           MOVE "I" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           MOVE ZERO TO RETURN-CODE.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "ERRO: nao foi possivel registrar a chegada "
               "no diario da grade CPFGRD (retorno " GRADE-RETORNO
               ") " GRADE-PENDENCIA
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
      *      Encerra: registra no diário o RETURN-CODE e a quantidade
      *    de registros recebidos e termina com o mesmo RETURN-CODE.
       9900-ENCERRAR-EXECUCAO.
           MOVE RETURN-CODE TO GRADE-RC.
           MOVE TOTAL-LIDOS TO GRADE-LIDOS.
           MOVE ZERO TO GRADE-GRAVADOS.
           MOVE "F" TO GRADE-FUNCAO.
           CALL "CPFGRDS" USING GRADE-FUNCAO GRADE-REG GRADE-RETORNO.
           IF GRADE-RETORNO NOT EQUAL TO "00"
             DISPLAY "AVISO: termino nao registrado no diario da grade "
               "CPFGRD (retorno " GRADE-RETORNO ")."
           END-IF.
           MOVE GRADE-RC TO RETURN-CODE.
           STOP RUN.
