           SELECT TAREFAS-LOCK ASSIGN TO "tarefas.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPERADORES ASSIGN TO "operadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAREFAS-LOCK.
       01  LINHA-LOCK           PIC X(40).

       FD  OPERADORES.
       01  OPR-REGISTRO.
           05  OPR-ID            PIC X(8).
           05  OPR-NOME          PIC X(30).
           05  OPR-PAPEL         PIC X(1).
           05  OPR-ATIVO         PIC X(1).

       FD  RESUMO-LOG.
       01  RES-REGISTRO.
           05  RES-MES           PIC 9(6).
           88  TRAVA-OBTIDA         VALUE 'S'.
       01  WS-TENTATIVAS-TRAVA  PIC 9(2).
       01  WS-ESPERA-NANOS      PIC 9(18) VALUE 500000000.
       01  WS-OPERADORES-STATUS PIC XX.
       01  WS-EOF-OPERADORES    PIC X VALUE 'N'.
           88  FIM-DE-OPERADORES    VALUE 'S'.
       01  WS-OPERADOR-ID       PIC X(8).
       01  WS-OPERADOR-NOME     PIC X(30).
       01  WS-OPERADOR-PAPEL    PIC X(1).
       01  WS-OPERADOR-NIVEL    PIC 9(1) VALUE 0.
       01  WS-OPERADOR-OK       PIC X VALUE 'N'.
           88  OPERADOR-IDENTIFICADO VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Fechamento mensal do log de tarefas"
           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-IDENTIFICADO
               STOP RUN
           END-IF
           IF WS-OPERADOR-NIVEL < 3
               DISPLAY "Fechamento do log restrito a supervisores."
               STOP RUN
           END-IF
           DISPLAY "Mês de corte (AAAAMM; entradas de meses "
               "anteriores serão arquivadas): "
           ACCEPT WS-MES-CORTE
               CALL 'CBL_DELETE_FILE' USING "tarefas_log.txt"
               CALL 'CBL_RENAME_FILE' USING "tarefas_log.tmp",
                   "tarefas_log.txt"
               MOVE "FECHAR" TO WS-LOG-ACAO
               MOVE 0 TO WS-LOG-NUMERO
               MOVE SPACES TO WS-LOG-DESCRICAO
               STRING "Fechamento antes de " DELIMITED BY SIZE
                   WS-MES-CORTE DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-TOTAL-ARQUIVADAS DELIMITED BY SIZE
                   " entradas arquivadas" DELIMITED BY SIZE
                   INTO WS-LOG-DESCRICAO
               PERFORM REGISTRAR-LOG
               PERFORM LIBERAR-TRAVA
               PERFORM GRAVAR-RESUMOS
               DISPLAY "Entradas arquivadas: " WS-TOTAL-ARQUIVADAS
           END-IF
           STOP RUN.

       IDENTIFICAR-OPERADOR.
           MOVE 'N' TO WS-OPERADOR-OK
           DISPLAY "Identificação do operador: "
           MOVE SPACES TO WS-OPERADOR-ID
           ACCEPT WS-OPERADOR-ID
           MOVE 'N' TO WS-EOF-OPERADORES
           OPEN INPUT OPERADORES
           IF WS-OPERADORES-STATUS NOT = "00"
               DISPLAY "Cadastro de operadores inexistente; cadastre "
                   "operadores no Listador de Tarefas."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIM-DE-OPERADORES
               READ OPERADORES INTO OPR-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-OPERADORES
                   NOT AT END
                       IF OPR-ID = WS-OPERADOR-ID AND
                          WS-OPERADOR-ID NOT = SPACES
                           MOVE 'S' TO WS-EOF-OPERADORES
                           IF OPR-ATIVO = 'S'
                               MOVE OPR-NOME TO WS-OPERADOR-NOME
                               MOVE OPR-PAPEL TO WS-OPERADOR-PAPEL
                               MOVE 'S' TO WS-OPERADOR-OK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERADORES
           IF NOT OPERADOR-IDENTIFICADO
               DISPLAY "Operador não cadastrado ou inativo."
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-OPERADOR-PAPEL
               WHEN 'V'
                   MOVE 1 TO WS-OPERADOR-NIVEL
               WHEN 'E'
                   MOVE 2 TO WS-OPERADOR-NIVEL
               WHEN 'S'
                   MOVE 3 TO WS-OPERADOR-NIVEL
               WHEN OTHER
                   MOVE 0 TO WS-OPERADOR-NIVEL
           END-EVALUATE.

       REGISTRAR-LOG.
           ACCEPT WS-LOG-DATA-HORA FROM DATE YYYYMMDD
           ACCEPT WS-LOG-DATA-HORA(9:6) FROM TIME
           OPEN EXTEND TAREFAS-LOG
           IF WS-TAREFAS-LOG-STATUS = "35"
               OPEN OUTPUT TAREFAS-LOG
           END-IF
           MOVE SPACES TO LINHA-LOG
           STRING WS-LOG-DATA-HORA(1:14) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-LOG-ACAO DELIMITED BY SPACE
               " | " DELIMITED BY SIZE
               WS-LOG-NUMERO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-LOG-DESCRICAO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-OPERADOR-ID DELIMITED BY SPACE
               INTO LINHA-LOG
           WRITE LINHA-LOG
           CLOSE TAREFAS-LOG.

       OBTER-TRAVA.
           MOVE 'N' TO WS-TRAVA-OK
           MOVE 0 TO WS-TENTATIVAS-TRAVA
