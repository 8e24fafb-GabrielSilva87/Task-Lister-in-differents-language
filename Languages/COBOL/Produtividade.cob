           SELECT RESUMO-LOG ASSIGN TO "log_resumo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUMO-STATUS.
           SELECT OPERADORES ASSIGN TO "operadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RES-PRIO-3        PIC 9(5).
           05  RES-PRIO-SEM      PIC 9(5).

       FD  OPERADORES.
       01  OPR-REGISTRO.
           05  OPR-ID            PIC X(8).
           05  OPR-NOME          PIC X(30).
           05  OPR-PAPEL         PIC X(1).
           05  OPR-ATIVO         PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-TAREFAS-STATUS    PIC XX.
       01  WS-TAREFAS-HIST-STATUS PIC XX.
               10  WS-PAR-NUMERO    PIC 9(5).
               10  WS-PAR-INT-ADD   PIC 9(8).
               10  WS-PAR-INT-CONCL PIC 9(8).
               10  WS-PAR-INT-ESPERA PIC 9(8).
               10  WS-PAR-DIAS-ESPERA PIC 9(5).
       01  WS-PRIO-QTD.
           05  WS-PRIO-CONCL OCCURS 3 TIMES PIC 9(4).
       01  WS-PRIO-SEM-INFO     PIC 9(4).
               10  WS-RESP-ADICIONADAS PIC 9(4).
               10  WS-RESP-CONCLUIDAS  PIC 9(4).
               10  WS-RESP-ABERTAS     PIC 9(4).
               10  WS-RESP-ESPERA      PIC 9(4).
       01  WS-RESP-BUSCA        PIC X(20).
       01  WS-IDX-RESP          PIC 9(3).
       01  WS-RESP-CHEIA        PIC X VALUE 'N'.
       01  WS-TOTAL-ADICIONADAS PIC 9(4).
       01  WS-TOTAL-CONCLUIDAS  PIC 9(4).
       01  WS-TOTAL-EXCLUIDAS   PIC 9(4).
       01  WS-TOTAL-CANCELADAS  PIC 9(4).
       01  WS-SALDO             PIC S9(4).
       01  WS-SALDO-ED          PIC +ZZZ9.
       01  WS-PARES-COMPLETOS   PIC 9(4).
       01  WS-SOMA-DIAS         PIC 9(6).
       01  WS-SOMA-ESPERA       PIC 9(6).
       01  WS-MEDIA-DIAS        PIC 9(4)V9.
       01  WS-MEDIA-DIAS-ED     PIC ZZZ9.9.
       01  WS-DIFERENCA         PIC 9(4).
           88  TABELA-SEMANAS-CHEIA VALUE 'S'.
       01  WS-PARES-CHEIOS      PIC X VALUE 'N'.
           88  TABELA-PARES-CHEIA   VALUE 'S'.
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
           DISPLAY "Relatório de Produtividade"
           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-IDENTIFICADO
               STOP RUN
           END-IF
           DISPLAY "Data inicial (AAAAMMDD): "
           ACCEPT WS-DATA-INICIAL
           DISPLAY "Data final (AAAAMMDD): "
           DISPLAY "Relatório gravado em produtividade.txt"
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

       CARREGAR-PRIORIDADES.
           MOVE 0 TO WS-NUM-QTD
           MOVE 0 TO WS-RESP-QTD
                                       WS-RESP-ABERTAS(WS-IDX-RESP)
                               END-IF
                           END-IF
                           IF TAREFA-STATUS = 'E'
                               MOVE TAREFA-RESPONSAVEL TO
                                   WS-RESP-BUSCA
                               PERFORM LOCALIZAR-RESPONSAVEL
                               IF WS-IDX-RESP > 0
                                   ADD 1 TO
                                       WS-RESP-ESPERA(WS-IDX-RESP)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAREFAS
               MOVE 0 TO WS-RESP-ADICIONADAS(WS-IDX-RESP)
               MOVE 0 TO WS-RESP-CONCLUIDAS(WS-IDX-RESP)
               MOVE 0 TO WS-RESP-ABERTAS(WS-IDX-RESP)
               MOVE 0 TO WS-RESP-ESPERA(WS-IDX-RESP)
           ELSE
               MOVE 'S' TO WS-RESP-CHEIA
               MOVE 0 TO WS-IDX-RESP
           MOVE 0 TO WS-TOTAL-ADICIONADAS
           MOVE 0 TO WS-TOTAL-CONCLUIDAS
           MOVE 0 TO WS-TOTAL-EXCLUIDAS
           MOVE 0 TO WS-TOTAL-CANCELADAS
           MOVE 0 TO WS-PRIO-SEM-INFO
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               MOVE 0 TO WS-PRIO-CONCL(WS-IDX)
               WHEN "EXCLUIR"
                   ADD 1 TO WS-TOTAL-EXCLUIDAS
                   PERFORM ACUMULAR-DIA
               WHEN "CANCELAR"
                   ADD 1 TO WS-TOTAL-CANCELADAS
               WHEN "ESPERA"
                   PERFORM ANOTAR-PAR-ESPERA
               WHEN "RETOMAR"
                   PERFORM ANOTAR-PAR-RETOMADA
           END-EVALUATE.

       LOCALIZAR-DIA.
               COMPUTE WS-PAR-INT-ADD(WS-PAR-QTD) =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-LOG)
               MOVE 0 TO WS-PAR-INT-CONCL(WS-PAR-QTD)
               MOVE 0 TO WS-PAR-INT-ESPERA(WS-PAR-QTD)
               MOVE 0 TO WS-PAR-DIAS-ESPERA(WS-PAR-QTD)
           ELSE
               MOVE 'S' TO WS-PARES-CHEIOS
           END-IF.
                   IF WS-PAR-INT-CONCL(WS-IDX-PAR) = 0
                       COMPUTE WS-PAR-INT-CONCL(WS-IDX-PAR) =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-LOG)
                       PERFORM FECHAR-ESPERA-PAR
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       ANOTAR-PAR-ESPERA.
           IF WS-LOG-NUMERO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-PAR-QTD
               IF WS-PAR-NUMERO(WS-IDX-PAR) = WS-LOG-NUMERO
                   IF WS-PAR-INT-CONCL(WS-IDX-PAR) = 0 AND
                      WS-PAR-INT-ESPERA(WS-IDX-PAR) = 0
                       COMPUTE WS-PAR-INT-ESPERA(WS-IDX-PAR) =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-LOG)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       ANOTAR-PAR-RETOMADA.
           IF WS-LOG-NUMERO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-PAR-QTD
               IF WS-PAR-NUMERO(WS-IDX-PAR) = WS-LOG-NUMERO
                   IF WS-PAR-INT-CONCL(WS-IDX-PAR) = 0
                       PERFORM FECHAR-ESPERA-PAR
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       FECHAR-ESPERA-PAR.
           IF WS-PAR-INT-ESPERA(WS-IDX-PAR) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INT-LOG = FUNCTION INTEGER-OF-DATE(WS-DATA-LOG)
           IF WS-INT-LOG > WS-PAR-INT-ESPERA(WS-IDX-PAR)
               COMPUTE WS-PAR-DIAS-ESPERA(WS-IDX-PAR) =
                   WS-PAR-DIAS-ESPERA(WS-IDX-PAR) + WS-INT-LOG
                   - WS-PAR-INT-ESPERA(WS-IDX-PAR)
           END-IF
           MOVE 0 TO WS-PAR-INT-ESPERA(WS-IDX-PAR).

       ACUMULAR-PRIORIDADE.
           MOVE 0 TO WS-PRIO-LOOKUP
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
               " tarefas)" DELIMITED BY SIZE
               INTO LINHA-PROD
           WRITE LINHA-PROD
           IF WS-SOMA-ESPERA > 0
               MOVE SPACES TO LINHA-PROD
               STRING "  (descontados " DELIMITED BY SIZE
                   WS-SOMA-ESPERA DELIMITED BY SIZE
                   " dias em espera)" DELIMITED BY SIZE
                   INTO LINHA-PROD
               WRITE LINHA-PROD
           END-IF
           IF TABELA-PARES-CHEIA
               MOVE "  Aviso: tarefas além da capacidade não entrar"
                 & "am na média." TO LINHA-PROD
           MOVE SPACES TO LINHA-PROD
           COMPUTE WS-SALDO = WS-TOTAL-ADICIONADAS
               - WS-TOTAL-CONCLUIDAS - WS-TOTAL-EXCLUIDAS
               - WS-TOTAL-CANCELADAS
           MOVE WS-SALDO TO WS-SALDO-ED
           STRING "Tendência do backlog: " DELIMITED BY SIZE
               WS-SALDO-ED DELIMITED BY SIZE
               WS-TOTAL-CONCLUIDAS DELIMITED BY SIZE
               " ex. " DELIMITED BY SIZE
               WS-TOTAL-EXCLUIDAS DELIMITED BY SIZE
               " ca. " DELIMITED BY SIZE
               WS-TOTAL-CANCELADAS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINHA-PROD
           WRITE LINHA-PROD
               "  abertas " DELIMITED BY SIZE
               WS-RESP-ABERTAS(WS-IDX-RESP) DELIMITED BY SIZE
               INTO LINHA-PROD
           WRITE LINHA-PROD
           IF WS-RESP-ESPERA(WS-IDX-RESP) > 0
               MOVE SPACES TO LINHA-PROD
               STRING "    (em espera: " DELIMITED BY SIZE
                   WS-RESP-ESPERA(WS-IDX-RESP) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO LINHA-PROD
               WRITE LINHA-PROD
           END-IF.

       ESCREVER-LINHA-RESUMO-FECHADO.
           MOVE SPACES TO LINHA-PROD
       CALCULAR-MEDIA-CONCLUSAO.
           MOVE 0 TO WS-PARES-COMPLETOS
           MOVE 0 TO WS-SOMA-DIAS
           MOVE 0 TO WS-SOMA-ESPERA
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-PAR-QTD
               IF WS-PAR-INT-CONCL(WS-IDX-PAR) > 0 AND
                   COMPUTE WS-DIFERENCA =
                       WS-PAR-INT-CONCL(WS-IDX-PAR)
                       - WS-PAR-INT-ADD(WS-IDX-PAR)
                   IF WS-PAR-DIAS-ESPERA(WS-IDX-PAR) > WS-DIFERENCA
                       MOVE WS-DIFERENCA TO
                           WS-PAR-DIAS-ESPERA(WS-IDX-PAR)
                   END-IF
                   SUBTRACT WS-PAR-DIAS-ESPERA(WS-IDX-PAR) FROM
                       WS-DIFERENCA
                   ADD WS-PAR-DIAS-ESPERA(WS-IDX-PAR) TO WS-SOMA-ESPERA
                   ADD WS-DIFERENCA TO WS-SOMA-DIAS
               END-IF
           END-PERFORM
