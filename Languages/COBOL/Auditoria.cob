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
       01  OPCAO                PIC 9(2).
       01  FIM                  PIC X VALUE 'N'.
       01  WS-LOG-CAMPO3        PIC X(100).
       01  WS-LOG-NUMERO        PIC 9(5).
       01  WS-LOG-DESCRICAO     PIC X(100).
       01  WS-LOG-OPERADOR      PIC X(8).
       01  WS-OPERADOR-BUSCA    PIC X(8).
       01  WS-NUMERO-BUSCA      PIC 9(5).
       01  WS-DATA-INICIAL      PIC 9(8).
       01  WS-DATA-FINAL        PIC 9(8).
       01  WS-DATA-LOG          PIC 9(8).
       01  WS-TABELA-HIST.
           05  WS-HIST-ENT OCCURS 500 TIMES.
               10  WS-HIST-NUMERO   PIC 9(5).
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
           DISPLAY "Auditoria do Listador de Tarefas"
           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-IDENTIFICADO
               STOP RUN
           END-IF
           IF WS-OPERADOR-NIVEL < 3
               DISPLAY "Auditoria do log restrita a supervisores."
               STOP RUN
           END-IF
           PERFORM UNTIL FIM = 'S'
               DISPLAY "Auditoria do Listador de Tarefas"
               DISPLAY "1. Consultar log por período"
               DISPLAY "3. Consultar log por descrição"
               DISPLAY "4. Reconciliar log com tarefas.dat"
               DISPLAY "5. Consultar segmento arquivado do log"
               DISPLAY "6. Consultar log por operador"
               DISPLAY "7. Sair"
               DISPLAY "Escolha uma opção: "
               ACCEPT OPCAO

                   WHEN 5
                       PERFORM CONSULTAR-SEGMENTO
                   WHEN 6
                       PERFORM CONSULTAR-POR-OPERADOR
                   WHEN 7
                       MOVE 'S' TO FIM
                   WHEN OTHER
                       DISPLAY "Opção inválida. Tente novamente."
           END-PERFORM
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

       DECOMPOR-LINHA-LOG.
           MOVE SPACES TO WS-LOG-DATA-HORA
           MOVE SPACES TO WS-LOG-ACAO
           MOVE SPACES TO WS-LOG-CAMPO3
           MOVE SPACES TO WS-LOG-DESCRICAO
           MOVE SPACES TO WS-LOG-OPERADOR
           UNSTRING LINHA-LOG DELIMITED BY " | "
               INTO WS-LOG-DATA-HORA, WS-LOG-ACAO,
                    WS-LOG-CAMPO3, WS-LOG-DESCRICAO,
                    WS-LOG-OPERADOR
           MOVE WS-LOG-CAMPO3(1:5) TO WS-LOG-NUMERO-X
           IF WS-LOG-NUMERO-X IS NUMERIC AND
              WS-LOG-CAMPO3(6:) = SPACES
               DISPLAY "Registros exibidos: " WS-TOTAL-EXIBIDAS
           END-IF.

       CONSULTAR-POR-OPERADOR.
           DISPLAY "Operador (em branco = todos): "
           MOVE SPACES TO WS-OPERADOR-BUSCA
           ACCEPT WS-OPERADOR-BUSCA
           DISPLAY "Número da tarefa (0 = todas): "
           MOVE 0 TO WS-NUMERO-BUSCA
           ACCEPT WS-NUMERO-BUSCA
           IF WS-OPERADOR-BUSCA = SPACES AND WS-NUMERO-BUSCA = 0
               DISPLAY "Informe o operador ou o número da tarefa."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TOTAL-EXIBIDAS
           PERFORM LISTAR-SEGMENTOS-FECHADOS
           PERFORM VARYING WS-IDX-SEGM FROM 1 BY 1
                   UNTIL WS-IDX-SEGM > WS-SEGM-QTD
               MOVE SPACES TO WS-NOME-SEGMENTO
               STRING "tarefas_log." DELIMITED BY SIZE
                   WS-SEGM-MES(WS-IDX-SEGM) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOME-SEGMENTO
               MOVE 'N' TO WS-EOF-SEG
               OPEN INPUT SEGMENTO
               IF WS-SEGMENTO-STATUS = "00"
                   PERFORM UNTIL FIM-DE-SEGMENTO
                       READ SEGMENTO INTO LINHA-SEG
                           AT END
                               MOVE 'S' TO WS-EOF-SEG
                           NOT AT END
                               MOVE LINHA-SEG TO LINHA-LOG
                               PERFORM FILTRAR-LINHA-OPERADOR
                       END-READ
                   END-PERFORM
                   CLOSE SEGMENTO
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF-LOG
           OPEN INPUT TAREFAS-LOG
           IF WS-TAREFAS-LOG-STATUS = "00"
               PERFORM UNTIL FIM-DE-LOG
                   READ TAREFAS-LOG INTO LINHA-LOG
                       AT END
                           MOVE 'S' TO WS-EOF-LOG
                       NOT AT END
                           PERFORM FILTRAR-LINHA-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE TAREFAS-LOG
           END-IF
           DISPLAY "Registros exibidos: " WS-TOTAL-EXIBIDAS.

       FILTRAR-LINHA-OPERADOR.
           PERFORM DECOMPOR-LINHA-LOG
           IF WS-OPERADOR-BUSCA NOT = SPACES AND
              WS-LOG-OPERADOR NOT = WS-OPERADOR-BUSCA
               EXIT PARAGRAPH
           END-IF
           IF WS-NUMERO-BUSCA > 0 AND
              WS-LOG-NUMERO NOT = WS-NUMERO-BUSCA
               EXIT PARAGRAPH
           END-IF
           IF WS-LOG-OPERADOR = SPACES
               DISPLAY FUNCTION TRIM(LINHA-LOG TRAILING)
                   " | (operador não registrado)"
           ELSE
               DISPLAY LINHA-LOG
           END-IF
           ADD 1 TO WS-TOTAL-EXIBIDAS.

       RECONCILIAR-LOG.
           MOVE 0 TO WS-TOTAL-DIVERGENCIAS
           PERFORM CARREGAR-TAREFAS
                   END-IF
                   IF FUNCTION TRIM(
                      WS-DIG-ULT-ACAO(WS-IDX-ENCONTRADO)) = "CONCLUIR"
                      AND (WS-TAR-STATUS(WS-IDX) = 'A' OR
                           WS-TAR-STATUS(WS-IDX) = 'E')
                       DISPLAY "Tarefa " WS-TAR-NUMERO(WS-IDX) " ("
                           FUNCTION TRIM(WS-TAR-DESC(WS-IDX))
                           ") consta concluída no log mas está "
                           "aberta no arquivo."
                       ADD 1 TO WS-TOTAL-DIVERGENCIAS
                   END-IF
                   IF FUNCTION TRIM(
                      WS-DIG-ULT-ACAO(WS-IDX-ENCONTRADO)) = "CANCELAR"
                      AND WS-TAR-STATUS(WS-IDX) NOT = 'X'
                       DISPLAY "Tarefa " WS-TAR-NUMERO(WS-IDX) " ("
                           FUNCTION TRIM(WS-TAR-DESC(WS-IDX))
                           ") consta cancelada no log mas não "
                           "está cancelada no arquivo."
                       ADD 1 TO WS-TOTAL-DIVERGENCIAS
                   END-IF
                   IF FUNCTION TRIM(
                      WS-DIG-ULT-ACAO(WS-IDX-ENCONTRADO)) = "ESPERA"
                      AND WS-TAR-STATUS(WS-IDX) NOT = 'E'
                       DISPLAY "Tarefa " WS-TAR-NUMERO(WS-IDX) " ("
                           FUNCTION TRIM(WS-TAR-DESC(WS-IDX))
                           ") consta em espera no log mas não "
                           "está em espera no arquivo."
                       ADD 1 TO WS-TOTAL-DIVERGENCIAS
                   END-IF
                   IF FUNCTION TRIM(
                      WS-DIG-ULT-ACAO(WS-IDX-ENCONTRADO)) = "RETOMAR"
                      AND WS-TAR-STATUS(WS-IDX) = 'E'
                       DISPLAY "Tarefa " WS-TAR-NUMERO(WS-IDX) " ("
                           FUNCTION TRIM(WS-TAR-DESC(WS-IDX))
                           ") consta retomada no log mas segue "
                           "em espera no arquivo."
                       ADD 1 TO WS-TOTAL-DIVERGENCIAS
                   END-IF
               END-IF
           END-PERFORM.

                  FUNCTION TRIM(WS-DIG-ULT-ACAO(WS-IDX-DIG)) =
                  "CONCLUIR" OR
                  FUNCTION TRIM(WS-DIG-ULT-ACAO(WS-IDX-DIG)) =
                  "ESPERA" OR
                  FUNCTION TRIM(WS-DIG-ULT-ACAO(WS-IDX-DIG)) =
                  "RETOMAR" OR
                  FUNCTION TRIM(WS-DIG-ULT-ACAO(WS-IDX-DIG)) =
                  "CANCELAR" OR
                  FUNCTION TRIM(WS-DIG-ULT-ACAO(WS-IDX-DIG)) =
                  "RESTAURAR"
                   PERFORM LOCALIZAR-DIGESTO-NO-ARQUIVO
                   IF WS-ACHOU = 'N'
