           SELECT TAREFAS-LOCK ASSIGN TO "tarefas.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPERADORES ASSIGN TO "operadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  TAREFA-STATUS     PIC X(1).
               88  TAREFA-ABERTA      VALUE 'A'.
               88  TAREFA-CONCLUIDA   VALUE 'C'.
               88  TAREFA-EM-ESPERA   VALUE 'E'.
               88  TAREFA-CANCELADA   VALUE 'X'.
           05  TAREFA-DATA-VENC  PIC 9(8).
           05  TAREFA-PRIORIDADE PIC 9(1).
           05  TAREFA-RECORRENCIA PIC X(1).
       FD  TAREFAS-LOCK.
       01  LINHA-LOCK           PIC X(40).

       FD  OPERADORES.
       01  OPR-REGISTRO.
           05  OPR-ID            PIC X(8).
           05  OPR-NOME          PIC X(30).
           05  OPR-PAPEL         PIC X(1).
           05  OPR-ATIVO         PIC X(1).

       WORKING-STORAGE SECTION.
       01  window-handle    POINTER.
       01  button-handle    POINTER.
       01  WS-INFO-ANTERIOR     PIC X(16).
       01  WS-RC-ARQUIVO        PIC 9(4) BINARY.
       01  WS-GRAVACAO-OK       PIC X VALUE 'N'.
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
           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-IDENTIFICADO
               STOP RUN
           END-IF

           CALL 'gtk_init' USING 0, 0.

           CALL 'gtk_window_new' USING 'GTK_WINDOW_TOPLEVEL'

           CALL 'gtk_button_new_with_label' USING "Adicionar Tarefa"
              RETURNING button-handle.
           IF WS-OPERADOR-NIVEL < 2
               CALL 'gtk_widget_set_sensitive' USING
                  BY VALUE button-handle, BY VALUE 0
           END-IF.

           CALL 'gtk_box_pack_start' USING vbox-handle, listbox-handle,
              1, 1, 0.

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
           END-EVALUATE
           IF WS-OPERADOR-NIVEL < 2
               DISPLAY "Perfil de consulta: inclusão de tarefas "
                   "desabilitada."
           END-IF.

       GARANTIR-TAREFAS-EXISTE.
           OPEN INPUT TAREFAS
           IF WS-TAREFAS-STATUS = "35"
           CLOSE TAREFAS.

       MONTAR-LINHA-DA-TAREFA.
           EVALUATE TRUE
               WHEN TAREFA-CONCLUIDA
                   MOVE "[X] " TO WS-MARCADOR
               WHEN TAREFA-CANCELADA
                   MOVE "[-] " TO WS-MARCADOR
               WHEN TAREFA-EM-ESPERA
                   MOVE "[E] " TO WS-MARCADOR
               WHEN OTHER
                   MOVE "[ ] " TO WS-MARCADOR
           END-EVALUATE
           MOVE SPACES TO WS-C-STRING
           STRING WS-MARCADOR DELIMITED BY SIZE
               TAREFA-DESCRICAO DELIMITED BY SIZE
              BY VALUE row-handle, BY VALUE -1.

       on_button_click.
           IF WS-OPERADOR-NIVEL < 2
               DISPLAY "Operador " FUNCTION TRIM(WS-OPERADOR-ID)
                   " sem permissão para adicionar tarefas."
               EXIT PARAGRAPH
           END-IF
           CALL 'gtk_entry_get_text' USING BY VALUE entry-handle
              RETURNING entry-text-ptr
           SET ADDRESS OF WS-ENTRY-TEXT TO entry-text-ptr
               WS-LOG-NUMERO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-LOG-DESCRICAO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-OPERADOR-ID DELIMITED BY SPACE
               INTO LINHA-LOG
           WRITE LINHA-LOG
           CLOSE TAREFAS-LOG.
