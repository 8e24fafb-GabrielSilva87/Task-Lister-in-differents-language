       IDENTIFICATION DIVISION.
       PROGRAM-ID. CronogramaTarefas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAREFAS ASSIGN TO "tarefas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAREFA-NUMERO
               FILE STATUS IS WS-TAREFAS-STATUS.
           SELECT TAREFAS-HIST ASSIGN TO "tarefas_hist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAREFAS-HIST-STATUS.
           SELECT APONTAMENTOS ASSIGN TO "apontamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APONTAMENTOS-STATUS.
           SELECT CALENDARIO ASSIGN TO "calendario.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.
           SELECT CAPACIDADE ASSIGN TO "capacidade.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACIDADE-STATUS.
           SELECT RELATORIO-CRN ASSIGN TO "cronograma.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERADORES ASSIGN TO "operadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.
           SELECT SITUACOES ASSIGN TO "situacoes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITUACOES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAREFAS.
       01  TAREFA-REGISTRO.
           05  TAREFA-DESCRICAO  PIC X(100).
           05  TAREFA-STATUS     PIC X(1).
               88  TAREFA-ABERTA      VALUE 'A'.
               88  TAREFA-CONCLUIDA   VALUE 'C'.
               88  TAREFA-EM-ESPERA   VALUE 'E'.
               88  TAREFA-CANCELADA   VALUE 'X'.
           05  TAREFA-DATA-VENC  PIC 9(8).
           05  TAREFA-PRIORIDADE PIC 9(1).
           05  TAREFA-RECORRENCIA PIC X(1).
           05  TAREFA-RECORR-INTERV PIC 9(2).
           05  TAREFA-DATA-CONCLUSAO PIC 9(8).
           05  TAREFA-NUMERO     PIC 9(5).
           05  TAREFA-PREREQS.
               10  TAREFA-PREREQ OCCURS 3 TIMES PIC 9(5).
           05  TAREFA-RESPONSAVEL PIC X(20).
           05  TAREFA-PROJETO    PIC X(4).
           05  TAREFA-ESTIMATIVA PIC 9(4).

       FD  TAREFAS-HIST.
       01  TAREFA-HIST-REGISTRO.
           05  TAREFA-HIST-DESCRICAO  PIC X(100).
           05  TAREFA-HIST-STATUS     PIC X(1).
           05  TAREFA-HIST-DATA-VENC  PIC 9(8).
           05  TAREFA-HIST-PRIORIDADE PIC 9(1).
           05  TAREFA-HIST-RECORRENCIA PIC X(1).
           05  TAREFA-HIST-RECORR-INTERV PIC 9(2).
           05  TAREFA-HIST-DATA-CONCLUSAO PIC 9(8).
           05  TAREFA-HIST-NUMERO     PIC 9(5).
           05  TAREFA-HIST-PREREQS    PIC X(15).
           05  TAREFA-HIST-RESPONSAVEL PIC X(20).
           05  TAREFA-HIST-PROJETO    PIC X(4).
           05  TAREFA-HIST-ESTIMATIVA PIC 9(4).

       FD  APONTAMENTOS.
       01  APT-REGISTRO.
           05  APT-NUMERO        PIC 9(5).
           05  APT-DATA          PIC 9(8).
           05  APT-MINUTOS       PIC 9(4).

       FD  CALENDARIO.
       01  CAL-REGISTRO.
           05  CAL-DATA          PIC 9(8).
           05  CAL-DESCRICAO     PIC X(40).

       FD  CAPACIDADE.
       01  CAP-REGISTRO.
           05  CAP-RESPONSAVEL   PIC X(20).
           05  CAP-MINUTOS-DIA   PIC 9(4).

       FD  RELATORIO-CRN.
       01  LINHA-CRN            PIC X(100).

       FD  OPERADORES.
       01  OPR-REGISTRO.
           05  OPR-ID            PIC X(8).
           05  OPR-NOME          PIC X(30).
           05  OPR-PAPEL         PIC X(1).
           05  OPR-ATIVO         PIC X(1).

       FD  SITUACOES.
       01  SIT-REGISTRO.
           05  SIT-NUMERO        PIC 9(5).
           05  SIT-TIPO          PIC X(1).
           05  SIT-MOTIVO        PIC X(4).
           05  SIT-DATA          PIC 9(8).
           05  SIT-RETOMADA      PIC 9(8).
           05  SIT-OBSERVACAO    PIC X(60).
           05  SIT-OPERADOR      PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-TAREFAS-STATUS    PIC XX.
       01  WS-TAREFAS-HIST-STATUS PIC XX.
       01  WS-APONTAMENTOS-STATUS PIC XX.
       01  WS-CALENDARIO-STATUS PIC XX.
       01  WS-CAPACIDADE-STATUS PIC XX.
       01  WS-EOF-TAREFAS       PIC X VALUE 'N'.
           88  FIM-DE-ARQUIVO       VALUE 'S'.
       01  WS-EOF-HIST          PIC X VALUE 'N'.
           88  FIM-DE-HISTORICO     VALUE 'S'.
       01  WS-EOF-APT           PIC X VALUE 'N'.
           88  FIM-DE-APONTAMENTOS  VALUE 'S'.
       01  WS-EOF-CALENDARIO    PIC X VALUE 'N'.
           88  FIM-DE-CALENDARIO    VALUE 'S'.
       01  WS-EOF-CAPACIDADE    PIC X VALUE 'N'.
           88  FIM-DE-CAPACIDADE    VALUE 'S'.
       01  WS-OPERADORES-STATUS PIC XX.
       01  WS-EOF-OPERADORES    PIC X VALUE 'N'.
           88  FIM-DE-OPERADORES    VALUE 'S'.
       01  WS-SITUACOES-STATUS  PIC XX.
       01  WS-EOF-SITUACOES     PIC X VALUE 'N'.
           88  FIM-DE-SITUACOES     VALUE 'S'.
       01  WS-OPERADOR-ID       PIC X(8).
       01  WS-OPERADOR-NOME     PIC X(30).
       01  WS-OPERADOR-PAPEL    PIC X(1).
       01  WS-OPERADOR-NIVEL    PIC 9(1) VALUE 0.
       01  WS-OPERADOR-OK       PIC X VALUE 'N'.
           88  OPERADOR-IDENTIFICADO VALUE 'S'.
       01  WS-TAR-QTD           PIC 9(4).
       01  WS-TABELA-TAREFAS.
           05  WS-TAR-ENT OCCURS 999 TIMES.
               10  WS-TAR-NUMERO    PIC 9(5).
               10  WS-TAR-STATUS    PIC X(1).
               10  WS-TAR-DESC      PIC X(40).
               10  WS-TAR-VENC      PIC 9(8).
               10  WS-TAR-INT-VENC  PIC 9(8).
               10  WS-TAR-PROJETO   PIC X(4).
               10  WS-TAR-RESP      PIC X(20).
               10  WS-TAR-ESTIM     PIC 9(4).
               10  WS-TAR-SALDO     PIC 9(6).
               10  WS-TAR-DIAS      PIC 9(4).
               10  WS-TAR-PREREQ OCCURS 3 TIMES PIC 9(5).
               10  WS-TAR-PRE-IDX OCCURS 3 TIMES PIC 9(4).
               10  WS-TAR-SITUACAO  PIC X(1).
               10  WS-TAR-INT-PREV  PIC 9(8).
               10  WS-TAR-ACUM      PIC 9(6).
               10  WS-TAR-ELOS      PIC 9(4).
               10  WS-TAR-ANTERIOR  PIC 9(4).
               10  WS-TAR-INT-RETOMADA PIC 9(8).
               10  WS-TAR-DEPEND    PIC 9(4).
               10  WS-TAR-DEP-MIN   PIC 9(8).
               10  WS-TAR-VISITA    PIC 9(4).
               10  WS-TAR-USADO     PIC X(1).
       01  WS-TAR-CHEIA         PIC X VALUE 'N'.
           88  TABELA-TAREFAS-CHEIA VALUE 'S'.
       01  WS-HIST-QTD          PIC 9(4).
       01  WS-TABELA-HIST.
           05  WS-HIST-ENT OCCURS 3000 TIMES.
               10  WS-HIST-NUMERO   PIC 9(5).
       01  WS-HIST-CHEIA        PIC X VALUE 'N'.
           88  TABELA-HIST-CHEIA    VALUE 'S'.
       01  WS-EFF-QTD           PIC 9(4).
       01  WS-TABELA-ESFORCO.
           05  WS-EFF-ENT OCCURS 3000 TIMES.
               10  WS-EFF-NUMERO    PIC 9(5).
               10  WS-EFF-MINUTOS   PIC 9(6).
       01  WS-FER-QTD           PIC 9(3).
       01  WS-TABELA-FERIADOS.
           05  WS-FER-INTEIRO OCCURS 500 TIMES PIC 9(8).
       01  WS-CAP-QTD           PIC 9(3).
       01  WS-TABELA-CAPACIDADE.
           05  WS-CAP-ENT OCCURS 100 TIMES.
               10  WS-CAP-RESP      PIC X(20).
               10  WS-CAP-MINUTOS   PIC 9(4).
       01  WS-PRJ-QTD           PIC 9(3).
       01  WS-TABELA-PROJETOS.
           05  WS-PRJ-ENT OCCURS 200 TIMES.
               10  WS-PRJ-CODIGO    PIC X(4).
       01  WS-CAD-QTD           PIC 9(4).
       01  WS-TABELA-CADEIA.
           05  WS-CAD-IDX OCCURS 999 TIMES PIC 9(4).
       01  WS-PIL-QTD           PIC 9(4).
       01  WS-TABELA-PILHA.
           05  WS-PIL-IDX OCCURS 3000 TIMES PIC 9(4).
       01  WS-IDX               PIC 9(4).
       01  WS-IDX-2             PIC 9(4).
       01  WS-IDX-PRE           PIC 9(1).
       01  WS-IDX-PRE-2         PIC 9(1).
       01  WS-IDX-FER           PIC 9(3).
       01  WS-IDX-CAP           PIC 9(3).
       01  WS-IDX-PRJ           PIC 9(3).
       01  WS-IDX-EFF           PIC 9(4).
       01  WS-IDX-MELHOR        PIC 9(4).
       01  WS-IDX-TOPO          PIC 9(2).
       01  WS-ACHOU             PIC X.
       01  WS-MUDOU             PIC X.
       01  WS-PRONTA            PIC X.
       01  WS-DATA-ATUAL        PIC 9(8).
       01  WS-INT-HOJE          PIC 9(8).
       01  WS-INT-BASE          PIC 9(8).
       01  WS-INT-PRONTO        PIC 9(8).
       01  WS-INT-DIA           PIC 9(8).
       01  WS-DATA-PREV         PIC 9(8).
       01  WS-DIA-SEMANA        PIC 9(1).
       01  WS-QUOCIENTE         PIC 9(8).
       01  WS-CONTA-DIAS        PIC 9(4).
       01  WS-DIAS-SOMAR        PIC 9(4).
       01  WS-DIA-UTIL          PIC X.
       01  WS-MINUTOS-DIA       PIC 9(4).
       01  WS-RESTO-MINUTOS     PIC 9(4).
       01  WS-APONTADO          PIC 9(6).
       01  WS-SALDO             PIC S9(6).
       01  WS-ACUM              PIC 9(6).
       01  WS-ELOS              PIC 9(4).
       01  WS-ANTERIOR          PIC 9(4).
       01  WS-DATA-VALIDAR      PIC 9(8).
       01  WS-DATA-VALIDA       PIC X.
       01  WS-VENC-ANO          PIC 9(4).
       01  WS-VENC-MES          PIC 9(2).
       01  WS-VENC-DIA          PIC 9(2).
       01  WS-DIAS-NO-MES       PIC 9(2).
       01  WS-RESTO-BISSEXTO    PIC 9(4).
       01  WS-MARCA             PIC X(12).
       01  WS-TOTAL-ABERTAS     PIC 9(4) VALUE 0.
       01  WS-TOTAL-ATRASO-PREV PIC 9(4) VALUE 0.
       01  WS-TOTAL-CONFLITOS   PIC 9(4) VALUE 0.
       01  WS-TOTAL-CICLOS      PIC 9(4) VALUE 0.
       01  WS-TOTAL-PRE-HIST    PIC 9(4) VALUE 0.
       01  WS-TOTAL-PRE-INEXIST PIC 9(4) VALUE 0.
       01  WS-TOTAL-SEM-VENC    PIC 9(4) VALUE 0.
       01  WS-TOTAL-ESPERA      PIC 9(4) VALUE 0.
       01  WS-DIAS-ED           PIC ZZZ9.
       01  WS-ACUM-ED           PIC ZZZZZ9.
       01  WS-ELOS-ED           PIC ZZZ9.
       01  WS-DEPEND-ED         PIC ZZZ9.
       01  WS-DEP-MIN-ED        PIC ZZ,ZZZ,ZZ9.
       01  WS-PROJETO-ED        PIC X(13).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Cronograma de dependências das tarefas"
           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-IDENTIFICADO
               STOP RUN
           END-IF
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
           PERFORM CARREGAR-CALENDARIO
           PERFORM CARREGAR-CAPACIDADE
           PERFORM CARREGAR-APONTAMENTOS
           PERFORM CARREGAR-TAREFAS
           PERFORM CARREGAR-SITUACOES
           PERFORM CARREGAR-HISTORICO
           PERFORM LIGAR-PREREQS
           PERFORM CALCULAR-CRONOGRAMA
           PERFORM CALCULAR-DEPENDENTES
           OPEN OUTPUT RELATORIO-CRN
           MOVE SPACES TO LINHA-CRN
           STRING "Cronograma de dependências - " DELIMITED BY SIZE
               WS-DATA-ATUAL DELIMITED BY SIZE
               INTO LINHA-CRN
           WRITE LINHA-CRN
           PERFORM ESCREVER-CRONOGRAMA
           PERFORM ESCREVER-CAMINHOS-CRITICOS
           PERFORM ESCREVER-GARGALOS
           PERFORM ESCREVER-TOTAIS
           CLOSE RELATORIO-CRN
           DISPLAY "Tarefas abertas: " WS-TOTAL-ABERTAS
           DISPLAY "Tarefas em espera: " WS-TOTAL-ESPERA
           DISPLAY "Término previsto após o vencimento: "
               WS-TOTAL-ATRASO-PREV
           DISPLAY "Vencimento anterior ao de um pré-requisito: "
               WS-TOTAL-CONFLITOS
           DISPLAY "Relatório gravado em cronograma.txt"
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

       VALIDAR-DATA.
           MOVE 'S' TO WS-DATA-VALIDA
           MOVE WS-DATA-VALIDAR(1:4) TO WS-VENC-ANO
           MOVE WS-DATA-VALIDAR(5:2) TO WS-VENC-MES
           MOVE WS-DATA-VALIDAR(7:2) TO WS-VENC-DIA
           IF WS-VENC-ANO < 1900 OR WS-VENC-ANO > 2099 OR
              WS-VENC-MES < 1 OR WS-VENC-MES > 12
               MOVE 'N' TO WS-DATA-VALIDA
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCULAR-DIAS-NO-MES
           IF WS-VENC-DIA < 1 OR WS-VENC-DIA > WS-DIAS-NO-MES
               MOVE 'N' TO WS-DATA-VALIDA
           END-IF.

       CALCULAR-DIAS-NO-MES.
           EVALUATE WS-VENC-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DIAS-NO-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DIAS-NO-MES
               WHEN 2
                   MOVE 28 TO WS-DIAS-NO-MES
                   DIVIDE WS-VENC-ANO BY 4 GIVING WS-RESTO-BISSEXTO
                       REMAINDER WS-RESTO-BISSEXTO
                   IF WS-RESTO-BISSEXTO = 0
                       MOVE 29 TO WS-DIAS-NO-MES
                       DIVIDE WS-VENC-ANO BY 100
                           GIVING WS-RESTO-BISSEXTO
                           REMAINDER WS-RESTO-BISSEXTO
                       IF WS-RESTO-BISSEXTO = 0
                           MOVE 28 TO WS-DIAS-NO-MES
                           DIVIDE WS-VENC-ANO BY 400
                               GIVING WS-RESTO-BISSEXTO
                               REMAINDER WS-RESTO-BISSEXTO
                           IF WS-RESTO-BISSEXTO = 0
                               MOVE 29 TO WS-DIAS-NO-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       CARREGAR-CALENDARIO.
           MOVE 0 TO WS-FER-QTD
           MOVE 'N' TO WS-EOF-CALENDARIO
           OPEN INPUT CALENDARIO
           IF WS-CALENDARIO-STATUS = "00"
               PERFORM UNTIL FIM-DE-CALENDARIO
                   READ CALENDARIO
                       AT END
                           MOVE 'S' TO WS-EOF-CALENDARIO
                       NOT AT END
                           IF CAL-DATA IS NUMERIC AND
                              WS-FER-QTD < 500
                               MOVE CAL-DATA TO WS-DATA-VALIDAR
                               PERFORM VALIDAR-DATA
                               IF WS-DATA-VALIDA = 'S'
                                   ADD 1 TO WS-FER-QTD
                                   COMPUTE WS-FER-INTEIRO(WS-FER-QTD)
                                       = FUNCTION INTEGER-OF-DATE
                                       (CAL-DATA)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO
           END-IF.

       CARREGAR-CAPACIDADE.
           MOVE 0 TO WS-CAP-QTD
           MOVE 'N' TO WS-EOF-CAPACIDADE
           OPEN INPUT CAPACIDADE
           IF WS-CAPACIDADE-STATUS = "00"
               PERFORM UNTIL FIM-DE-CAPACIDADE
                   READ CAPACIDADE INTO CAP-REGISTRO
                       AT END
                           MOVE 'S' TO WS-EOF-CAPACIDADE
                       NOT AT END
                           IF WS-CAP-QTD < 100 AND
                              CAP-RESPONSAVEL NOT = SPACES AND
                              CAP-MINUTOS-DIA IS NUMERIC
                               ADD 1 TO WS-CAP-QTD
                               MOVE CAP-RESPONSAVEL TO
                                   WS-CAP-RESP(WS-CAP-QTD)
                               MOVE CAP-MINUTOS-DIA TO
                                   WS-CAP-MINUTOS(WS-CAP-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPACIDADE
           END-IF.

       CARREGAR-APONTAMENTOS.
           MOVE 0 TO WS-EFF-QTD
           MOVE 'N' TO WS-EOF-APT
           OPEN INPUT APONTAMENTOS
           IF WS-APONTAMENTOS-STATUS = "00"
               PERFORM UNTIL FIM-DE-APONTAMENTOS
                   READ APONTAMENTOS INTO APT-REGISTRO
                       AT END
                           MOVE 'S' TO WS-EOF-APT
                       NOT AT END
                           PERFORM SOMAR-APONTAMENTO
                   END-READ
               END-PERFORM
               CLOSE APONTAMENTOS
           END-IF.

       SOMAR-APONTAMENTO.
           PERFORM VARYING WS-IDX-EFF FROM 1 BY 1
                   UNTIL WS-IDX-EFF > WS-EFF-QTD
               IF WS-EFF-NUMERO(WS-IDX-EFF) = APT-NUMERO
                   ADD APT-MINUTOS TO WS-EFF-MINUTOS(WS-IDX-EFF)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-EFF-QTD < 3000
               ADD 1 TO WS-EFF-QTD
               MOVE APT-NUMERO TO WS-EFF-NUMERO(WS-EFF-QTD)
               MOVE APT-MINUTOS TO WS-EFF-MINUTOS(WS-EFF-QTD)
           END-IF.

       CARREGAR-TAREFAS.
           MOVE 0 TO WS-TAR-QTD
           MOVE 0 TO WS-PRJ-QTD
           MOVE 'N' TO WS-TAR-CHEIA
           MOVE 'N' TO WS-EOF-TAREFAS
           OPEN INPUT TAREFAS
           IF WS-TAREFAS-STATUS = "00"
               PERFORM UNTIL FIM-DE-ARQUIVO
                   READ TAREFAS NEXT INTO TAREFA-REGISTRO
                       AT END
                           MOVE 'S' TO WS-EOF-TAREFAS
                       NOT AT END
                           PERFORM ANOTAR-TAREFA-TABELA
                   END-READ
               END-PERFORM
               CLOSE TAREFAS
           ELSE
               DISPLAY "tarefas.dat não encontrado."
           END-IF
           IF TABELA-TAREFAS-CHEIA
               DISPLAY "Aviso: tabela de tarefas cheia; cronograma "
                   "incompleto."
           END-IF.

       ANOTAR-TAREFA-TABELA.
           IF WS-TAR-QTD >= 999
               MOVE 'S' TO WS-TAR-CHEIA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TAR-QTD
           MOVE TAREFA-NUMERO TO WS-TAR-NUMERO(WS-TAR-QTD)
           MOVE TAREFA-STATUS TO WS-TAR-STATUS(WS-TAR-QTD)
           MOVE TAREFA-DESCRICAO TO WS-TAR-DESC(WS-TAR-QTD)
           MOVE TAREFA-DATA-VENC TO WS-TAR-VENC(WS-TAR-QTD)
           MOVE TAREFA-PROJETO TO WS-TAR-PROJETO(WS-TAR-QTD)
           MOVE TAREFA-RESPONSAVEL TO WS-TAR-RESP(WS-TAR-QTD)
           MOVE TAREFA-ESTIMATIVA TO WS-TAR-ESTIM(WS-TAR-QTD)
           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > 3
               MOVE TAREFA-PREREQ(WS-IDX-PRE) TO
                   WS-TAR-PREREQ(WS-TAR-QTD, WS-IDX-PRE)
               MOVE 0 TO WS-TAR-PRE-IDX(WS-TAR-QTD, WS-IDX-PRE)
           END-PERFORM
           MOVE 0 TO WS-TAR-INT-VENC(WS-TAR-QTD)
           MOVE TAREFA-DATA-VENC TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA
           IF WS-DATA-VALIDA = 'S'
               COMPUTE WS-TAR-INT-VENC(WS-TAR-QTD) =
                   FUNCTION INTEGER-OF-DATE(TAREFA-DATA-VENC)
           END-IF
           MOVE 0 TO WS-TAR-SALDO(WS-TAR-QTD)
           MOVE 0 TO WS-TAR-DIAS(WS-TAR-QTD)
           MOVE 0 TO WS-TAR-INT-PREV(WS-TAR-QTD)
           MOVE 0 TO WS-TAR-ACUM(WS-TAR-QTD)
           MOVE 0 TO WS-TAR-ELOS(WS-TAR-QTD)
           MOVE 0 TO WS-TAR-ANTERIOR(WS-TAR-QTD)
           MOVE 0 TO WS-TAR-DEPEND(WS-TAR-QTD)
           MOVE 0 TO WS-TAR-DEP-MIN(WS-TAR-QTD)
           MOVE 0 TO WS-TAR-VISITA(WS-TAR-QTD)
           MOVE 'N' TO WS-TAR-USADO(WS-TAR-QTD)
           MOVE 0 TO WS-TAR-INT-RETOMADA(WS-TAR-QTD)
           IF NOT TAREFA-ABERTA AND NOT TAREFA-EM-ESPERA
               MOVE 'F' TO WS-TAR-SITUACAO(WS-TAR-QTD)
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-TAR-SITUACAO(WS-TAR-QTD)
           ADD 1 TO WS-TOTAL-ABERTAS
           IF TAREFA-EM-ESPERA
               ADD 1 TO WS-TOTAL-ESPERA
           END-IF
           IF WS-TAR-INT-VENC(WS-TAR-QTD) = 0
               ADD 1 TO WS-TOTAL-SEM-VENC
           END-IF
           PERFORM CALCULAR-DURACAO
           PERFORM ANOTAR-PROJETO.

       CALCULAR-DURACAO.
           MOVE 0 TO WS-APONTADO
           PERFORM VARYING WS-IDX-EFF FROM 1 BY 1
                   UNTIL WS-IDX-EFF > WS-EFF-QTD
               IF WS-EFF-NUMERO(WS-IDX-EFF) = TAREFA-NUMERO
                   MOVE WS-EFF-MINUTOS(WS-IDX-EFF) TO WS-APONTADO
                   MOVE WS-EFF-QTD TO WS-IDX-EFF
               END-IF
           END-PERFORM
           COMPUTE WS-SALDO = TAREFA-ESTIMATIVA - WS-APONTADO
           IF WS-SALDO <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SALDO TO WS-TAR-SALDO(WS-TAR-QTD)
           MOVE 480 TO WS-MINUTOS-DIA
           PERFORM VARYING WS-IDX-CAP FROM 1 BY 1
                   UNTIL WS-IDX-CAP > WS-CAP-QTD
               IF WS-CAP-RESP(WS-IDX-CAP) = TAREFA-RESPONSAVEL AND
                  TAREFA-RESPONSAVEL NOT = SPACES
                   IF WS-CAP-MINUTOS(WS-IDX-CAP) > 0
                       MOVE WS-CAP-MINUTOS(WS-IDX-CAP) TO
                           WS-MINUTOS-DIA
                   END-IF
                   MOVE WS-CAP-QTD TO WS-IDX-CAP
               END-IF
           END-PERFORM
           DIVIDE WS-SALDO BY WS-MINUTOS-DIA
               GIVING WS-TAR-DIAS(WS-TAR-QTD)
               REMAINDER WS-RESTO-MINUTOS
           IF WS-RESTO-MINUTOS > 0
               ADD 1 TO WS-TAR-DIAS(WS-TAR-QTD)
           END-IF.

       ANOTAR-PROJETO.
           PERFORM VARYING WS-IDX-PRJ FROM 1 BY 1
                   UNTIL WS-IDX-PRJ > WS-PRJ-QTD
               IF WS-PRJ-CODIGO(WS-IDX-PRJ) = TAREFA-PROJETO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PRJ-QTD < 200
               ADD 1 TO WS-PRJ-QTD
               MOVE TAREFA-PROJETO TO WS-PRJ-CODIGO(WS-PRJ-QTD)
           END-IF.

       CARREGAR-SITUACOES.
           MOVE 'N' TO WS-EOF-SITUACOES
           OPEN INPUT SITUACOES
           IF WS-SITUACOES-STATUS = "00"
               PERFORM UNTIL FIM-DE-SITUACOES
                   READ SITUACOES INTO SIT-REGISTRO
                       AT END
                           MOVE 'S' TO WS-EOF-SITUACOES
                       NOT AT END
                           PERFORM ANOTAR-SITUACAO
                   END-READ
               END-PERFORM
               CLOSE SITUACOES
           END-IF.

       ANOTAR-SITUACAO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TAR-QTD
               IF WS-TAR-NUMERO(WS-IDX) = SIT-NUMERO
                   MOVE 0 TO WS-TAR-INT-RETOMADA(WS-IDX)
                   IF SIT-TIPO = 'E' AND SIT-RETOMADA > 0
                       MOVE SIT-RETOMADA TO WS-DATA-VALIDAR
                       PERFORM VALIDAR-DATA
                       IF WS-DATA-VALIDA = 'S'
                           COMPUTE WS-TAR-INT-RETOMADA(WS-IDX) =
                               FUNCTION INTEGER-OF-DATE(SIT-RETOMADA)
                       END-IF
                   END-IF
                   MOVE WS-TAR-QTD TO WS-IDX
               END-IF
           END-PERFORM.

       CARREGAR-HISTORICO.
           MOVE 0 TO WS-HIST-QTD
           MOVE 'N' TO WS-HIST-CHEIA
           MOVE 'N' TO WS-EOF-HIST
           OPEN INPUT TAREFAS-HIST
           IF WS-TAREFAS-HIST-STATUS = "00"
               PERFORM UNTIL FIM-DE-HISTORICO
                   READ TAREFAS-HIST INTO TAREFA-HIST-REGISTRO
                       AT END
                           MOVE 'S' TO WS-EOF-HIST
                       NOT AT END
                           IF WS-HIST-QTD < 3000
                               ADD 1 TO WS-HIST-QTD
                               MOVE TAREFA-HIST-NUMERO TO
                                   WS-HIST-NUMERO(WS-HIST-QTD)
                           ELSE
                               MOVE 'S' TO WS-HIST-CHEIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAREFAS-HIST
           END-IF
           IF TABELA-HIST-CHEIA
               DISPLAY "Aviso: tabela do histórico cheia; "
                   "pré-requisitos arquivados podem aparecer como "
                   "inexistentes."
           END-IF.

       LIGAR-PREREQS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TAR-QTD
               IF WS-TAR-SITUACAO(WS-IDX) = 'P'
                   PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                           UNTIL WS-IDX-PRE > 3
                       IF WS-TAR-PREREQ(WS-IDX, WS-IDX-PRE) > 0
                           PERFORM LOCALIZAR-PREREQ
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       LOCALIZAR-PREREQ.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-TAR-QTD
               IF WS-TAR-NUMERO(WS-IDX-2) =
                  WS-TAR-PREREQ(WS-IDX, WS-IDX-PRE)
                   MOVE 'S' TO WS-ACHOU
                   IF WS-TAR-SITUACAO(WS-IDX-2) NOT = 'F'
                       MOVE WS-IDX-2 TO
                           WS-TAR-PRE-IDX(WS-IDX, WS-IDX-PRE)
                   END-IF
                   MOVE WS-TAR-QTD TO WS-IDX-2
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-HIST-QTD
               IF WS-HIST-NUMERO(WS-IDX-2) =
                  WS-TAR-PREREQ(WS-IDX, WS-IDX-PRE)
                   MOVE 'S' TO WS-ACHOU
                   MOVE WS-HIST-QTD TO WS-IDX-2
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'S'
               ADD 1 TO WS-TOTAL-PRE-HIST
           ELSE
               ADD 1 TO WS-TOTAL-PRE-INEXIST
           END-IF.

       CALCULAR-CRONOGRAMA.
           MOVE 'S' TO WS-MUDOU
           PERFORM UNTIL WS-MUDOU = 'N'
               MOVE 'N' TO WS-MUDOU
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TAR-QTD
                   IF WS-TAR-SITUACAO(WS-IDX) = 'P'
                       PERFORM RESOLVER-TAREFA
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TAR-QTD
               IF WS-TAR-SITUACAO(WS-IDX) = 'P'
                   ADD 1 TO WS-TOTAL-CICLOS
               END-IF
           END-PERFORM.

       RESOLVER-TAREFA.
           MOVE 'S' TO WS-PRONTA
           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > 3
               MOVE WS-TAR-PRE-IDX(WS-IDX, WS-IDX-PRE) TO WS-IDX-2
               IF WS-IDX-2 > 0
                   IF WS-TAR-SITUACAO(WS-IDX-2) = 'P'
                       MOVE 'N' TO WS-PRONTA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PRONTA = 'N'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INT-BASE = WS-INT-HOJE - 1
           IF WS-TAR-STATUS(WS-IDX) = 'E' AND
              WS-TAR-INT-RETOMADA(WS-IDX) > WS-INT-HOJE
               COMPUTE WS-INT-BASE = WS-TAR-INT-RETOMADA(WS-IDX) - 1
           END-IF
           MOVE 0 TO WS-ACUM
           MOVE 0 TO WS-ELOS
           MOVE 0 TO WS-ANTERIOR
           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > 3
               MOVE WS-TAR-PRE-IDX(WS-IDX, WS-IDX-PRE) TO WS-IDX-2
               IF WS-IDX-2 > 0
                   MOVE WS-TAR-INT-PREV(WS-IDX-2) TO WS-INT-PRONTO
                   IF WS-TAR-INT-VENC(WS-IDX-2) > WS-INT-PRONTO
                       MOVE WS-TAR-INT-VENC(WS-IDX-2) TO WS-INT-PRONTO
                   END-IF
                   IF WS-INT-PRONTO > WS-INT-BASE
                       MOVE WS-INT-PRONTO TO WS-INT-BASE
                   END-IF
                   IF WS-TAR-ACUM(WS-IDX-2) > WS-ACUM OR
                      (WS-TAR-ACUM(WS-IDX-2) = WS-ACUM AND
                       WS-TAR-ELOS(WS-IDX-2) > WS-ELOS)
                       MOVE WS-TAR-ACUM(WS-IDX-2) TO WS-ACUM
                       MOVE WS-TAR-ELOS(WS-IDX-2) TO WS-ELOS
                       MOVE WS-IDX-2 TO WS-ANTERIOR
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-TAR-ACUM(WS-IDX) = WS-ACUM + WS-TAR-DIAS(WS-IDX)
           COMPUTE WS-TAR-ELOS(WS-IDX) = WS-ELOS + 1
           MOVE WS-ANTERIOR TO WS-TAR-ANTERIOR(WS-IDX)
           IF WS-TAR-DIAS(WS-IDX) = 0
               IF WS-INT-BASE < WS-INT-HOJE
                   MOVE WS-INT-HOJE TO WS-TAR-INT-PREV(WS-IDX)
               ELSE
                   MOVE WS-INT-BASE TO WS-TAR-INT-PREV(WS-IDX)
               END-IF
           ELSE
               MOVE WS-TAR-DIAS(WS-IDX) TO WS-DIAS-SOMAR
               PERFORM SOMAR-DIAS-UTEIS
               MOVE WS-INT-DIA TO WS-TAR-INT-PREV(WS-IDX)
           END-IF
           MOVE 'R' TO WS-TAR-SITUACAO(WS-IDX)
           MOVE 'S' TO WS-MUDOU.

       SOMAR-DIAS-UTEIS.
           MOVE WS-INT-BASE TO WS-INT-DIA
           MOVE 0 TO WS-CONTA-DIAS
           PERFORM UNTIL WS-CONTA-DIAS >= WS-DIAS-SOMAR
               ADD 1 TO WS-INT-DIA
               PERFORM VERIFICAR-DIA-UTIL
               IF WS-DIA-UTIL = 'S'
                   ADD 1 TO WS-CONTA-DIAS
               END-IF
           END-PERFORM.

       VERIFICAR-DIA-UTIL.
           MOVE 'N' TO WS-DIA-UTIL
           DIVIDE WS-INT-DIA BY 7 GIVING WS-QUOCIENTE
               REMAINDER WS-DIA-SEMANA
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-FER-QTD
               IF WS-FER-INTEIRO(WS-IDX-FER) = WS-INT-DIA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 'S' TO WS-DIA-UTIL.

       CALCULAR-DEPENDENTES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TAR-QTD
               IF WS-TAR-SITUACAO(WS-IDX) NOT = 'F'
                   PERFORM PERCORRER-ANTECESSORES
               END-IF
           END-PERFORM.

       PERCORRER-ANTECESSORES.
           MOVE 0 TO WS-PIL-QTD
           MOVE WS-IDX TO WS-TAR-VISITA(WS-IDX)
           MOVE WS-IDX TO WS-IDX-2
           PERFORM EMPILHAR-PREREQS
           PERFORM UNTIL WS-PIL-QTD = 0
               MOVE WS-PIL-IDX(WS-PIL-QTD) TO WS-IDX-2
               SUBTRACT 1 FROM WS-PIL-QTD
               IF WS-TAR-VISITA(WS-IDX-2) NOT = WS-IDX
                   MOVE WS-IDX TO WS-TAR-VISITA(WS-IDX-2)
                   ADD 1 TO WS-TAR-DEPEND(WS-IDX-2)
                   ADD WS-TAR-SALDO(WS-IDX) TO WS-TAR-DEP-MIN(WS-IDX-2)
                   PERFORM EMPILHAR-PREREQS
               END-IF
           END-PERFORM.

       EMPILHAR-PREREQS.
           PERFORM VARYING WS-IDX-PRE-2 FROM 1 BY 1
                   UNTIL WS-IDX-PRE-2 > 3
               IF WS-TAR-PRE-IDX(WS-IDX-2, WS-IDX-PRE-2) > 0 AND
                  WS-PIL-QTD < 3000
                   ADD 1 TO WS-PIL-QTD
                   MOVE WS-TAR-PRE-IDX(WS-IDX-2, WS-IDX-PRE-2) TO
                       WS-PIL-IDX(WS-PIL-QTD)
               END-IF
           END-PERFORM.

       ESCREVER-CRONOGRAMA.
           MOVE SPACES TO LINHA-CRN
           WRITE LINHA-CRN
           MOVE "Término previsto por tarefa aberta (dias úteis de "
             & "trabalho pelo saldo da estimativa):" TO LINHA-CRN
           WRITE LINHA-CRN
           MOVE "  Número Descrição                      Vencim.  "
             & "Previsto Dias Situação" TO LINHA-CRN
           WRITE LINHA-CRN
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TAR-QTD
               IF WS-TAR-SITUACAO(WS-IDX) NOT = 'F'
                   PERFORM ESCREVER-LINHA-TAREFA
               END-IF
           END-PERFORM.

       ESCREVER-LINHA-TAREFA.
           MOVE SPACES TO WS-MARCA
           MOVE 0 TO WS-DATA-PREV
           IF WS-TAR-SITUACAO(WS-IDX) = 'P'
               MOVE "CICLO" TO WS-MARCA
           ELSE
               COMPUTE WS-DATA-PREV = FUNCTION DATE-OF-INTEGER
                   (WS-TAR-INT-PREV(WS-IDX))
               IF WS-TAR-INT-VENC(WS-IDX) = 0
                   MOVE "SEM VENC." TO WS-MARCA
               ELSE
                   IF WS-TAR-INT-PREV(WS-IDX) >
                      WS-TAR-INT-VENC(WS-IDX)
                       MOVE "ATRASARÁ" TO WS-MARCA
                       ADD 1 TO WS-TOTAL-ATRASO-PREV
                   END-IF
               END-IF
               IF WS-TAR-STATUS(WS-IDX) = 'E' AND
                  (WS-MARCA = SPACES OR WS-MARCA = "SEM VENC.")
                   MOVE "EM ESPERA" TO WS-MARCA
               END-IF
           END-IF
           MOVE WS-TAR-DIAS(WS-IDX) TO WS-DIAS-ED
           MOVE SPACES TO LINHA-CRN
           STRING "  " DELIMITED BY SIZE
               WS-TAR-NUMERO(WS-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TAR-DESC(WS-IDX)(1:30) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TAR-VENC(WS-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DATA-PREV DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIAS-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MARCA DELIMITED BY SIZE
               INTO LINHA-CRN
           WRITE LINHA-CRN
           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > 3
               MOVE WS-TAR-PRE-IDX(WS-IDX, WS-IDX-PRE) TO WS-IDX-2
               IF WS-IDX-2 > 0
                   IF WS-TAR-INT-VENC(WS-IDX) > 0 AND
                      WS-TAR-INT-VENC(WS-IDX) <
                      WS-TAR-INT-VENC(WS-IDX-2)
                       MOVE SPACES TO LINHA-CRN
                       STRING "          vence antes do pré-requisito "
                           DELIMITED BY SIZE
                           WS-TAR-NUMERO(WS-IDX-2) DELIMITED BY SIZE
                           " (venc. " DELIMITED BY SIZE
                           WS-TAR-VENC(WS-IDX-2) DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO LINHA-CRN
                       WRITE LINHA-CRN
                       ADD 1 TO WS-TOTAL-CONFLITOS
                   END-IF
               END-IF
           END-PERFORM.

       ESCREVER-CAMINHOS-CRITICOS.
           MOVE SPACES TO LINHA-CRN
           WRITE LINHA-CRN
           MOVE "Caminho crítico por projeto (maior cadeia de "
             & "pré-requisitos em dias úteis):" TO LINHA-CRN
           WRITE LINHA-CRN
           PERFORM VARYING WS-IDX-PRJ FROM 1 BY 1
                   UNTIL WS-IDX-PRJ > WS-PRJ-QTD
               PERFORM ESCREVER-CAMINHO-PROJETO
           END-PERFORM
           IF WS-PRJ-QTD = 0
               MOVE "  (nenhuma tarefa aberta)" TO LINHA-CRN
               WRITE LINHA-CRN
           END-IF.

       ESCREVER-CAMINHO-PROJETO.
           MOVE 0 TO WS-IDX-MELHOR
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TAR-QTD
               IF WS-TAR-SITUACAO(WS-IDX) = 'R' AND
                  WS-TAR-PROJETO(WS-IDX) = WS-PRJ-CODIGO(WS-IDX-PRJ)
                   IF WS-IDX-MELHOR = 0
                       MOVE WS-IDX TO WS-IDX-MELHOR
                   ELSE
                       IF WS-TAR-ACUM(WS-IDX) >
                          WS-TAR-ACUM(WS-IDX-MELHOR) OR
                          (WS-TAR-ACUM(WS-IDX) =
                           WS-TAR-ACUM(WS-IDX-MELHOR) AND
                           WS-TAR-ELOS(WS-IDX) >
                           WS-TAR-ELOS(WS-IDX-MELHOR))
                           MOVE WS-IDX TO WS-IDX-MELHOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PRJ-CODIGO(WS-IDX-PRJ) = SPACES
               MOVE "(sem projeto)" TO WS-PROJETO-ED
           ELSE
               MOVE WS-PRJ-CODIGO(WS-IDX-PRJ) TO WS-PROJETO-ED
           END-IF
           MOVE SPACES TO LINHA-CRN
           WRITE LINHA-CRN
           IF WS-IDX-MELHOR = 0
               MOVE SPACES TO LINHA-CRN
               STRING "  Projeto " DELIMITED BY SIZE
                   WS-PROJETO-ED DELIMITED BY "  "
                   ": todas as tarefas abertas estão em ciclo"
                   DELIMITED BY SIZE
                   INTO LINHA-CRN
               WRITE LINHA-CRN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CAD-QTD
           MOVE WS-IDX-MELHOR TO WS-IDX
           PERFORM UNTIL WS-IDX = 0 OR WS-CAD-QTD >= 999
               ADD 1 TO WS-CAD-QTD
               MOVE WS-IDX TO WS-CAD-IDX(WS-CAD-QTD)
               MOVE WS-TAR-ANTERIOR(WS-IDX) TO WS-IDX
           END-PERFORM
           COMPUTE WS-DATA-PREV = FUNCTION DATE-OF-INTEGER
               (WS-TAR-INT-PREV(WS-IDX-MELHOR))
           MOVE WS-TAR-ACUM(WS-IDX-MELHOR) TO WS-ACUM-ED
           MOVE WS-TAR-ELOS(WS-IDX-MELHOR) TO WS-ELOS-ED
           MOVE SPACES TO LINHA-CRN
           STRING "  Projeto " DELIMITED BY SIZE
               WS-PROJETO-ED DELIMITED BY "  "
               ":" DELIMITED BY SIZE
               WS-ELOS-ED DELIMITED BY SIZE
               " tarefa(s)," DELIMITED BY SIZE
               WS-ACUM-ED DELIMITED BY SIZE
               " dia(s) úteis, término previsto " DELIMITED BY SIZE
               WS-DATA-PREV DELIMITED BY SIZE
               INTO LINHA-CRN
           WRITE LINHA-CRN
           PERFORM VARYING WS-IDX-2 FROM WS-CAD-QTD BY -1
                   UNTIL WS-IDX-2 < 1
               MOVE WS-CAD-IDX(WS-IDX-2) TO WS-IDX
               COMPUTE WS-DATA-PREV = FUNCTION DATE-OF-INTEGER
                   (WS-TAR-INT-PREV(WS-IDX))
               MOVE WS-TAR-DIAS(WS-IDX) TO WS-DIAS-ED
               MOVE SPACES TO LINHA-CRN
               STRING "    " DELIMITED BY SIZE
                   WS-TAR-NUMERO(WS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TAR-DESC(WS-IDX)(1:30) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TAR-PROJETO(WS-IDX) DELIMITED BY SIZE
                   " venc. " DELIMITED BY SIZE
                   WS-TAR-VENC(WS-IDX) DELIMITED BY SIZE
                   " prev. " DELIMITED BY SIZE
                   WS-DATA-PREV DELIMITED BY SIZE
                   WS-DIAS-ED DELIMITED BY SIZE
                   "d" DELIMITED BY SIZE
                   INTO LINHA-CRN
               WRITE LINHA-CRN
           END-PERFORM.

       ESCREVER-GARGALOS.
           MOVE SPACES TO LINHA-CRN
           WRITE LINHA-CRN
           MOVE "Tarefas que mais seguram trabalho a jusante "
             & "(até 10):" TO LINHA-CRN
           WRITE LINHA-CRN
           MOVE "  Número Descrição                      "
             & "Dependentes Minutos dependentes" TO LINHA-CRN
           WRITE LINHA-CRN
           PERFORM VARYING WS-IDX-TOPO FROM 1 BY 1
                   UNTIL WS-IDX-TOPO > 10
               MOVE 0 TO WS-IDX-MELHOR
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TAR-QTD
                   IF WS-TAR-SITUACAO(WS-IDX) NOT = 'F' AND
                      WS-TAR-USADO(WS-IDX) = 'N' AND
                      WS-TAR-DEPEND(WS-IDX) > 0
                       IF WS-IDX-MELHOR = 0
                           MOVE WS-IDX TO WS-IDX-MELHOR
                       ELSE
                           IF WS-TAR-DEPEND(WS-IDX) >
                              WS-TAR-DEPEND(WS-IDX-MELHOR) OR
                              (WS-TAR-DEPEND(WS-IDX) =
                               WS-TAR-DEPEND(WS-IDX-MELHOR) AND
                               WS-TAR-DEP-MIN(WS-IDX) >
                               WS-TAR-DEP-MIN(WS-IDX-MELHOR))
                               MOVE WS-IDX TO WS-IDX-MELHOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-IDX-MELHOR = 0
                   IF WS-IDX-TOPO = 1
                       MOVE "  (nenhuma tarefa aberta bloqueia outra)"
                           TO LINHA-CRN
                       WRITE LINHA-CRN
                   END-IF
                   MOVE 10 TO WS-IDX-TOPO
               ELSE
                   MOVE 'S' TO WS-TAR-USADO(WS-IDX-MELHOR)
                   MOVE WS-TAR-DEPEND(WS-IDX-MELHOR) TO WS-DEPEND-ED
                   MOVE WS-TAR-DEP-MIN(WS-IDX-MELHOR) TO WS-DEP-MIN-ED
                   MOVE SPACES TO LINHA-CRN
                   STRING "  " DELIMITED BY SIZE
                       WS-TAR-NUMERO(WS-IDX-MELHOR) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-TAR-DESC(WS-IDX-MELHOR)(1:30)
                       DELIMITED BY SIZE
                       "        " DELIMITED BY SIZE
                       WS-DEPEND-ED DELIMITED BY SIZE
                       "          " DELIMITED BY SIZE
                       WS-DEP-MIN-ED DELIMITED BY SIZE
                       INTO LINHA-CRN
                   WRITE LINHA-CRN
               END-IF
           END-PERFORM.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-CRN
           WRITE LINHA-CRN
           MOVE SPACES TO LINHA-CRN
           STRING "Tarefas abertas: " DELIMITED BY SIZE
               WS-TOTAL-ABERTAS DELIMITED BY SIZE
               "  Em espera: " DELIMITED BY SIZE
               WS-TOTAL-ESPERA DELIMITED BY SIZE
               "  Atrasarão: " DELIMITED BY SIZE
               WS-TOTAL-ATRASO-PREV DELIMITED BY SIZE
               "  Vencimento antes de pré-requisito: "
               DELIMITED BY SIZE
               WS-TOTAL-CONFLITOS DELIMITED BY SIZE
               INTO LINHA-CRN
           WRITE LINHA-CRN
           MOVE SPACES TO LINHA-CRN
           STRING "Em ciclo: " DELIMITED BY SIZE
               WS-TOTAL-CICLOS DELIMITED BY SIZE
               "  Sem vencimento: " DELIMITED BY SIZE
               WS-TOTAL-SEM-VENC DELIMITED BY SIZE
               "  Pré-requisitos arquivados: " DELIMITED BY SIZE
               WS-TOTAL-PRE-HIST DELIMITED BY SIZE
               "  Inexistentes: " DELIMITED BY SIZE
               WS-TOTAL-PRE-INEXIST DELIMITED BY SIZE
               INTO LINHA-CRN
           WRITE LINHA-CRN
           IF TABELA-TAREFAS-CHEIA
               MOVE "Aviso: tabela de tarefas cheia; cronograma "
                 & "incompleto." TO LINHA-CRN
               WRITE LINHA-CRN
           END-IF.

       END PROGRAM CronogramaTarefas.
