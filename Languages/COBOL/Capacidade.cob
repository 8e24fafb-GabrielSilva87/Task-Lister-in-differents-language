       IDENTIFICATION DIVISION.
       PROGRAM-ID. CapacidadeTarefas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAREFAS ASSIGN TO "tarefas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAREFA-NUMERO
               FILE STATUS IS WS-TAREFAS-STATUS.
           SELECT APONTAMENTOS ASSIGN TO "apontamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APONTAMENTOS-STATUS.
           SELECT CALENDARIO ASSIGN TO "calendario.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.
           SELECT CAPACIDADE ASSIGN TO "capacidade.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACIDADE-STATUS.
           SELECT AUSENCIAS ASSIGN TO "ausencias.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUSENCIAS-STATUS.
           SELECT RELATORIO-CAP ASSIGN TO "capacidade_plano.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAREFAS-LOG ASSIGN TO "tarefas_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAREFAS-LOG-STATUS.
           SELECT OPERADORES ASSIGN TO "operadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAREFAS.
       01  TAREFA-REGISTRO.
           05  TAREFA-DESCRICAO  PIC X(100).
           05  TAREFA-STATUS     PIC X(1).
               88  TAREFA-ABERTA      VALUE 'A'.
               88  TAREFA-EM-ESPERA   VALUE 'E'.
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

       FD  AUSENCIAS.
       01  AUS-REGISTRO.
           05  AUS-RESPONSAVEL   PIC X(20).
           05  AUS-DATA          PIC 9(8).
           05  AUS-MOTIVO        PIC X(30).

       FD  RELATORIO-CAP.
       01  LINHA-CAP            PIC X(100).

       FD  TAREFAS-LOG.
       01  LINHA-LOG            PIC X(150).

       FD  OPERADORES.
       01  OPR-REGISTRO.
           05  OPR-ID            PIC X(8).
           05  OPR-NOME          PIC X(30).
           05  OPR-PAPEL         PIC X(1).
           05  OPR-ATIVO         PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-TAREFAS-STATUS    PIC XX.
       01  WS-APONTAMENTOS-STATUS PIC XX.
       01  WS-CALENDARIO-STATUS PIC XX.
       01  WS-CAPACIDADE-STATUS PIC XX.
       01  WS-AUSENCIAS-STATUS  PIC XX.
       01  WS-TAREFAS-LOG-STATUS PIC XX.
       01  WS-EOF-TAREFAS       PIC X VALUE 'N'.
           88  FIM-DE-ARQUIVO       VALUE 'S'.
       01  WS-EOF-APT           PIC X VALUE 'N'.
           88  FIM-DE-APONTAMENTOS  VALUE 'S'.
       01  WS-EOF-CALENDARIO    PIC X VALUE 'N'.
           88  FIM-DE-CALENDARIO    VALUE 'S'.
       01  WS-EOF-CAPACIDADE    PIC X VALUE 'N'.
           88  FIM-DE-CAPACIDADE    VALUE 'S'.
       01  WS-EOF-AUSENCIAS     PIC X VALUE 'N'.
           88  FIM-DE-AUSENCIAS     VALUE 'S'.
       01  OPCAO                PIC 9(2).
       01  FIM                  PIC X VALUE 'N'.
       01  WS-LOG-DATA-HORA     PIC X(21).
       01  WS-LOG-ACAO          PIC X(10).
       01  WS-LOG-NUMERO        PIC 9(5).
       01  WS-LOG-DESCRICAO     PIC X(100).
       01  WS-OPERADORES-STATUS PIC XX.
       01  WS-EOF-OPERADORES    PIC X VALUE 'N'.
           88  FIM-DE-OPERADORES    VALUE 'S'.
       01  WS-OPERADOR-ID       PIC X(8).
       01  WS-OPERADOR-NOME     PIC X(30).
       01  WS-OPERADOR-PAPEL    PIC X(1).
       01  WS-OPERADOR-NIVEL    PIC 9(1) VALUE 0.
       01  WS-OPERADOR-OK       PIC X VALUE 'N'.
           88  OPERADOR-IDENTIFICADO VALUE 'S'.
       01  WS-DATA-ATUAL        PIC 9(8).
       01  WS-INT-HOJE          PIC 9(8).
       01  WS-INT-SEGUNDA       PIC 9(8).
       01  WS-INT-FIM-HORIZONTE PIC 9(8).
       01  WS-DATA-SEGUNDA      PIC 9(8).
       01  WS-DATA-SEMANA       PIC 9(8).
       01  WS-INT-DIA           PIC 9(8).
       01  WS-INT-VENC          PIC 9(8).
       01  WS-INT-LIMITE        PIC 9(8).
       01  WS-DIA-SEMANA        PIC 9(1).
       01  WS-QUOCIENTE         PIC 9(8).
       01  WS-DESLOCAMENTO      PIC 9(3).
       01  WS-SEMANAS-INPUT     PIC 9(2).
       01  WS-SEMANAS           PIC 9(2).
       01  WS-IDX-SEM           PIC 9(2).
       01  WS-DATA-VALIDAR      PIC 9(8).
       01  WS-DATA-VALIDA       PIC X.
       01  WS-VENC-ANO          PIC 9(4).
       01  WS-VENC-MES          PIC 9(2).
       01  WS-VENC-DIA          PIC 9(2).
       01  WS-DIAS-NO-MES       PIC 9(2).
       01  WS-RESTO-BISSEXTO    PIC 9(4).
       01  WS-FER-QTD           PIC 9(3).
       01  WS-TABELA-FERIADOS.
           05  WS-FER-INTEIRO OCCURS 500 TIMES PIC 9(8).
       01  WS-IDX-FER           PIC 9(3).
       01  WS-CAP-QTD           PIC 9(3).
       01  WS-TABELA-CAPACIDADE.
           05  WS-CAP-ENT OCCURS 100 TIMES.
               10  WS-CAP-RESP      PIC X(20).
               10  WS-CAP-MINUTOS   PIC 9(4).
       01  WS-IDX-CAP           PIC 9(3).
       01  WS-IDX-CAP-ACHADO    PIC 9(3).
       01  WS-AUS-QTD           PIC 9(3).
       01  WS-TABELA-AUSENCIAS.
           05  WS-AUS-ENT OCCURS 500 TIMES.
               10  WS-AUS-RESP      PIC X(20).
               10  WS-AUS-DATA      PIC 9(8).
               10  WS-AUS-MOTIVO    PIC X(30).
               10  WS-AUS-INTEIRO   PIC 9(8).
       01  WS-IDX-AUS           PIC 9(3).
       01  WS-IDX-AUS-ACHADO    PIC 9(3).
       01  WS-EFF-QTD           PIC 9(4).
       01  WS-TABELA-ESFORCO.
           05  WS-EFF-ENT OCCURS 3000 TIMES.
               10  WS-EFF-NUMERO    PIC 9(5).
               10  WS-EFF-MINUTOS   PIC 9(6).
       01  WS-IDX-EFF           PIC 9(4).
       01  WS-EFF-CHEIA         PIC X VALUE 'N'.
       01  WS-TPL-QTD           PIC 9(4).
       01  WS-TABELA-PLANO.
           05  WS-TPL-ENT OCCURS 1000 TIMES.
               10  WS-TPL-NUMERO    PIC 9(5).
               10  WS-TPL-DESC      PIC X(40).
               10  WS-TPL-VENC      PIC 9(8).
               10  WS-TPL-SALDO     PIC 9(6).
               10  WS-TPL-PESSOA    PIC 9(3).
               10  WS-TPL-CAPAC     PIC 9(9).
               10  WS-TPL-DEMANDA   PIC 9(9).
               10  WS-TPL-CABE      PIC X.
       01  WS-IDX-TPL           PIC 9(4).
       01  WS-IDX-TPL-2         PIC 9(4).
       01  WS-TPL-CHEIA         PIC X VALUE 'N'.
       01  WS-PRS-QTD           PIC 9(3).
       01  WS-TABELA-PESSOAS.
           05  WS-PRS-ENT OCCURS 60 TIMES.
               10  WS-PRS-NOME      PIC X(20).
               10  WS-PRS-MINUTOS   PIC 9(4).
               10  WS-PRS-CADASTRO  PIC X.
               10  WS-PRS-SEMANA OCCURS 12 TIMES.
                   15  WS-PRS-CAPAC PIC 9(6).
                   15  WS-PRS-CARGA PIC 9(7).
       01  WS-TABELA-DISPONIBILIDADE.
           05  WS-DSP-PESSOA OCCURS 60 TIMES.
               10  WS-DSP-DIA OCCURS 400 TIMES PIC X.
       01  WS-IDX-PRS           PIC 9(3).
       01  WS-IDX-DIA           PIC 9(3).
       01  WS-PRS-CHEIA         PIC X VALUE 'N'.
       01  WS-RESP-BUSCA        PIC X(20).
       01  WS-DISPONIVEL        PIC X.
       01  WS-APONTADO          PIC 9(6).
       01  WS-SALDO             PIC S9(6).
       01  WS-QTD-DIAS-DISP     PIC 9(5).
       01  WS-QTD-DIAS-EXTRA    PIC 9(5).
       01  WS-COTA              PIC 9(6).
       01  WS-RESTO-COTA        PIC 9(6).
       01  WS-CONTA-DIAS        PIC 9(5).
       01  WS-PARCELA           PIC 9(6).
       01  WS-DIAS-CORRIDOS     PIC 9(5).
       01  WS-SEMANAS-CHEIAS    PIC 9(5).
       01  WS-RESTO-DIAS        PIC 9(1).
       01  WS-TOTAL-CONSIDERADAS PIC 9(4).
       01  WS-TOTAL-SEM-ESTIM   PIC 9(4).
       01  WS-TOTAL-SEM-VENC    PIC 9(4).
       01  WS-TOTAL-SEM-RESP    PIC 9(4).
       01  WS-TOTAL-ESGOTADAS   PIC 9(4).
       01  WS-TOTAL-ESPERA      PIC 9(4).
       01  WS-TOTAL-SOBRECARGA  PIC 9(4).
       01  WS-TOTAL-NAO-CABEM   PIC 9(4).
       01  WS-USO               PIC 9(7).
       01  WS-USO-ED            PIC Z(6)9.
       01  WS-MINUTOS-ED        PIC ZZZ9.
       01  WS-CAPAC-ED          PIC ZZZ,ZZ9.
       01  WS-CARGA-ED          PIC Z,ZZZ,ZZ9.
       01  WS-SALDO-ED          PIC ZZZZZ9.
       01  WS-DEMANDA-ED        PIC ZZZ,ZZZ,ZZ9.
       01  WS-TPL-CAPAC-ED      PIC ZZZ,ZZZ,ZZ9.
       01  WS-CNT-ED            PIC ZZZ9.
       01  WS-RESP-INPUT        PIC X(20).
       01  WS-MINUTOS-INPUT     PIC 9(4).
       01  WS-DATA-INPUT        PIC 9(8).
       01  WS-MOTIVO-INPUT      PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Capacidade e Plano de Carga"
           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-IDENTIFICADO
               STOP RUN
           END-IF
           PERFORM UNTIL FIM = 'S'
               PERFORM CARREGAR-CAPACIDADE
               PERFORM CARREGAR-AUSENCIAS
               DISPLAY "Capacidade e Plano de Carga"
               DISPLAY "1. Listar capacidades e ausências"
               DISPLAY "2. Definir minutos por dia de um responsável"
               DISPLAY "3. Incluir ausência"
               DISPLAY "4. Excluir ausência"
               DISPLAY "5. Gerar plano de capacidade"
               DISPLAY "6. Sair"
               DISPLAY "Escolha uma opção: "
               ACCEPT OPCAO
               IF OPCAO >= 2 AND OPCAO <= 4 AND
                  WS-OPERADOR-NIVEL < 3
                   DISPLAY "Manutenção da capacidade restrita a "
                       "supervisores."
                   MOVE 0 TO OPCAO
               END-IF

               EVALUATE OPCAO
                   WHEN 0
                       CONTINUE
                   WHEN 1
                       PERFORM LISTAR-CAPACIDADE
                   WHEN 2
                       PERFORM DEFINIR-CAPACIDADE
                   WHEN 3
                       PERFORM INCLUIR-AUSENCIA
                   WHEN 4
                       PERFORM EXCLUIR-AUSENCIA
                   WHEN 5
                       PERFORM GERAR-PLANO-CAPACIDADE
                   WHEN 6
                       MOVE 'S' TO FIM
                   WHEN OTHER
                       DISPLAY "Opção inválida. Tente novamente."
               END-EVALUATE
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

       GRAVAR-CAPACIDADE.
           OPEN OUTPUT CAPACIDADE
           PERFORM VARYING WS-IDX-CAP FROM 1 BY 1
                   UNTIL WS-IDX-CAP > WS-CAP-QTD
               MOVE WS-CAP-RESP(WS-IDX-CAP) TO CAP-RESPONSAVEL
               MOVE WS-CAP-MINUTOS(WS-IDX-CAP) TO CAP-MINUTOS-DIA
               WRITE CAP-REGISTRO
           END-PERFORM
           CLOSE CAPACIDADE.

       CARREGAR-AUSENCIAS.
           MOVE 0 TO WS-AUS-QTD
           MOVE 'N' TO WS-EOF-AUSENCIAS
           OPEN INPUT AUSENCIAS
           IF WS-AUSENCIAS-STATUS = "00"
               PERFORM UNTIL FIM-DE-AUSENCIAS
                   READ AUSENCIAS INTO AUS-REGISTRO
                       AT END
                           MOVE 'S' TO WS-EOF-AUSENCIAS
                       NOT AT END
                           PERFORM ANOTAR-AUSENCIA
                   END-READ
               END-PERFORM
               CLOSE AUSENCIAS
           END-IF.

       ANOTAR-AUSENCIA.
           IF AUS-DATA NOT NUMERIC OR WS-AUS-QTD >= 500
               EXIT PARAGRAPH
           END-IF
           MOVE AUS-DATA TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA
           IF WS-DATA-VALIDA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUS-QTD
           MOVE AUS-RESPONSAVEL TO WS-AUS-RESP(WS-AUS-QTD)
           MOVE AUS-DATA TO WS-AUS-DATA(WS-AUS-QTD)
           MOVE AUS-MOTIVO TO WS-AUS-MOTIVO(WS-AUS-QTD)
           COMPUTE WS-AUS-INTEIRO(WS-AUS-QTD) =
               FUNCTION INTEGER-OF-DATE(AUS-DATA).

       GRAVAR-AUSENCIAS.
           OPEN OUTPUT AUSENCIAS
           PERFORM VARYING WS-IDX-AUS FROM 1 BY 1
                   UNTIL WS-IDX-AUS > WS-AUS-QTD
               MOVE WS-AUS-RESP(WS-IDX-AUS) TO AUS-RESPONSAVEL
               MOVE WS-AUS-DATA(WS-IDX-AUS) TO AUS-DATA
               MOVE WS-AUS-MOTIVO(WS-IDX-AUS) TO AUS-MOTIVO
               WRITE AUS-REGISTRO
           END-PERFORM
           CLOSE AUSENCIAS.

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

       LISTAR-CAPACIDADE.
           IF WS-CAP-QTD = 0
               DISPLAY "Nenhuma capacidade cadastrada."
           ELSE
               DISPLAY "Capacidade diária (minutos):"
               PERFORM VARYING WS-IDX-CAP FROM 1 BY 1
                       UNTIL WS-IDX-CAP > WS-CAP-QTD
                   MOVE WS-CAP-MINUTOS(WS-IDX-CAP) TO WS-MINUTOS-ED
                   DISPLAY "  " WS-CAP-RESP(WS-IDX-CAP) " "
                       WS-MINUTOS-ED
               END-PERFORM
           END-IF
           IF WS-AUS-QTD = 0
               DISPLAY "Nenhuma ausência cadastrada."
           ELSE
               DISPLAY "Ausências:"
               PERFORM VARYING WS-IDX-AUS FROM 1 BY 1
                       UNTIL WS-IDX-AUS > WS-AUS-QTD
                   DISPLAY "  " WS-AUS-RESP(WS-IDX-AUS) " "
                       WS-AUS-DATA(WS-IDX-AUS) " "
                       WS-AUS-MOTIVO(WS-IDX-AUS)
               END-PERFORM
           END-IF.

       LOCALIZAR-CAPACIDADE.
           MOVE 0 TO WS-IDX-CAP-ACHADO
           PERFORM VARYING WS-IDX-CAP FROM 1 BY 1
                   UNTIL WS-IDX-CAP > WS-CAP-QTD
               IF WS-CAP-RESP(WS-IDX-CAP) = WS-RESP-BUSCA
                   MOVE WS-IDX-CAP TO WS-IDX-CAP-ACHADO
                   MOVE WS-CAP-QTD TO WS-IDX-CAP
               END-IF
           END-PERFORM.

       DEFINIR-CAPACIDADE.
           DISPLAY "Responsável: "
           MOVE SPACES TO WS-RESP-INPUT
           ACCEPT WS-RESP-INPUT
           IF WS-RESP-INPUT = SPACES
               DISPLAY "Responsável obrigatório."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Minutos disponíveis por dia útil (0-1440): "
           MOVE 0 TO WS-MINUTOS-INPUT
           ACCEPT WS-MINUTOS-INPUT
           IF WS-MINUTOS-INPUT > 1440
               DISPLAY "Quantidade de minutos inválida."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RESP-INPUT TO WS-RESP-BUSCA
           PERFORM LOCALIZAR-CAPACIDADE
           IF WS-IDX-CAP-ACHADO = 0
               IF WS-CAP-QTD >= 100
                   DISPLAY "Cadastro de capacidade cheio."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CAP-QTD
               MOVE WS-CAP-QTD TO WS-IDX-CAP-ACHADO
               MOVE WS-RESP-INPUT TO WS-CAP-RESP(WS-CAP-QTD)
           END-IF
           MOVE WS-MINUTOS-INPUT TO WS-CAP-MINUTOS(WS-IDX-CAP-ACHADO)
           PERFORM GRAVAR-CAPACIDADE
           MOVE "CAPACIDADE" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Capacidade de " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RESP-INPUT) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-MINUTOS-INPUT DELIMITED BY SIZE
               " min/dia" DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG
           DISPLAY "Capacidade gravada.".

       INCLUIR-AUSENCIA.
           DISPLAY "Responsável: "
           MOVE SPACES TO WS-RESP-INPUT
           ACCEPT WS-RESP-INPUT
           IF WS-RESP-INPUT = SPACES
               DISPLAY "Responsável obrigatório."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Data da ausência (AAAAMMDD): "
           MOVE 0 TO WS-DATA-INPUT
           ACCEPT WS-DATA-INPUT
           MOVE WS-DATA-INPUT TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA
           IF WS-DATA-VALIDA NOT = 'S'
               DISPLAY "Data inválida."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZAR-AUSENCIA
           IF WS-IDX-AUS-ACHADO > 0
               DISPLAY "Ausência já cadastrada."
               EXIT PARAGRAPH
           END-IF
           IF WS-AUS-QTD >= 500
               DISPLAY "Cadastro de ausências cheio."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Motivo: "
           MOVE SPACES TO WS-MOTIVO-INPUT
           ACCEPT WS-MOTIVO-INPUT
           ADD 1 TO WS-AUS-QTD
           MOVE WS-RESP-INPUT TO WS-AUS-RESP(WS-AUS-QTD)
           MOVE WS-DATA-INPUT TO WS-AUS-DATA(WS-AUS-QTD)
           MOVE WS-MOTIVO-INPUT TO WS-AUS-MOTIVO(WS-AUS-QTD)
           PERFORM GRAVAR-AUSENCIAS
           MOVE "CAPACIDADE" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Ausência de " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RESP-INPUT) DELIMITED BY SIZE
               " em " DELIMITED BY SIZE
               WS-DATA-INPUT DELIMITED BY SIZE
               " incluída" DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG
           DISPLAY "Ausência incluída.".

       EXCLUIR-AUSENCIA.
           DISPLAY "Responsável: "
           MOVE SPACES TO WS-RESP-INPUT
           ACCEPT WS-RESP-INPUT
           DISPLAY "Data da ausência (AAAAMMDD): "
           MOVE 0 TO WS-DATA-INPUT
           ACCEPT WS-DATA-INPUT
           PERFORM LOCALIZAR-AUSENCIA
           IF WS-IDX-AUS-ACHADO = 0
               DISPLAY "Ausência não encontrada."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-AUS FROM WS-IDX-AUS-ACHADO BY 1
                   UNTIL WS-IDX-AUS >= WS-AUS-QTD
               MOVE WS-AUS-ENT(WS-IDX-AUS + 1) TO
                   WS-AUS-ENT(WS-IDX-AUS)
           END-PERFORM
           SUBTRACT 1 FROM WS-AUS-QTD
           PERFORM GRAVAR-AUSENCIAS
           MOVE "CAPACIDADE" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Ausência de " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RESP-INPUT) DELIMITED BY SIZE
               " em " DELIMITED BY SIZE
               WS-DATA-INPUT DELIMITED BY SIZE
               " excluída" DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG
           DISPLAY "Ausência excluída.".

       LOCALIZAR-AUSENCIA.
           MOVE 0 TO WS-IDX-AUS-ACHADO
           PERFORM VARYING WS-IDX-AUS FROM 1 BY 1
                   UNTIL WS-IDX-AUS > WS-AUS-QTD
               IF WS-AUS-RESP(WS-IDX-AUS) = WS-RESP-INPUT AND
                  WS-AUS-DATA(WS-IDX-AUS) = WS-DATA-INPUT
                   MOVE WS-IDX-AUS TO WS-IDX-AUS-ACHADO
                   MOVE WS-AUS-QTD TO WS-IDX-AUS
               END-IF
           END-PERFORM.

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

       CARREGAR-APONTAMENTOS.
           MOVE 0 TO WS-EFF-QTD
           MOVE 'N' TO WS-EFF-CHEIA
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
           ELSE
               MOVE 'S' TO WS-EFF-CHEIA
           END-IF.

       GERAR-PLANO-CAPACIDADE.
           DISPLAY "Quantidade de semanas do plano (1-12, 0=6): "
           MOVE 0 TO WS-SEMANAS-INPUT
           ACCEPT WS-SEMANAS-INPUT
           IF WS-SEMANAS-INPUT = 0 OR WS-SEMANAS-INPUT > 12
               MOVE 6 TO WS-SEMANAS
           ELSE
               MOVE WS-SEMANAS-INPUT TO WS-SEMANAS
           END-IF
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
           MOVE WS-INT-HOJE TO WS-INT-DIA
           PERFORM OBTER-DIA-SEMANA
           IF WS-DIA-SEMANA = 0
               MOVE 6 TO WS-DESLOCAMENTO
           ELSE
               COMPUTE WS-DESLOCAMENTO = WS-DIA-SEMANA - 1
           END-IF
           COMPUTE WS-INT-SEGUNDA = WS-INT-HOJE - WS-DESLOCAMENTO
           COMPUTE WS-DATA-SEGUNDA =
               FUNCTION DATE-OF-INTEGER(WS-INT-SEGUNDA)
           COMPUTE WS-INT-FIM-HORIZONTE =
               WS-INT-SEGUNDA + WS-SEMANAS * 7 - 1
           PERFORM CARREGAR-CALENDARIO
           PERFORM CARREGAR-APONTAMENTOS
           PERFORM CARREGAR-TAREFAS-PLANO
           PERFORM MONTAR-DISPONIBILIDADE
           PERFORM VARYING WS-IDX-TPL FROM 1 BY 1
                   UNTIL WS-IDX-TPL > WS-TPL-QTD
               PERFORM DISTRIBUIR-TAREFA
           END-PERFORM
           PERFORM VARYING WS-IDX-TPL FROM 1 BY 1
                   UNTIL WS-IDX-TPL > WS-TPL-QTD
               PERFORM VERIFICAR-ENCAIXE
           END-PERFORM
           PERFORM GRAVAR-RELATORIO-CAPACIDADE
           DISPLAY "Semanas sobrecarregadas: " WS-TOTAL-SOBRECARGA
           DISPLAY "Tarefas que não cabem antes do vencimento: "
               WS-TOTAL-NAO-CABEM
           DISPLAY "Plano gravado em capacidade_plano.txt".

       CARREGAR-TAREFAS-PLANO.
           MOVE 0 TO WS-TPL-QTD
           MOVE 'N' TO WS-TPL-CHEIA
           MOVE 0 TO WS-PRS-QTD
           MOVE 'N' TO WS-PRS-CHEIA
           MOVE 0 TO WS-TOTAL-CONSIDERADAS
           MOVE 0 TO WS-TOTAL-SEM-ESTIM
           MOVE 0 TO WS-TOTAL-SEM-VENC
           MOVE 0 TO WS-TOTAL-SEM-RESP
           MOVE 0 TO WS-TOTAL-ESGOTADAS
           MOVE 0 TO WS-TOTAL-ESPERA
           MOVE 'N' TO WS-EOF-TAREFAS
           OPEN INPUT TAREFAS
           IF WS-TAREFAS-STATUS NOT = "00"
               DISPLAY "Arquivo de tarefas não encontrado."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIM-DE-ARQUIVO
               READ TAREFAS NEXT INTO TAREFA-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-TAREFAS
                   NOT AT END
                       IF TAREFA-ABERTA
                           PERFORM ANOTAR-TAREFA-PLANO
                       END-IF
                       IF TAREFA-EM-ESPERA
                           ADD 1 TO WS-TOTAL-ESPERA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAREFAS.

       ANOTAR-TAREFA-PLANO.
           IF TAREFA-RESPONSAVEL = SPACES
               ADD 1 TO WS-TOTAL-SEM-RESP
               EXIT PARAGRAPH
           END-IF
           IF TAREFA-ESTIMATIVA = 0
               ADD 1 TO WS-TOTAL-SEM-ESTIM
               EXIT PARAGRAPH
           END-IF
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
               ADD 1 TO WS-TOTAL-ESGOTADAS
               EXIT PARAGRAPH
           END-IF
           IF TAREFA-DATA-VENC <= 19000101
               ADD 1 TO WS-TOTAL-SEM-VENC
               EXIT PARAGRAPH
           END-IF
           MOVE TAREFA-RESPONSAVEL TO WS-RESP-BUSCA
           PERFORM LOCALIZAR-PESSOA
           IF WS-IDX-PRS = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TPL-QTD >= 1000
               MOVE 'S' TO WS-TPL-CHEIA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TPL-QTD
           ADD 1 TO WS-TOTAL-CONSIDERADAS
           MOVE TAREFA-NUMERO TO WS-TPL-NUMERO(WS-TPL-QTD)
           MOVE TAREFA-DESCRICAO TO WS-TPL-DESC(WS-TPL-QTD)
           MOVE TAREFA-DATA-VENC TO WS-TPL-VENC(WS-TPL-QTD)
           MOVE WS-SALDO TO WS-TPL-SALDO(WS-TPL-QTD)
           MOVE WS-IDX-PRS TO WS-TPL-PESSOA(WS-TPL-QTD)
           MOVE 0 TO WS-TPL-CAPAC(WS-TPL-QTD)
           MOVE 0 TO WS-TPL-DEMANDA(WS-TPL-QTD)
           MOVE 'S' TO WS-TPL-CABE(WS-TPL-QTD).

       LOCALIZAR-PESSOA.
           PERFORM VARYING WS-IDX-PRS FROM 1 BY 1
                   UNTIL WS-IDX-PRS > WS-PRS-QTD
               IF WS-PRS-NOME(WS-IDX-PRS) = WS-RESP-BUSCA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PRS-QTD >= 60
               MOVE 'S' TO WS-PRS-CHEIA
               MOVE 0 TO WS-IDX-PRS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRS-QTD
           MOVE WS-PRS-QTD TO WS-IDX-PRS
           MOVE WS-RESP-BUSCA TO WS-PRS-NOME(WS-IDX-PRS)
           PERFORM LOCALIZAR-CAPACIDADE
           IF WS-IDX-CAP-ACHADO > 0
               MOVE WS-CAP-MINUTOS(WS-IDX-CAP-ACHADO) TO
                   WS-PRS-MINUTOS(WS-IDX-PRS)
               MOVE 'S' TO WS-PRS-CADASTRO(WS-IDX-PRS)
           ELSE
               MOVE 0 TO WS-PRS-MINUTOS(WS-IDX-PRS)
               MOVE 'N' TO WS-PRS-CADASTRO(WS-IDX-PRS)
           END-IF
           PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
                   UNTIL WS-IDX-SEM > 12
               MOVE 0 TO WS-PRS-CAPAC(WS-IDX-PRS, WS-IDX-SEM)
               MOVE 0 TO WS-PRS-CARGA(WS-IDX-PRS, WS-IDX-SEM)
           END-PERFORM.

       OBTER-DIA-SEMANA.
           DIVIDE WS-INT-DIA BY 7 GIVING WS-QUOCIENTE
               REMAINDER WS-DIA-SEMANA.

       VERIFICAR-DISPONIVEL.
           MOVE 'N' TO WS-DISPONIVEL
           IF WS-PRS-MINUTOS(WS-IDX-PRS) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM OBTER-DIA-SEMANA
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-FER-QTD
               IF WS-FER-INTEIRO(WS-IDX-FER) = WS-INT-DIA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-AUS FROM 1 BY 1
                   UNTIL WS-IDX-AUS > WS-AUS-QTD
               IF WS-AUS-INTEIRO(WS-IDX-AUS) = WS-INT-DIA AND
                  WS-AUS-RESP(WS-IDX-AUS) = WS-PRS-NOME(WS-IDX-PRS)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 'S' TO WS-DISPONIVEL.

       MONTAR-DISPONIBILIDADE.
           PERFORM VARYING WS-IDX-PRS FROM 1 BY 1
                   UNTIL WS-IDX-PRS > WS-PRS-QTD
               PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                       UNTIL WS-IDX-DIA > 400
                   COMPUTE WS-INT-DIA = WS-INT-HOJE + WS-IDX-DIA - 1
                   PERFORM VERIFICAR-DISPONIVEL
                   MOVE WS-DISPONIVEL TO
                       WS-DSP-DIA(WS-IDX-PRS, WS-IDX-DIA)
                   IF WS-DISPONIVEL = 'S' AND
                      WS-INT-DIA <= WS-INT-FIM-HORIZONTE
                       COMPUTE WS-IDX-SEM =
                           (WS-INT-DIA - WS-INT-SEGUNDA) / 7 + 1
                       ADD WS-PRS-MINUTOS(WS-IDX-PRS) TO
                           WS-PRS-CAPAC(WS-IDX-PRS, WS-IDX-SEM)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CONTAR-DIAS-DISPONIVEIS.
           MOVE 0 TO WS-QTD-DIAS-DISP
           MOVE 0 TO WS-QTD-DIAS-EXTRA
           IF WS-INT-VENC < WS-INT-HOJE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INT-LIMITE = WS-INT-HOJE + 399
           IF WS-INT-VENC < WS-INT-LIMITE
               MOVE WS-INT-VENC TO WS-INT-LIMITE
           END-IF
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > WS-INT-LIMITE - WS-INT-HOJE + 1
               IF WS-DSP-DIA(WS-IDX-PRS, WS-IDX-DIA) = 'S'
                   ADD 1 TO WS-QTD-DIAS-DISP
               END-IF
           END-PERFORM
           IF WS-INT-VENC > WS-INT-LIMITE AND
              WS-PRS-MINUTOS(WS-IDX-PRS) > 0
               COMPUTE WS-DIAS-CORRIDOS = WS-INT-VENC - WS-INT-LIMITE
               DIVIDE WS-DIAS-CORRIDOS BY 7 GIVING WS-SEMANAS-CHEIAS
                   REMAINDER WS-RESTO-DIAS
               COMPUTE WS-QTD-DIAS-EXTRA = WS-SEMANAS-CHEIAS * 5
               MOVE WS-INT-LIMITE TO WS-INT-DIA
               PERFORM WS-RESTO-DIAS TIMES
                   ADD 1 TO WS-INT-DIA
                   PERFORM OBTER-DIA-SEMANA
                   IF WS-DIA-SEMANA NOT = 0 AND WS-DIA-SEMANA NOT = 6
                       ADD 1 TO WS-QTD-DIAS-EXTRA
                   END-IF
               END-PERFORM
           END-IF.

       DISTRIBUIR-TAREFA.
           MOVE WS-TPL-PESSOA(WS-IDX-TPL) TO WS-IDX-PRS
           COMPUTE WS-INT-VENC =
               FUNCTION INTEGER-OF-DATE(WS-TPL-VENC(WS-IDX-TPL))
           PERFORM CONTAR-DIAS-DISPONIVEIS
           COMPUTE WS-TPL-CAPAC(WS-IDX-TPL) =
               (WS-QTD-DIAS-DISP + WS-QTD-DIAS-EXTRA)
               * WS-PRS-MINUTOS(WS-IDX-PRS)
           IF WS-QTD-DIAS-DISP + WS-QTD-DIAS-EXTRA = 0
               MOVE 'N' TO WS-TPL-CABE(WS-IDX-TPL)
               PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                       UNTIL WS-IDX-DIA > 400
                   IF WS-DSP-DIA(WS-IDX-PRS, WS-IDX-DIA) = 'S'
                       COMPUTE WS-INT-DIA =
                           WS-INT-HOJE + WS-IDX-DIA - 1
                       MOVE WS-TPL-SALDO(WS-IDX-TPL) TO WS-PARCELA
                       PERFORM ACUMULAR-PARCELA
                       MOVE 400 TO WS-IDX-DIA
                   END-IF
               END-PERFORM
               IF WS-PRS-MINUTOS(WS-IDX-PRS) = 0
                   COMPUTE WS-IDX-SEM =
                       (WS-INT-HOJE - WS-INT-SEGUNDA) / 7 + 1
                   ADD WS-TPL-SALDO(WS-IDX-TPL) TO
                       WS-PRS-CARGA(WS-IDX-PRS, WS-IDX-SEM)
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONTA-DIAS = WS-QTD-DIAS-DISP + WS-QTD-DIAS-EXTRA
           DIVIDE WS-TPL-SALDO(WS-IDX-TPL) BY WS-CONTA-DIAS
               GIVING WS-COTA REMAINDER WS-RESTO-COTA
           MOVE 0 TO WS-CONTA-DIAS
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > WS-INT-LIMITE - WS-INT-HOJE + 1
               IF WS-DSP-DIA(WS-IDX-PRS, WS-IDX-DIA) = 'S'
                   ADD 1 TO WS-CONTA-DIAS
                   MOVE WS-COTA TO WS-PARCELA
                   IF WS-CONTA-DIAS <= WS-RESTO-COTA
                       ADD 1 TO WS-PARCELA
                   END-IF
                   COMPUTE WS-INT-DIA = WS-INT-HOJE + WS-IDX-DIA - 1
                   PERFORM ACUMULAR-PARCELA
               END-IF
           END-PERFORM.

       ACUMULAR-PARCELA.
           IF WS-PARCELA = 0 OR WS-INT-DIA > WS-INT-FIM-HORIZONTE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IDX-SEM = (WS-INT-DIA - WS-INT-SEGUNDA) / 7 + 1
           ADD WS-PARCELA TO WS-PRS-CARGA(WS-IDX-PRS, WS-IDX-SEM).

       VERIFICAR-ENCAIXE.
           MOVE 0 TO WS-TPL-DEMANDA(WS-IDX-TPL)
           PERFORM VARYING WS-IDX-TPL-2 FROM 1 BY 1
                   UNTIL WS-IDX-TPL-2 > WS-TPL-QTD
               IF WS-TPL-PESSOA(WS-IDX-TPL-2) =
                  WS-TPL-PESSOA(WS-IDX-TPL) AND
                  WS-TPL-VENC(WS-IDX-TPL-2) <=
                  WS-TPL-VENC(WS-IDX-TPL)
                   ADD WS-TPL-SALDO(WS-IDX-TPL-2) TO
                       WS-TPL-DEMANDA(WS-IDX-TPL)
               END-IF
           END-PERFORM
           IF WS-TPL-DEMANDA(WS-IDX-TPL) > WS-TPL-CAPAC(WS-IDX-TPL)
               MOVE 'N' TO WS-TPL-CABE(WS-IDX-TPL)
           END-IF.

       GRAVAR-RELATORIO-CAPACIDADE.
           MOVE 0 TO WS-TOTAL-SOBRECARGA
           MOVE 0 TO WS-TOTAL-NAO-CABEM
           OPEN OUTPUT RELATORIO-CAP
           MOVE SPACES TO LINHA-CAP
           STRING "Plano de Capacidade - " DELIMITED BY SIZE
               WS-DATA-ATUAL DELIMITED BY SIZE
               INTO LINHA-CAP
           WRITE LINHA-CAP
           MOVE SPACES TO LINHA-CAP
           STRING "Horizonte: " DELIMITED BY SIZE
               WS-SEMANAS DELIMITED BY SIZE
               " semanas a partir de " DELIMITED BY SIZE
               WS-DATA-SEGUNDA DELIMITED BY SIZE
               " (carga em minutos)" DELIMITED BY SIZE
               INTO LINHA-CAP
           WRITE LINHA-CAP
           MOVE SPACES TO LINHA-CAP
           STRING "Tarefas planejadas: " DELIMITED BY SIZE
               WS-TOTAL-CONSIDERADAS DELIMITED BY SIZE
               "  sem estimativa: " DELIMITED BY SIZE
               WS-TOTAL-SEM-ESTIM DELIMITED BY SIZE
               "  sem vencimento: " DELIMITED BY SIZE
               WS-TOTAL-SEM-VENC DELIMITED BY SIZE
               "  sem responsável: " DELIMITED BY SIZE
               WS-TOTAL-SEM-RESP DELIMITED BY SIZE
               INTO LINHA-CAP
           WRITE LINHA-CAP
           MOVE SPACES TO LINHA-CAP
           STRING "Tarefas com estimativa já consumida: "
               DELIMITED BY SIZE
               WS-TOTAL-ESGOTADAS DELIMITED BY SIZE
               "  em espera (fora do plano): " DELIMITED BY SIZE
               WS-TOTAL-ESPERA DELIMITED BY SIZE
               INTO LINHA-CAP
           WRITE LINHA-CAP
           PERFORM VARYING WS-IDX-PRS FROM 1 BY 1
                   UNTIL WS-IDX-PRS > WS-PRS-QTD
               PERFORM ESCREVER-SECAO-PESSOA
           END-PERFORM
           IF WS-PRS-QTD = 0
               MOVE SPACES TO LINHA-CAP
               WRITE LINHA-CAP
               MOVE "  (nenhuma tarefa aberta com saldo a planejar)"
                   TO LINHA-CAP
               WRITE LINHA-CAP
           END-IF
           MOVE SPACES TO LINHA-CAP
           WRITE LINHA-CAP
           MOVE "Tarefas que não cabem antes do vencimento:"
               TO LINHA-CAP
           WRITE LINHA-CAP
           PERFORM VARYING WS-IDX-TPL FROM 1 BY 1
                   UNTIL WS-IDX-TPL > WS-TPL-QTD
               IF WS-TPL-CABE(WS-IDX-TPL) = 'N'
                   PERFORM ESCREVER-TAREFA-NAO-CABE
               END-IF
           END-PERFORM
           IF WS-TOTAL-NAO-CABEM = 0
               MOVE "  (nenhuma)" TO LINHA-CAP
               WRITE LINHA-CAP
           END-IF
           IF WS-TPL-CHEIA = 'S' OR WS-PRS-CHEIA = 'S' OR
              WS-EFF-CHEIA = 'S'
               MOVE SPACES TO LINHA-CAP
               WRITE LINHA-CAP
               MOVE "Aviso: tarefas além da capacidade do "
                 & "relatório foram omitidas." TO LINHA-CAP
               WRITE LINHA-CAP
           END-IF
           MOVE SPACES TO LINHA-CAP
           WRITE LINHA-CAP
           MOVE SPACES TO LINHA-CAP
           STRING "Semanas sobrecarregadas: " DELIMITED BY SIZE
               WS-TOTAL-SOBRECARGA DELIMITED BY SIZE
               "  Tarefas que não cabem: " DELIMITED BY SIZE
               WS-TOTAL-NAO-CABEM DELIMITED BY SIZE
               INTO LINHA-CAP
           WRITE LINHA-CAP
           CLOSE RELATORIO-CAP.

       ESCREVER-SECAO-PESSOA.
           MOVE SPACES TO LINHA-CAP
           WRITE LINHA-CAP
           MOVE SPACES TO LINHA-CAP
           IF WS-PRS-CADASTRO(WS-IDX-PRS) = 'S'
               MOVE WS-PRS-MINUTOS(WS-IDX-PRS) TO WS-MINUTOS-ED
               STRING "Responsável: " DELIMITED BY SIZE
                   WS-PRS-NOME(WS-IDX-PRS) DELIMITED BY SIZE
                   " capacidade diária " DELIMITED BY SIZE
                   WS-MINUTOS-ED DELIMITED BY SIZE
                   " min" DELIMITED BY SIZE
                   INTO LINHA-CAP
           ELSE
               STRING "Responsável: " DELIMITED BY SIZE
                   WS-PRS-NOME(WS-IDX-PRS) DELIMITED BY SIZE
                   " (sem capacidade cadastrada)" DELIMITED BY SIZE
                   INTO LINHA-CAP
           END-IF
           WRITE LINHA-CAP
           MOVE "  Semana de  Capacidade      Carga     Uso%"
               TO LINHA-CAP
           WRITE LINHA-CAP
           PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
                   UNTIL WS-IDX-SEM > WS-SEMANAS
               PERFORM ESCREVER-SEMANA-PESSOA
           END-PERFORM.

       ESCREVER-SEMANA-PESSOA.
           COMPUTE WS-INT-DIA = WS-INT-SEGUNDA + (WS-IDX-SEM - 1) * 7
           COMPUTE WS-DATA-SEMANA = FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
           MOVE WS-PRS-CAPAC(WS-IDX-PRS, WS-IDX-SEM) TO WS-CAPAC-ED
           MOVE WS-PRS-CARGA(WS-IDX-PRS, WS-IDX-SEM) TO WS-CARGA-ED
           MOVE SPACES TO LINHA-CAP
           IF WS-PRS-CAPAC(WS-IDX-PRS, WS-IDX-SEM) > 0
               COMPUTE WS-USO =
                   WS-PRS-CARGA(WS-IDX-PRS, WS-IDX-SEM) * 100
                   / WS-PRS-CAPAC(WS-IDX-PRS, WS-IDX-SEM)
               MOVE WS-USO TO WS-USO-ED
               STRING "  " DELIMITED BY SIZE
                   WS-DATA-SEMANA DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-CAPAC-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CARGA-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-USO-ED DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO LINHA-CAP
           ELSE
               STRING "  " DELIMITED BY SIZE
                   WS-DATA-SEMANA DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-CAPAC-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CARGA-ED DELIMITED BY SIZE
                   "     --" DELIMITED BY SIZE
                   INTO LINHA-CAP
           END-IF
           IF WS-PRS-CARGA(WS-IDX-PRS, WS-IDX-SEM) >
              WS-PRS-CAPAC(WS-IDX-PRS, WS-IDX-SEM)
               MOVE "SOBRECARGA" TO LINHA-CAP(50:10)
               ADD 1 TO WS-TOTAL-SOBRECARGA
           END-IF
           WRITE LINHA-CAP.

       ESCREVER-TAREFA-NAO-CABE.
           ADD 1 TO WS-TOTAL-NAO-CABEM
           MOVE WS-TPL-PESSOA(WS-IDX-TPL) TO WS-IDX-PRS
           MOVE WS-TPL-SALDO(WS-IDX-TPL) TO WS-SALDO-ED
           MOVE WS-TPL-DEMANDA(WS-IDX-TPL) TO WS-DEMANDA-ED
           MOVE WS-TPL-CAPAC(WS-IDX-TPL) TO WS-TPL-CAPAC-ED
           MOVE SPACES TO LINHA-CAP
           STRING "  " DELIMITED BY SIZE
               WS-TPL-NUMERO(WS-IDX-TPL) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TPL-DESC(WS-IDX-TPL) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRS-NOME(WS-IDX-PRS) DELIMITED BY SIZE
               INTO LINHA-CAP
           WRITE LINHA-CAP
           MOVE SPACES TO LINHA-CAP
           STRING "        venc. " DELIMITED BY SIZE
               WS-TPL-VENC(WS-IDX-TPL) DELIMITED BY SIZE
               " saldo " DELIMITED BY SIZE
               WS-SALDO-ED DELIMITED BY SIZE
               " demanda até o venc. " DELIMITED BY SIZE
               WS-DEMANDA-ED DELIMITED BY SIZE
               " capacidade " DELIMITED BY SIZE
               WS-TPL-CAPAC-ED DELIMITED BY SIZE
               INTO LINHA-CAP
           WRITE LINHA-CAP.

       END PROGRAM CapacidadeTarefas.
