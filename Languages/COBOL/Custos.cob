       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustosTarefas.

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
           SELECT PROJETOS ASSIGN TO "projetos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJETOS-STATUS.
           SELECT TARIFAS ASSIGN TO "tarifas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFAS-STATUS.
           SELECT RELATORIO-CUSTO ASSIGN TO "custos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATEIO-GL ASSIGN TO "rateio_gl.txt"
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

       FD  PROJETOS.
       01  PROJ-REGISTRO.
           05  PROJ-CODIGO       PIC X(4).
           05  PROJ-NOME         PIC X(40).
           05  PROJ-ATIVO        PIC X(1).
           05  PROJ-REGRA-VENC   PIC X(1).

       FD  TARIFAS.
       01  TRF-REGISTRO.
           05  TRF-RESPONSAVEL   PIC X(20).
           05  TRF-VIGENCIA      PIC 9(8).
           05  TRF-VALOR-HORA    PIC 9(5)V99.

       FD  RELATORIO-CUSTO.
       01  LINHA-CUSTO          PIC X(100).

       FD  RATEIO-GL.
       01  GL-CABECALHO.
           05  GLH-TIPO          PIC X(1).
           05  GLH-SISTEMA       PIC X(8).
           05  GLH-PERIODO       PIC 9(6).
           05  GLH-DATA-GERACAO  PIC 9(8).
           05  GLH-HORA-GERACAO  PIC 9(6).
           05  GLH-OPERADOR      PIC X(8).
           05  FILLER            PIC X(43).
       01  GL-DETALHE.
           05  GLD-TIPO          PIC X(1).
           05  GLD-PERIODO       PIC 9(6).
           05  GLD-PROJETO       PIC X(4).
           05  GLD-RESPONSAVEL   PIC X(20).
           05  GLD-MINUTOS       PIC 9(7).
           05  GLD-VALOR         PIC 9(11)V99.
           05  FILLER            PIC X(29).
       01  GL-TRAILER.
           05  GLT-TIPO          PIC X(1).
           05  GLT-PERIODO       PIC 9(6).
           05  GLT-QTD-DETALHES  PIC 9(7).
           05  GLT-TOTAL-MINUTOS PIC 9(9).
           05  GLT-TOTAL-VALOR   PIC 9(13)V99.
           05  GLT-QTD-EXCECOES  PIC 9(7).
           05  GLT-MINUTOS-EXCECAO PIC 9(9).
           05  FILLER            PIC X(26).

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
       01  WS-TAREFAS-HIST-STATUS PIC XX.
       01  WS-APONTAMENTOS-STATUS PIC XX.
       01  WS-PROJETOS-STATUS   PIC XX.
       01  WS-TARIFAS-STATUS    PIC XX.
       01  WS-TAREFAS-LOG-STATUS PIC XX.
       01  WS-EOF-TAREFAS       PIC X VALUE 'N'.
           88  FIM-DE-ARQUIVO       VALUE 'S'.
       01  WS-EOF-HIST          PIC X VALUE 'N'.
           88  FIM-DE-HISTORICO     VALUE 'S'.
       01  WS-EOF-APT           PIC X VALUE 'N'.
           88  FIM-DE-APONTAMENTOS  VALUE 'S'.
       01  WS-EOF-PROJETOS      PIC X VALUE 'N'.
           88  FIM-DE-PROJETOS      VALUE 'S'.
       01  WS-EOF-TARIFAS       PIC X VALUE 'N'.
           88  FIM-DE-TARIFAS       VALUE 'S'.
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
       01  WS-HORA-ATUAL        PIC 9(8).
       01  WS-DATA-VALIDAR      PIC 9(8).
       01  WS-DATA-VALIDA       PIC X.
       01  WS-VENC-ANO          PIC 9(4).
       01  WS-VENC-MES          PIC 9(2).
       01  WS-VENC-DIA          PIC 9(2).
       01  WS-DIAS-NO-MES       PIC 9(2).
       01  WS-RESTO-BISSEXTO    PIC 9(4).
       01  WS-MES-INPUT         PIC 9(6).
       01  WS-MES-REF           PIC 9(6).
       01  WS-MES-ANO           PIC 9(4).
       01  WS-MES-MES           PIC 9(2).
       01  WS-TRF-QTD           PIC 9(3).
       01  WS-TABELA-TARIFAS.
           05  WS-TRF-ENT OCCURS 500 TIMES.
               10  WS-TRF-RESP      PIC X(20).
               10  WS-TRF-VIGENCIA  PIC 9(8).
               10  WS-TRF-VALOR     PIC 9(5)V99.
       01  WS-IDX-TRF           PIC 9(3).
       01  WS-IDX-TRF-ACHADO    PIC 9(3).
       01  WS-TRF-NOVA.
           05  WS-TRN-RESP          PIC X(20).
           05  WS-TRN-VIGENCIA      PIC 9(8).
           05  WS-TRN-VALOR         PIC 9(5)V99.
       01  WS-TAR-QTD           PIC 9(4).
       01  WS-TABELA-TAREFAS.
           05  WS-TAR-ENT OCCURS 5000 TIMES.
               10  WS-TAR-NUMERO    PIC 9(5).
               10  WS-TAR-RESP      PIC X(20).
               10  WS-TAR-PROJETO   PIC X(4).
       01  WS-IDX-TAR           PIC 9(4).
       01  WS-IDX-TAR-ACHADO    PIC 9(4).
       01  WS-NUMERO-BUSCA      PIC 9(5).
       01  WS-TAR-CHEIA         PIC X VALUE 'N'.
           88  TABELA-TAREFAS-CHEIA VALUE 'S'.
       01  WS-PRJ-QTD           PIC 9(3).
       01  WS-TABELA-PROJETOS.
           05  WS-PRJ-ENT OCCURS 200 TIMES.
               10  WS-PRJ-CODIGO    PIC X(4).
               10  WS-PRJ-NOME      PIC X(40).
       01  WS-IDX-PRJ           PIC 9(3).
       01  WS-IDX-PRJ-ACHADO    PIC 9(3).
       01  WS-RAT-QTD           PIC 9(4).
       01  WS-TABELA-RATEIO.
           05  WS-RAT-ENT OCCURS 2000 TIMES.
               10  WS-RAT-PROJETO   PIC X(4).
               10  WS-RAT-RESP      PIC X(20).
               10  WS-RAT-MINUTOS   PIC 9(7).
               10  WS-RAT-VALOR     PIC 9(11)V99.
       01  WS-IDX-RAT           PIC 9(4).
       01  WS-IDX-RAT-ACHADO    PIC 9(4).
       01  WS-RAT-CHEIA         PIC X VALUE 'N'.
           88  TABELA-RATEIO-CHEIA  VALUE 'S'.
       01  WS-PES-QTD           PIC 9(3).
       01  WS-TABELA-PESSOAS.
           05  WS-PES-ENT OCCURS 200 TIMES.
               10  WS-PES-RESP      PIC X(20).
               10  WS-PES-MINUTOS   PIC 9(7).
               10  WS-PES-VALOR     PIC 9(11)V99.
       01  WS-IDX-PES           PIC 9(3).
       01  WS-IDX-PES-ACHADO    PIC 9(3).
       01  WS-EXC-QTD           PIC 9(4).
       01  WS-TABELA-EXCECOES.
           05  WS-EXC-ENT OCCURS 1000 TIMES.
               10  WS-EXC-NUMERO    PIC 9(5).
               10  WS-EXC-DATA      PIC 9(8).
               10  WS-EXC-MINUTOS   PIC 9(4).
               10  WS-EXC-MOTIVO    PIC X(20).
               10  WS-EXC-DETALHE   PIC X(24).
       01  WS-IDX-EXC           PIC 9(4).
       01  WS-EXC-CHEIA         PIC X VALUE 'N'.
           88  TABELA-EXCECOES-CHEIA VALUE 'S'.
       01  WS-APT-RESP          PIC X(20).
       01  WS-APT-PROJETO       PIC X(4).
       01  WS-APT-VALOR         PIC 9(9)V99.
       01  WS-APT-TARIFA        PIC 9(5)V99.
       01  WS-APT-VIGENCIA      PIC 9(8).
       01  WS-EXC-MOTIVO-ATUAL  PIC X(20).
       01  WS-SUB-PROJETO       PIC X(4).
       01  WS-SUB-MINUTOS       PIC 9(9).
       01  WS-SUB-VALOR         PIC 9(13)V99.
       01  WS-TOTAL-APT-MES     PIC 9(7).
       01  WS-TOTAL-VALORIZADOS PIC 9(7).
       01  WS-TOTAL-MINUTOS     PIC 9(9).
       01  WS-TOTAL-VALOR       PIC 9(13)V99.
       01  WS-TOTAL-EXCECOES    PIC 9(7).
       01  WS-TOTAL-MIN-EXCECAO PIC 9(9).
       01  WS-TOTAL-DETALHES-GL PIC 9(7).
       01  WS-HORAS             PIC 9(7)V99.
       01  WS-MINUTOS-ED        PIC Z,ZZZ,ZZ9.
       01  WS-HORAS-ED          PIC ZZZ,ZZ9.99.
       01  WS-VALOR-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TARIFA-ED         PIC ZZ,ZZ9.99.
       01  WS-CNT-ED            PIC Z,ZZZ,ZZ9.
       01  WS-RESP-INPUT        PIC X(20).
       01  WS-DATA-INPUT        PIC 9(8).
       01  WS-VALOR-INPUT       PIC 9(5)V99.
       01  WS-CONFIRMA          PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Custos e Rateio por Projeto"
           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-IDENTIFICADO
               STOP RUN
           END-IF
           PERFORM UNTIL FIM = 'S'
               PERFORM CARREGAR-TARIFAS
               DISPLAY "Custos e Rateio por Projeto"
               DISPLAY "1. Listar tarifas"
               DISPLAY "2. Incluir ou alterar tarifa"
               DISPLAY "3. Excluir tarifa"
               DISPLAY "4. Gerar rateio mensal"
               DISPLAY "5. Sair"
               DISPLAY "Escolha uma opção: "
               ACCEPT OPCAO
               IF (OPCAO = 2 OR OPCAO = 3) AND
                  WS-OPERADOR-NIVEL < 3
                   DISPLAY "Manutenção de tarifas restrita a "
                       "supervisores."
                   MOVE 0 TO OPCAO
               END-IF
               IF OPCAO = 4 AND WS-OPERADOR-NIVEL < 2
                   DISPLAY "Rateio mensal restrito a escriturários "
                       "e supervisores."
                   MOVE 0 TO OPCAO
               END-IF

               EVALUATE OPCAO
                   WHEN 0
                       CONTINUE
                   WHEN 1
                       PERFORM LISTAR-TARIFAS
                   WHEN 2
                       PERFORM INCLUIR-TARIFA
                   WHEN 3
                       PERFORM EXCLUIR-TARIFA
                   WHEN 4
                       PERFORM GERAR-RATEIO-MENSAL
                   WHEN 5
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

       CARREGAR-TARIFAS.
           MOVE 0 TO WS-TRF-QTD
           MOVE 'N' TO WS-EOF-TARIFAS
           OPEN INPUT TARIFAS
           IF WS-TARIFAS-STATUS = "00"
               PERFORM UNTIL FIM-DE-TARIFAS
                   READ TARIFAS INTO TRF-REGISTRO
                       AT END
                           MOVE 'S' TO WS-EOF-TARIFAS
                       NOT AT END
                           IF WS-TRF-QTD < 500 AND
                              TRF-RESPONSAVEL NOT = SPACES AND
                              TRF-VIGENCIA IS NUMERIC AND
                              TRF-VALOR-HORA IS NUMERIC
                               ADD 1 TO WS-TRF-QTD
                               MOVE TRF-RESPONSAVEL TO
                                   WS-TRF-RESP(WS-TRF-QTD)
                               MOVE TRF-VIGENCIA TO
                                   WS-TRF-VIGENCIA(WS-TRF-QTD)
                               MOVE TRF-VALOR-HORA TO
                                   WS-TRF-VALOR(WS-TRF-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFAS
           END-IF.

       GRAVAR-TARIFAS.
           OPEN OUTPUT TARIFAS
           PERFORM VARYING WS-IDX-TRF FROM 1 BY 1
                   UNTIL WS-IDX-TRF > WS-TRF-QTD
               MOVE WS-TRF-RESP(WS-IDX-TRF) TO TRF-RESPONSAVEL
               MOVE WS-TRF-VIGENCIA(WS-IDX-TRF) TO TRF-VIGENCIA
               MOVE WS-TRF-VALOR(WS-IDX-TRF) TO TRF-VALOR-HORA
               WRITE TRF-REGISTRO
           END-PERFORM
           CLOSE TARIFAS.

       LISTAR-TARIFAS.
           IF WS-TRF-QTD = 0
               DISPLAY "Nenhuma tarifa cadastrada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Responsável          Vigência  Valor/hora"
           PERFORM VARYING WS-IDX-TRF FROM 1 BY 1
                   UNTIL WS-IDX-TRF > WS-TRF-QTD
               MOVE WS-TRF-VALOR(WS-IDX-TRF) TO WS-TARIFA-ED
               DISPLAY WS-TRF-RESP(WS-IDX-TRF) " "
                   WS-TRF-VIGENCIA(WS-IDX-TRF) " " WS-TARIFA-ED
           END-PERFORM.

       LOCALIZAR-TARIFA.
           MOVE 0 TO WS-IDX-TRF-ACHADO
           PERFORM VARYING WS-IDX-TRF FROM 1 BY 1
                   UNTIL WS-IDX-TRF > WS-TRF-QTD
               IF WS-TRF-RESP(WS-IDX-TRF) = WS-RESP-INPUT AND
                  WS-TRF-VIGENCIA(WS-IDX-TRF) = WS-DATA-INPUT
                   MOVE WS-IDX-TRF TO WS-IDX-TRF-ACHADO
                   MOVE WS-TRF-QTD TO WS-IDX-TRF
               END-IF
           END-PERFORM.

       INCLUIR-TARIFA.
           DISPLAY "Responsável: "
           MOVE SPACES TO WS-RESP-INPUT
           ACCEPT WS-RESP-INPUT
           IF WS-RESP-INPUT = SPACES
               DISPLAY "Responsável obrigatório."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Vigente a partir de (AAAAMMDD): "
           MOVE 0 TO WS-DATA-INPUT
           ACCEPT WS-DATA-INPUT
           MOVE WS-DATA-INPUT TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA
           IF WS-DATA-VALIDA NOT = 'S'
               DISPLAY "Data inválida."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Custo por hora (ex.: 85.50): "
           MOVE 0 TO WS-VALOR-INPUT
           ACCEPT WS-VALOR-INPUT
           IF WS-VALOR-INPUT = 0
               DISPLAY "Custo por hora deve ser maior que zero."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZAR-TARIFA
           IF WS-IDX-TRF-ACHADO > 0
               MOVE WS-VALOR-INPUT TO WS-TRF-VALOR(WS-IDX-TRF-ACHADO)
           ELSE
               IF WS-TRF-QTD >= 500
                   DISPLAY "Cadastro de tarifas cheio."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RESP-INPUT TO WS-TRN-RESP
               MOVE WS-DATA-INPUT TO WS-TRN-VIGENCIA
               MOVE WS-VALOR-INPUT TO WS-TRN-VALOR
               PERFORM INSERIR-TARIFA
           END-IF
           PERFORM GRAVAR-TARIFAS
           MOVE WS-VALOR-INPUT TO WS-TARIFA-ED
           MOVE "TARIFA" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Tarifa de " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RESP-INPUT) DELIMITED BY SIZE
               " a partir de " DELIMITED BY SIZE
               WS-DATA-INPUT DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TARIFA-ED) DELIMITED BY SIZE
               "/h" DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG
           DISPLAY "Tarifa gravada.".

       INSERIR-TARIFA.
           COMPUTE WS-IDX-TRF-ACHADO = WS-TRF-QTD + 1
           PERFORM VARYING WS-IDX-TRF FROM 1 BY 1
                   UNTIL WS-IDX-TRF > WS-TRF-QTD
               IF WS-TRF-RESP(WS-IDX-TRF) > WS-TRN-RESP OR
                  (WS-TRF-RESP(WS-IDX-TRF) = WS-TRN-RESP AND
                   WS-TRF-VIGENCIA(WS-IDX-TRF) > WS-TRN-VIGENCIA)
                   MOVE WS-IDX-TRF TO WS-IDX-TRF-ACHADO
                   MOVE WS-TRF-QTD TO WS-IDX-TRF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-TRF FROM WS-TRF-QTD BY -1
                   UNTIL WS-IDX-TRF < WS-IDX-TRF-ACHADO
               MOVE WS-TRF-ENT(WS-IDX-TRF) TO
                   WS-TRF-ENT(WS-IDX-TRF + 1)
           END-PERFORM
           MOVE WS-TRF-NOVA TO WS-TRF-ENT(WS-IDX-TRF-ACHADO)
           ADD 1 TO WS-TRF-QTD.

       EXCLUIR-TARIFA.
           DISPLAY "Responsável: "
           MOVE SPACES TO WS-RESP-INPUT
           ACCEPT WS-RESP-INPUT
           DISPLAY "Vigente a partir de (AAAAMMDD): "
           MOVE 0 TO WS-DATA-INPUT
           ACCEPT WS-DATA-INPUT
           PERFORM LOCALIZAR-TARIFA
           IF WS-IDX-TRF-ACHADO = 0
               DISPLAY "Tarifa não encontrada."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-TRF FROM WS-IDX-TRF-ACHADO BY 1
                   UNTIL WS-IDX-TRF >= WS-TRF-QTD
               MOVE WS-TRF-ENT(WS-IDX-TRF + 1) TO
                   WS-TRF-ENT(WS-IDX-TRF)
           END-PERFORM
           SUBTRACT 1 FROM WS-TRF-QTD
           PERFORM GRAVAR-TARIFAS
           MOVE "TARIFA" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Tarifa de " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RESP-INPUT) DELIMITED BY SIZE
               " a partir de " DELIMITED BY SIZE
               WS-DATA-INPUT DELIMITED BY SIZE
               " excluída" DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG
           DISPLAY "Tarifa excluída.".

       OBTER-TARIFA-VIGENTE.
           MOVE 0 TO WS-APT-TARIFA
           MOVE 0 TO WS-APT-VIGENCIA
           MOVE 0 TO WS-IDX-TRF-ACHADO
           PERFORM VARYING WS-IDX-TRF FROM 1 BY 1
                   UNTIL WS-IDX-TRF > WS-TRF-QTD
               IF WS-TRF-RESP(WS-IDX-TRF) = WS-APT-RESP AND
                  WS-TRF-VIGENCIA(WS-IDX-TRF) <= APT-DATA AND
                  WS-TRF-VIGENCIA(WS-IDX-TRF) >= WS-APT-VIGENCIA
                   MOVE WS-IDX-TRF TO WS-IDX-TRF-ACHADO
                   MOVE WS-TRF-VIGENCIA(WS-IDX-TRF) TO WS-APT-VIGENCIA
                   MOVE WS-TRF-VALOR(WS-IDX-TRF) TO WS-APT-TARIFA
               END-IF
           END-PERFORM.

       GERAR-RATEIO-MENSAL.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME
           DISPLAY "Mês de referência (AAAAMM, 0=mês anterior): "
           MOVE 0 TO WS-MES-INPUT
           ACCEPT WS-MES-INPUT
           IF WS-MES-INPUT = 0
               MOVE WS-DATA-ATUAL(1:4) TO WS-MES-ANO
               MOVE WS-DATA-ATUAL(5:2) TO WS-MES-MES
               IF WS-MES-MES = 1
                   SUBTRACT 1 FROM WS-MES-ANO
                   MOVE 12 TO WS-MES-MES
               ELSE
                   SUBTRACT 1 FROM WS-MES-MES
               END-IF
           ELSE
               MOVE WS-MES-INPUT(1:4) TO WS-MES-ANO
               MOVE WS-MES-INPUT(5:2) TO WS-MES-MES
           END-IF
           IF WS-MES-ANO < 1900 OR WS-MES-ANO > 2099 OR
              WS-MES-MES < 1 OR WS-MES-MES > 12
               DISPLAY "Mês de referência inválido."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MES-REF = WS-MES-ANO * 100 + WS-MES-MES
           DISPLAY "Rateio do mês " WS-MES-REF
               ". Confirmar a geração? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY "Operação cancelada."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARREGAR-PROJETOS
           PERFORM CARREGAR-TAREFAS
           PERFORM CARREGAR-HISTORICO
           PERFORM VALORIZAR-APONTAMENTOS
           PERFORM ESCREVER-RELATORIO-CUSTO
           PERFORM ESCREVER-ARQUIVO-GL
           MOVE "RATEIO" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE WS-TOTAL-VALOR TO WS-VALOR-ED
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Rateio " DELIMITED BY SIZE
               WS-MES-REF DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-TOTAL-DETALHES-GL DELIMITED BY SIZE
               " lançamento(s), total " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VALOR-ED) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-TOTAL-EXCECOES DELIMITED BY SIZE
               " exceção(ões)" DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG
           DISPLAY "Apontamentos do mês: " WS-TOTAL-APT-MES
           DISPLAY "Valor total rateado: " FUNCTION TRIM(WS-VALOR-ED)
           DISPLAY "Exceções (minutos não valorizados): "
               WS-TOTAL-EXCECOES
           DISPLAY "Relatório gravado em custos.txt"
           DISPLAY "Arquivo contábil gravado em rateio_gl.txt".

       CARREGAR-PROJETOS.
           MOVE 0 TO WS-PRJ-QTD
           MOVE 'N' TO WS-EOF-PROJETOS
           OPEN INPUT PROJETOS
           IF WS-PROJETOS-STATUS = "00"
               PERFORM UNTIL FIM-DE-PROJETOS
                   READ PROJETOS INTO PROJ-REGISTRO
                       AT END
                           MOVE 'S' TO WS-EOF-PROJETOS
                       NOT AT END
                           IF WS-PRJ-QTD < 200 AND
                              PROJ-CODIGO NOT = SPACES
                               ADD 1 TO WS-PRJ-QTD
                               MOVE PROJ-CODIGO TO
                                   WS-PRJ-CODIGO(WS-PRJ-QTD)
                               MOVE PROJ-NOME TO
                                   WS-PRJ-NOME(WS-PRJ-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROJETOS
           END-IF.

       LOCALIZAR-PROJETO.
           MOVE 0 TO WS-IDX-PRJ-ACHADO
           PERFORM VARYING WS-IDX-PRJ FROM 1 BY 1
                   UNTIL WS-IDX-PRJ > WS-PRJ-QTD
               IF WS-PRJ-CODIGO(WS-IDX-PRJ) = WS-APT-PROJETO
                   MOVE WS-IDX-PRJ TO WS-IDX-PRJ-ACHADO
                   MOVE WS-PRJ-QTD TO WS-IDX-PRJ
               END-IF
           END-PERFORM.

       CARREGAR-TAREFAS.
           MOVE 0 TO WS-TAR-QTD
           MOVE 'N' TO WS-TAR-CHEIA
           MOVE 'N' TO WS-EOF-TAREFAS
           OPEN INPUT TAREFAS
           IF WS-TAREFAS-STATUS = "00"
               PERFORM UNTIL FIM-DE-ARQUIVO
                   READ TAREFAS NEXT INTO TAREFA-REGISTRO
                       AT END
                           MOVE 'S' TO WS-EOF-TAREFAS
                       NOT AT END
                           IF WS-TAR-QTD < 5000
                               ADD 1 TO WS-TAR-QTD
                               MOVE TAREFA-NUMERO TO
                                   WS-TAR-NUMERO(WS-TAR-QTD)
                               MOVE TAREFA-RESPONSAVEL TO
                                   WS-TAR-RESP(WS-TAR-QTD)
                               MOVE TAREFA-PROJETO TO
                                   WS-TAR-PROJETO(WS-TAR-QTD)
                           ELSE
                               MOVE 'S' TO WS-TAR-CHEIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAREFAS
           END-IF.

       CARREGAR-HISTORICO.
           MOVE 'N' TO WS-EOF-HIST
           OPEN INPUT TAREFAS-HIST
           IF WS-TAREFAS-HIST-STATUS = "00"
               PERFORM UNTIL FIM-DE-HISTORICO
                   READ TAREFAS-HIST INTO TAREFA-HIST-REGISTRO
                       AT END
                           MOVE 'S' TO WS-EOF-HIST
                       NOT AT END
                           PERFORM ANOTAR-TAREFA-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE TAREFAS-HIST
           END-IF.

       ANOTAR-TAREFA-HISTORICO.
           IF TAREFA-HIST-NUMERO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE TAREFA-HIST-NUMERO TO WS-NUMERO-BUSCA
           PERFORM LOCALIZAR-TAREFA
           IF WS-IDX-TAR-ACHADO > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TAR-QTD < 5000
               ADD 1 TO WS-TAR-QTD
               MOVE TAREFA-HIST-NUMERO TO WS-TAR-NUMERO(WS-TAR-QTD)
               MOVE TAREFA-HIST-RESPONSAVEL TO
                   WS-TAR-RESP(WS-TAR-QTD)
               MOVE TAREFA-HIST-PROJETO TO WS-TAR-PROJETO(WS-TAR-QTD)
           ELSE
               MOVE 'S' TO WS-TAR-CHEIA
           END-IF.

       LOCALIZAR-TAREFA.
           MOVE 0 TO WS-IDX-TAR-ACHADO
           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-TAR-QTD
               IF WS-TAR-NUMERO(WS-IDX-TAR) = WS-NUMERO-BUSCA
                   MOVE WS-IDX-TAR TO WS-IDX-TAR-ACHADO
                   MOVE WS-TAR-QTD TO WS-IDX-TAR
               END-IF
           END-PERFORM.

       VALORIZAR-APONTAMENTOS.
           MOVE 0 TO WS-RAT-QTD
           MOVE 'N' TO WS-RAT-CHEIA
           MOVE 0 TO WS-PES-QTD
           MOVE 0 TO WS-EXC-QTD
           MOVE 'N' TO WS-EXC-CHEIA
           MOVE 0 TO WS-TOTAL-APT-MES
           MOVE 0 TO WS-TOTAL-VALORIZADOS
           MOVE 0 TO WS-TOTAL-MINUTOS
           MOVE 0 TO WS-TOTAL-VALOR
           MOVE 0 TO WS-TOTAL-EXCECOES
           MOVE 0 TO WS-TOTAL-MIN-EXCECAO
           MOVE 'N' TO WS-EOF-APT
           OPEN INPUT APONTAMENTOS
           IF WS-APONTAMENTOS-STATUS = "00"
               PERFORM UNTIL FIM-DE-APONTAMENTOS
                   READ APONTAMENTOS INTO APT-REGISTRO
                       AT END
                           MOVE 'S' TO WS-EOF-APT
                       NOT AT END
                           IF APT-DATA IS NUMERIC AND
                              APT-DATA(1:6) = WS-MES-REF
                               PERFORM VALORIZAR-APONTAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APONTAMENTOS
           END-IF.

       VALORIZAR-APONTAMENTO.
           IF APT-NUMERO NOT NUMERIC OR APT-MINUTOS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-APT-MES
           MOVE APT-NUMERO TO WS-NUMERO-BUSCA
           PERFORM LOCALIZAR-TAREFA
           IF WS-IDX-TAR-ACHADO = 0
               MOVE "TAREFA INEXISTENTE" TO WS-EXC-MOTIVO-ATUAL
               MOVE SPACES TO WS-APT-RESP
               MOVE SPACES TO WS-APT-PROJETO
               PERFORM ANOTAR-EXCECAO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAR-RESP(WS-IDX-TAR-ACHADO) TO WS-APT-RESP
           MOVE WS-TAR-PROJETO(WS-IDX-TAR-ACHADO) TO WS-APT-PROJETO
           MOVE 0 TO WS-IDX-PRJ-ACHADO
           IF WS-APT-PROJETO NOT = SPACES
               PERFORM LOCALIZAR-PROJETO
           END-IF
           IF WS-IDX-PRJ-ACHADO = 0
               MOVE "PROJETO DESCONHECIDO" TO WS-EXC-MOTIVO-ATUAL
               PERFORM ANOTAR-EXCECAO
               EXIT PARAGRAPH
           END-IF
           PERFORM OBTER-TARIFA-VIGENTE
           IF WS-IDX-TRF-ACHADO = 0 OR WS-APT-RESP = SPACES
               MOVE "SEM TARIFA" TO WS-EXC-MOTIVO-ATUAL
               PERFORM ANOTAR-EXCECAO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-APT-VALOR ROUNDED =
               APT-MINUTOS * WS-APT-TARIFA / 60
           PERFORM ACUMULAR-RATEIO
           IF WS-IDX-RAT-ACHADO = 0
               MOVE "TABELA CHEIA" TO WS-EXC-MOTIVO-ATUAL
               PERFORM ANOTAR-EXCECAO
               EXIT PARAGRAPH
           END-IF
           PERFORM ACUMULAR-PESSOA
           ADD 1 TO WS-TOTAL-VALORIZADOS
           ADD APT-MINUTOS TO WS-TOTAL-MINUTOS
           ADD WS-APT-VALOR TO WS-TOTAL-VALOR.

       ANOTAR-EXCECAO.
           ADD 1 TO WS-TOTAL-EXCECOES
           ADD APT-MINUTOS TO WS-TOTAL-MIN-EXCECAO
           IF WS-EXC-QTD >= 1000
               MOVE 'S' TO WS-EXC-CHEIA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXC-QTD
           MOVE APT-NUMERO TO WS-EXC-NUMERO(WS-EXC-QTD)
           MOVE APT-DATA TO WS-EXC-DATA(WS-EXC-QTD)
           MOVE APT-MINUTOS TO WS-EXC-MINUTOS(WS-EXC-QTD)
           MOVE WS-EXC-MOTIVO-ATUAL TO WS-EXC-MOTIVO(WS-EXC-QTD)
           MOVE SPACES TO WS-EXC-DETALHE(WS-EXC-QTD)
           EVALUATE WS-EXC-MOTIVO-ATUAL
               WHEN "PROJETO DESCONHECIDO"
                   IF WS-APT-PROJETO = SPACES
                       MOVE "(sem projeto)" TO
                           WS-EXC-DETALHE(WS-EXC-QTD)
                   ELSE
                       MOVE WS-APT-PROJETO TO
                           WS-EXC-DETALHE(WS-EXC-QTD)
                   END-IF
               WHEN "SEM TARIFA"
                   IF WS-APT-RESP = SPACES
                       MOVE "(sem responsável)" TO
                           WS-EXC-DETALHE(WS-EXC-QTD)
                   ELSE
                       MOVE WS-APT-RESP TO WS-EXC-DETALHE(WS-EXC-QTD)
                   END-IF
               WHEN "TABELA CHEIA"
                   STRING WS-APT-PROJETO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-APT-RESP DELIMITED BY SIZE
                       INTO WS-EXC-DETALHE(WS-EXC-QTD)
           END-EVALUATE.

       ACUMULAR-RATEIO.
           MOVE 0 TO WS-IDX-RAT-ACHADO
           PERFORM VARYING WS-IDX-RAT FROM 1 BY 1
                   UNTIL WS-IDX-RAT > WS-RAT-QTD
               IF WS-RAT-PROJETO(WS-IDX-RAT) = WS-APT-PROJETO AND
                  WS-RAT-RESP(WS-IDX-RAT) = WS-APT-RESP
                   MOVE WS-IDX-RAT TO WS-IDX-RAT-ACHADO
                   MOVE WS-RAT-QTD TO WS-IDX-RAT
               END-IF
           END-PERFORM
           IF WS-IDX-RAT-ACHADO = 0
               IF WS-RAT-QTD >= 2000
                   MOVE 'S' TO WS-RAT-CHEIA
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-IDX-RAT-ACHADO = WS-RAT-QTD + 1
               PERFORM VARYING WS-IDX-RAT FROM 1 BY 1
                       UNTIL WS-IDX-RAT > WS-RAT-QTD
                   IF WS-RAT-PROJETO(WS-IDX-RAT) > WS-APT-PROJETO OR
                      (WS-RAT-PROJETO(WS-IDX-RAT) = WS-APT-PROJETO AND
                       WS-RAT-RESP(WS-IDX-RAT) > WS-APT-RESP)
                       MOVE WS-IDX-RAT TO WS-IDX-RAT-ACHADO
                       MOVE WS-RAT-QTD TO WS-IDX-RAT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-RAT FROM WS-RAT-QTD BY -1
                       UNTIL WS-IDX-RAT < WS-IDX-RAT-ACHADO
                   MOVE WS-RAT-ENT(WS-IDX-RAT) TO
                       WS-RAT-ENT(WS-IDX-RAT + 1)
               END-PERFORM
               MOVE WS-APT-PROJETO TO
                   WS-RAT-PROJETO(WS-IDX-RAT-ACHADO)
               MOVE WS-APT-RESP TO WS-RAT-RESP(WS-IDX-RAT-ACHADO)
               MOVE 0 TO WS-RAT-MINUTOS(WS-IDX-RAT-ACHADO)
               MOVE 0 TO WS-RAT-VALOR(WS-IDX-RAT-ACHADO)
               ADD 1 TO WS-RAT-QTD
           END-IF
           ADD APT-MINUTOS TO WS-RAT-MINUTOS(WS-IDX-RAT-ACHADO)
           ADD WS-APT-VALOR TO WS-RAT-VALOR(WS-IDX-RAT-ACHADO).

       ACUMULAR-PESSOA.
           MOVE 0 TO WS-IDX-PES-ACHADO
           PERFORM VARYING WS-IDX-PES FROM 1 BY 1
                   UNTIL WS-IDX-PES > WS-PES-QTD
               IF WS-PES-RESP(WS-IDX-PES) = WS-APT-RESP
                   MOVE WS-IDX-PES TO WS-IDX-PES-ACHADO
                   MOVE WS-PES-QTD TO WS-IDX-PES
               END-IF
           END-PERFORM
           IF WS-IDX-PES-ACHADO = 0
               IF WS-PES-QTD >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PES-QTD
               MOVE WS-PES-QTD TO WS-IDX-PES-ACHADO
               MOVE WS-APT-RESP TO WS-PES-RESP(WS-PES-QTD)
               MOVE 0 TO WS-PES-MINUTOS(WS-PES-QTD)
               MOVE 0 TO WS-PES-VALOR(WS-PES-QTD)
           END-IF
           ADD APT-MINUTOS TO WS-PES-MINUTOS(WS-IDX-PES-ACHADO)
           ADD WS-APT-VALOR TO WS-PES-VALOR(WS-IDX-PES-ACHADO).

       ESCREVER-RELATORIO-CUSTO.
           OPEN OUTPUT RELATORIO-CUSTO
           MOVE SPACES TO LINHA-CUSTO
           STRING "Rateio de custos por projeto - mês "
               DELIMITED BY SIZE
               WS-MES-REF DELIMITED BY SIZE
               " - gerado em " DELIMITED BY SIZE
               WS-DATA-ATUAL DELIMITED BY SIZE
               " por " DELIMITED BY SIZE
               WS-OPERADOR-ID DELIMITED BY SPACE
               INTO LINHA-CUSTO
           WRITE LINHA-CUSTO
           PERFORM ESCREVER-SECAO-PROJETOS
           PERFORM ESCREVER-SECAO-PESSOAS
           PERFORM ESCREVER-SECAO-EXCECOES
           PERFORM ESCREVER-TOTAIS-CUSTO
           CLOSE RELATORIO-CUSTO.

       ESCREVER-SECAO-PROJETOS.
           MOVE SPACES TO LINHA-CUSTO
           WRITE LINHA-CUSTO
           MOVE "Custo por projeto e responsável:" TO LINHA-CUSTO
           WRITE LINHA-CUSTO
           MOVE "  Proj Responsável            Minutos      Horas"
             & "               Valor" TO LINHA-CUSTO
           WRITE LINHA-CUSTO
           IF WS-RAT-QTD = 0
               MOVE "  Nenhum apontamento valorizado no mês."
                   TO LINHA-CUSTO
               WRITE LINHA-CUSTO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RAT-PROJETO(1) TO WS-SUB-PROJETO
           MOVE 0 TO WS-SUB-MINUTOS
           MOVE 0 TO WS-SUB-VALOR
           PERFORM VARYING WS-IDX-RAT FROM 1 BY 1
                   UNTIL WS-IDX-RAT > WS-RAT-QTD
               IF WS-RAT-PROJETO(WS-IDX-RAT) NOT = WS-SUB-PROJETO
                   PERFORM ESCREVER-SUBTOTAL-PROJETO
                   MOVE WS-RAT-PROJETO(WS-IDX-RAT) TO WS-SUB-PROJETO
                   MOVE 0 TO WS-SUB-MINUTOS
                   MOVE 0 TO WS-SUB-VALOR
               END-IF
               ADD WS-RAT-MINUTOS(WS-IDX-RAT) TO WS-SUB-MINUTOS
               ADD WS-RAT-VALOR(WS-IDX-RAT) TO WS-SUB-VALOR
               MOVE WS-RAT-MINUTOS(WS-IDX-RAT) TO WS-MINUTOS-ED
               COMPUTE WS-HORAS ROUNDED =
                   WS-RAT-MINUTOS(WS-IDX-RAT) / 60
               MOVE WS-HORAS TO WS-HORAS-ED
               MOVE WS-RAT-VALOR(WS-IDX-RAT) TO WS-VALOR-ED
               MOVE SPACES TO LINHA-CUSTO
               STRING "  " DELIMITED BY SIZE
                   WS-RAT-PROJETO(WS-IDX-RAT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RAT-RESP(WS-IDX-RAT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MINUTOS-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HORAS-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   INTO LINHA-CUSTO
               WRITE LINHA-CUSTO
           END-PERFORM
           PERFORM ESCREVER-SUBTOTAL-PROJETO.

       ESCREVER-SUBTOTAL-PROJETO.
           MOVE WS-SUB-PROJETO TO WS-APT-PROJETO
           PERFORM LOCALIZAR-PROJETO
           MOVE WS-SUB-MINUTOS TO WS-MINUTOS-ED
           COMPUTE WS-HORAS ROUNDED = WS-SUB-MINUTOS / 60
           MOVE WS-HORAS TO WS-HORAS-ED
           MOVE WS-SUB-VALOR TO WS-VALOR-ED
           MOVE SPACES TO LINHA-CUSTO
           STRING "  " DELIMITED BY SIZE
               WS-SUB-PROJETO DELIMITED BY SIZE
               " Total " DELIMITED BY SIZE
               WS-PRJ-NOME(WS-IDX-PRJ-ACHADO)(1:14) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MINUTOS-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORAS-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-CUSTO
           WRITE LINHA-CUSTO
           MOVE SPACES TO LINHA-CUSTO
           WRITE LINHA-CUSTO.

       ESCREVER-SECAO-PESSOAS.
           MOVE "Custo por responsável:" TO LINHA-CUSTO
           WRITE LINHA-CUSTO
           MOVE "       Responsável            Minutos      Horas"
             & "               Valor" TO LINHA-CUSTO
           WRITE LINHA-CUSTO
           PERFORM VARYING WS-IDX-PES FROM 1 BY 1
                   UNTIL WS-IDX-PES > WS-PES-QTD
               MOVE WS-PES-MINUTOS(WS-IDX-PES) TO WS-MINUTOS-ED
               COMPUTE WS-HORAS ROUNDED =
                   WS-PES-MINUTOS(WS-IDX-PES) / 60
               MOVE WS-HORAS TO WS-HORAS-ED
               MOVE WS-PES-VALOR(WS-IDX-PES) TO WS-VALOR-ED
               MOVE SPACES TO LINHA-CUSTO
               STRING "       " DELIMITED BY SIZE
                   WS-PES-RESP(WS-IDX-PES) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MINUTOS-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HORAS-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   INTO LINHA-CUSTO
               WRITE LINHA-CUSTO
           END-PERFORM.

       ESCREVER-SECAO-EXCECOES.
           MOVE SPACES TO LINHA-CUSTO
           WRITE LINHA-CUSTO
           MOVE "Minutos não valorizados (exceções):" TO LINHA-CUSTO
           WRITE LINHA-CUSTO
           IF WS-EXC-QTD = 0
               MOVE "  Nenhuma exceção." TO LINHA-CUSTO
               WRITE LINHA-CUSTO
               EXIT PARAGRAPH
           END-IF
           MOVE "  Tarefa Data     Minutos Motivo               "
             & "Detalhe" TO LINHA-CUSTO
           WRITE LINHA-CUSTO
           PERFORM VARYING WS-IDX-EXC FROM 1 BY 1
                   UNTIL WS-IDX-EXC > WS-EXC-QTD
               MOVE SPACES TO LINHA-CUSTO
               STRING "  " DELIMITED BY SIZE
                   WS-EXC-NUMERO(WS-IDX-EXC) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EXC-DATA(WS-IDX-EXC) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-EXC-MINUTOS(WS-IDX-EXC) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXC-MOTIVO(WS-IDX-EXC) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXC-DETALHE(WS-IDX-EXC) DELIMITED BY SIZE
                   INTO LINHA-CUSTO
               WRITE LINHA-CUSTO
           END-PERFORM
           IF TABELA-EXCECOES-CHEIA
               MOVE "  Aviso: lista de exceções truncada; os totais "
                 & "abaixo incluem todas." TO LINHA-CUSTO
               WRITE LINHA-CUSTO
           END-IF.

       ESCREVER-TOTAIS-CUSTO.
           MOVE SPACES TO LINHA-CUSTO
           WRITE LINHA-CUSTO
           MOVE SPACES TO LINHA-CUSTO
           STRING "Apontamentos do mês: " DELIMITED BY SIZE
               WS-TOTAL-APT-MES DELIMITED BY SIZE
               "  Valorizados: " DELIMITED BY SIZE
               WS-TOTAL-VALORIZADOS DELIMITED BY SIZE
               "  Exceções: " DELIMITED BY SIZE
               WS-TOTAL-EXCECOES DELIMITED BY SIZE
               INTO LINHA-CUSTO
           WRITE LINHA-CUSTO
           MOVE WS-TOTAL-MINUTOS TO WS-MINUTOS-ED
           MOVE WS-TOTAL-VALOR TO WS-VALOR-ED
           MOVE SPACES TO LINHA-CUSTO
           STRING "Minutos valorizados: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MINUTOS-ED) DELIMITED BY SIZE
               "  Valor total: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VALOR-ED) DELIMITED BY SIZE
               INTO LINHA-CUSTO
           WRITE LINHA-CUSTO
           MOVE WS-TOTAL-MIN-EXCECAO TO WS-MINUTOS-ED
           MOVE SPACES TO LINHA-CUSTO
           STRING "Minutos em exceção: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MINUTOS-ED) DELIMITED BY SIZE
               INTO LINHA-CUSTO
           WRITE LINHA-CUSTO
           IF TABELA-TAREFAS-CHEIA
               MOVE "Aviso: tabela de tarefas cheia; apontamentos de "
                 & "tarefas não carregadas aparecem como exceção."
                 TO LINHA-CUSTO
               WRITE LINHA-CUSTO
           END-IF.

       ESCREVER-ARQUIVO-GL.
           MOVE 0 TO WS-TOTAL-DETALHES-GL
           OPEN OUTPUT RATEIO-GL
           MOVE SPACES TO GL-CABECALHO
           MOVE 'H' TO GLH-TIPO
           MOVE "TAREFAS" TO GLH-SISTEMA
           MOVE WS-MES-REF TO GLH-PERIODO
           MOVE WS-DATA-ATUAL TO GLH-DATA-GERACAO
           MOVE WS-HORA-ATUAL(1:6) TO GLH-HORA-GERACAO
           MOVE WS-OPERADOR-ID TO GLH-OPERADOR
           WRITE GL-CABECALHO
           PERFORM VARYING WS-IDX-RAT FROM 1 BY 1
                   UNTIL WS-IDX-RAT > WS-RAT-QTD
               MOVE SPACES TO GL-DETALHE
               MOVE 'D' TO GLD-TIPO
               MOVE WS-MES-REF TO GLD-PERIODO
               MOVE WS-RAT-PROJETO(WS-IDX-RAT) TO GLD-PROJETO
               MOVE WS-RAT-RESP(WS-IDX-RAT) TO GLD-RESPONSAVEL
               MOVE WS-RAT-MINUTOS(WS-IDX-RAT) TO GLD-MINUTOS
               MOVE WS-RAT-VALOR(WS-IDX-RAT) TO GLD-VALOR
               WRITE GL-DETALHE
               ADD 1 TO WS-TOTAL-DETALHES-GL
           END-PERFORM
           MOVE SPACES TO GL-TRAILER
           MOVE 'T' TO GLT-TIPO
           MOVE WS-MES-REF TO GLT-PERIODO
           MOVE WS-TOTAL-DETALHES-GL TO GLT-QTD-DETALHES
           MOVE WS-TOTAL-MINUTOS TO GLT-TOTAL-MINUTOS
           MOVE WS-TOTAL-VALOR TO GLT-TOTAL-VALOR
           MOVE WS-TOTAL-EXCECOES TO GLT-QTD-EXCECOES
           MOVE WS-TOTAL-MIN-EXCECAO TO GLT-MINUTOS-EXCECAO
           WRITE GL-TRAILER
           CLOSE RATEIO-GL.

       END PROGRAM CustosTarefas.
