       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtracaoTarefas.

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
           SELECT NOTAS ASSIGN TO "notas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT NOTAS-HIST ASSIGN TO "notas_hist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTAS-HIST-STATUS.
           SELECT PROJETOS ASSIGN TO "projetos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJETOS-STATUS.
           SELECT EXTRATO ASSIGN TO "extrato_dw.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACAO-CTL ASSIGN TO "extracao.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACAO-CTL-STATUS.
           SELECT TAREFAS-LOG ASSIGN TO "tarefas_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAREFAS-LOG-STATUS.
           SELECT SEGMENTO ASSIGN TO WS-NOME-SEGMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGMENTO-STATUS.
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

       FD  NOTAS.
       01  NOTA-REGISTRO.
           05  NOTA-NUMERO       PIC 9(5).
           05  NOTA-DATA-HORA    PIC X(14).
           05  NOTA-TEXTO        PIC X(100).

       FD  NOTAS-HIST.
       01  NOTA-HIST-REGISTRO.
           05  NOTA-HIST-NUMERO    PIC 9(5).
           05  NOTA-HIST-DATA-HORA PIC X(14).
           05  NOTA-HIST-TEXTO     PIC X(100).

       FD  PROJETOS.
       01  PROJ-REGISTRO.
           05  PROJ-CODIGO       PIC X(4).
           05  PROJ-NOME         PIC X(40).
           05  PROJ-ATIVO        PIC X(1).
           05  PROJ-REGRA-VENC   PIC X(1).

       FD  EXTRATO.
       01  LINHA-EXTRATO        PIC X(200).

       FD  EXTRACAO-CTL.
       01  EXC-REGISTRO.
           05  EXC-SEQUENCIA     PIC 9(6).
           05  EXC-SITUACAO      PIC X(1).
           05  EXC-DATA-HORA     PIC 9(14).
           05  EXC-MODO          PIC X(1).
           05  EXC-CORTE         PIC 9(14).
           05  EXC-QTD-REGISTROS PIC 9(7).
           05  EXC-OPERADOR      PIC X(8).

       FD  TAREFAS-LOG.
       01  LINHA-LOG            PIC X(150).

       FD  SEGMENTO.
       01  LINHA-SEG            PIC X(150).

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
       01  WS-NOTAS-STATUS      PIC XX.
       01  WS-NOTAS-HIST-STATUS PIC XX.
       01  WS-PROJETOS-STATUS   PIC XX.
       01  WS-EXTRACAO-CTL-STATUS PIC XX.
       01  WS-TAREFAS-LOG-STATUS PIC XX.
       01  WS-EOF-TAREFAS       PIC X VALUE 'N'.
           88  FIM-DE-ARQUIVO       VALUE 'S'.
       01  WS-EOF-HIST          PIC X VALUE 'N'.
           88  FIM-DE-HISTORICO     VALUE 'S'.
       01  WS-EOF-APT           PIC X VALUE 'N'.
           88  FIM-DE-APONTAMENTOS  VALUE 'S'.
       01  WS-EOF-NOTAS         PIC X VALUE 'N'.
           88  FIM-DE-NOTAS         VALUE 'S'.
       01  WS-EOF-PROJETOS      PIC X VALUE 'N'.
           88  FIM-DE-PROJETOS      VALUE 'S'.
       01  WS-EOF-CTL           PIC X VALUE 'N'.
           88  FIM-DE-CONTROLE      VALUE 'S'.
       01  WS-EOF-LOG           PIC X VALUE 'N'.
           88  FIM-DE-LOG           VALUE 'S'.
       01  WS-SEGMENTO-STATUS   PIC XX.
       01  WS-EOF-SEG           PIC X VALUE 'N'.
           88  FIM-DE-SEGMENTO      VALUE 'S'.
       01  WS-NOME-SEGMENTO     PIC X(30).
       01  WS-MES-SEG           PIC 9(6).
       01  WS-MES-FIM           PIC 9(6).
       01  WS-SEGM-LIDOS        PIC 9(3).
       01  WS-FALHA-TAREFAS     PIC X VALUE 'N'.
           88  TAREFAS-INDISPONIVEL VALUE 'S'.
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
       01  WS-INICIO-EXTRACAO   PIC 9(14).
       01  WS-MODO-INPUT        PIC X(1).
       01  WS-MODO              PIC X(1).
           88  EXTRACAO-COMPLETA    VALUE 'C'.
           88  EXTRACAO-ALTERACOES  VALUE 'D'.
       01  WS-CONFIRMA          PIC X.
       01  WS-CTL-LINHAS        PIC 9(6).
       01  WS-CTL-SITUACAO      PIC X(1).
       01  WS-CTL-ULT-SEQ       PIC 9(6).
       01  WS-CTL-ULT-DATA-HORA PIC 9(14).
       01  WS-CTL-SEQ-PENDENTE  PIC 9(6).
       01  WS-CTL-FALTANTES     PIC 9(6).
       01  WS-CTL-DUPLICADAS    PIC 9(6).
       01  WS-SEQUENCIA         PIC 9(6).
       01  WS-CORTE             PIC 9(14).
       01  WS-INT-HOJE          PIC 9(8).
       01  WS-INT-ULTIMA        PIC 9(8).
       01  WS-DATA-ULTIMA       PIC 9(8).
       01  WS-DIAS-SEM-EXTRACAO PIC 9(5).
       01  WS-RLOG-DATA-HORA    PIC X(14).
       01  WS-RLOG-ACAO         PIC X(10).
       01  WS-RLOG-NUMERO-X     PIC X(5).
       01  WS-RLOG-NUMERO       PIC 9(5).
       01  WS-ALT-QTD           PIC 9(4) VALUE 0.
       01  WS-TABELA-ALTERADAS.
           05  WS-ALT-ENT OCCURS 5000 TIMES.
               10  WS-ALT-NUMERO    PIC 9(5).
               10  WS-ALT-ACAO      PIC X(10).
               10  WS-ALT-DATA-HORA PIC X(14).
               10  WS-ALT-ACHADA    PIC X.
       01  WS-IDX-ALT           PIC 9(4).
       01  WS-IDX-ALT-ACHADO    PIC 9(4).
       01  WS-ALT-CHEIA         PIC X VALUE 'N'.
           88  TABELA-ALTERADAS-CHEIA VALUE 'S'.
       01  WS-NUMERO-BUSCA      PIC 9(5).
       01  WS-SELECIONADA       PIC X.
       01  WS-TIPO-ATUAL        PIC X(2).
       01  WS-TOTAIS-TIPO.
           05  WS-TOT-ENT OCCURS 6 TIMES.
               10  WS-TOT-TIPO      PIC X(2).
               10  WS-TOT-QTD       PIC 9(7).
               10  WS-TOT-HASH      PIC 9(12).
       01  WS-IDX-TOT           PIC 9(1).
       01  WS-TOTAL-REGISTROS   PIC 9(7).
       01  WS-EXT-CABECALHO.
           05  EXH-TIPO          PIC X(2).
           05  EXH-SISTEMA       PIC X(8).
           05  EXH-SEQUENCIA     PIC 9(6).
           05  EXH-SEQ-ANTERIOR  PIC 9(6).
           05  EXH-DATA          PIC 9(8).
           05  EXH-HORA          PIC 9(6).
           05  EXH-MODO          PIC X(1).
           05  EXH-CORTE         PIC 9(14).
           05  EXH-OPERADOR      PIC X(8).
       01  WS-EXT-TAREFA.
           05  EXT-TIPO          PIC X(2).
           05  EXT-NUMERO        PIC 9(5).
           05  EXT-STATUS        PIC X(1).
           05  EXT-DATA-VENC     PIC 9(8).
           05  EXT-PRIORIDADE    PIC 9(1).
           05  EXT-RECORRENCIA   PIC X(1).
           05  EXT-RECORR-INTERV PIC 9(2).
           05  EXT-DATA-CONCLUSAO PIC 9(8).
           05  EXT-PREREQS       PIC X(15).
           05  EXT-RESPONSAVEL   PIC X(20).
           05  EXT-PROJETO       PIC X(4).
           05  EXT-ESTIMATIVA    PIC 9(4).
           05  EXT-DESCRICAO     PIC X(100).
       01  WS-EXT-APONTAMENTO.
           05  EXA-TIPO          PIC X(2).
           05  EXA-NUMERO        PIC 9(5).
           05  EXA-DATA          PIC 9(8).
           05  EXA-MINUTOS       PIC 9(4).
       01  WS-EXT-NOTA.
           05  EXN-TIPO          PIC X(2).
           05  EXN-NUMERO        PIC 9(5).
           05  EXN-DATA-HORA     PIC X(14).
           05  EXN-ORIGEM        PIC X(1).
           05  EXN-TEXTO         PIC X(100).
       01  WS-EXT-PROJETO.
           05  EXP-TIPO          PIC X(2).
           05  EXP-CODIGO        PIC X(4).
           05  EXP-ATIVO         PIC X(1).
           05  EXP-REGRA-VENC    PIC X(1).
           05  EXP-NOME          PIC X(40).
       01  WS-EXT-EXCLUSAO.
           05  EXX-TIPO          PIC X(2).
           05  EXX-NUMERO        PIC 9(5).
           05  EXX-DATA-HORA     PIC X(14).
           05  EXX-ACAO          PIC X(10).
       01  WS-EXT-TRAILER.
           05  EXT-TR-TIPO       PIC X(2).
           05  EXT-TR-SEQUENCIA  PIC 9(6).
           05  EXT-TR-TOTAL      PIC 9(7).
           05  EXT-TR-TIPOS OCCURS 6 TIMES.
               10  EXT-TR-TIPO-REG PIC X(2).
               10  EXT-TR-QTD      PIC 9(7).
               10  EXT-TR-HASH     PIC 9(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Extração para o Data Warehouse"
           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-IDENTIFICADO
               STOP RUN
           END-IF
           IF WS-OPERADOR-NIVEL < 2
               DISPLAY "Extração restrita a escriturários e "
                   "supervisores."
               STOP RUN
           END-IF
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME
           COMPUTE WS-INICIO-EXTRACAO =
               WS-DATA-ATUAL * 1000000 + WS-HORA-ATUAL / 100
           PERFORM VERIFICAR-CONTROLE
           DISPLAY "Modo (C=completa, D=alterações desde a última "
               "extração): "
           MOVE SPACES TO WS-MODO-INPUT
           ACCEPT WS-MODO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-MODO-INPUT) TO WS-MODO
           IF NOT EXTRACAO-COMPLETA AND NOT EXTRACAO-ALTERACOES
               DISPLAY "Modo inválido; será feita extração "
                   "completa."
               MOVE 'C' TO WS-MODO
           END-IF
           IF EXTRACAO-ALTERACOES AND WS-CTL-ULT-SEQ = 0
               DISPLAY "Nenhuma extração anterior concluída; será "
                   "feita extração completa."
               MOVE 'C' TO WS-MODO
           END-IF
           MOVE 0 TO WS-CORTE
           IF EXTRACAO-ALTERACOES
               MOVE WS-CTL-ULT-DATA-HORA TO WS-CORTE
           END-IF
           DISPLAY "Extração nº " WS-SEQUENCIA " modo " WS-MODO
               ". Confirmar? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY "Extração cancelada."
               STOP RUN
           END-IF
           MOVE 'I' TO WS-CTL-SITUACAO
           PERFORM INICIAR-TOTAIS
           PERFORM GRAVAR-CONTROLE
           IF EXTRACAO-ALTERACOES
               PERFORM CARREGAR-ALTERACOES
           END-IF
           OPEN OUTPUT EXTRATO
           PERFORM ESCREVER-CABECALHO
           PERFORM EXTRAIR-TAREFAS
           IF TAREFAS-INDISPONIVEL
               CLOSE EXTRATO
               DISPLAY "Extração nº " WS-SEQUENCIA " interrompida; "
                   "extracao.ctl não atualizado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM EXTRAIR-HISTORICO
           PERFORM EXTRAIR-EXCLUSOES
           PERFORM EXTRAIR-APONTAMENTOS
           PERFORM EXTRAIR-NOTAS
           PERFORM EXTRAIR-PROJETOS
           PERFORM ESCREVER-TRAILER
           CLOSE EXTRATO
           MOVE 'C' TO WS-CTL-SITUACAO
           PERFORM GRAVAR-CONTROLE
           MOVE "EXTRACAO" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Extração " DELIMITED BY SIZE
               WS-SEQUENCIA DELIMITED BY SIZE
               " modo " DELIMITED BY SIZE
               WS-MODO DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-TOTAL-REGISTROS DELIMITED BY SIZE
               " registro(s)" DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG
           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL WS-IDX-TOT > 6
               DISPLAY "  " WS-TOT-TIPO(WS-IDX-TOT) ": "
                   WS-TOT-QTD(WS-IDX-TOT) " registro(s), hash "
                   WS-TOT-HASH(WS-IDX-TOT)
           END-PERFORM
           IF TABELA-ALTERADAS-CHEIA
               DISPLAY "Aviso: tabela de alterações cheia; faça uma "
                   "extração completa."
           END-IF
           DISPLAY "Extração nº " WS-SEQUENCIA " gravada em "
               "extrato_dw.txt (" WS-TOTAL-REGISTROS " registros)."
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

       VERIFICAR-CONTROLE.
           MOVE 0 TO WS-CTL-LINHAS
           MOVE 0 TO WS-CTL-ULT-SEQ
           MOVE 0 TO WS-CTL-ULT-DATA-HORA
           MOVE 0 TO WS-CTL-SEQ-PENDENTE
           MOVE 0 TO WS-CTL-FALTANTES
           MOVE 0 TO WS-CTL-DUPLICADAS
           MOVE 'N' TO WS-EOF-CTL
           OPEN INPUT EXTRACAO-CTL
           IF WS-EXTRACAO-CTL-STATUS = "00"
               PERFORM UNTIL FIM-DE-CONTROLE
                   READ EXTRACAO-CTL
                       AT END
                           MOVE 'S' TO WS-EOF-CTL
                       NOT AT END
                           PERFORM AVALIAR-LINHA-CONTROLE
                   END-READ
               END-PERFORM
               CLOSE EXTRACAO-CTL
           END-IF
           COMPUTE WS-SEQUENCIA = WS-CTL-ULT-SEQ + 1
           IF WS-CTL-FALTANTES > 0
               DISPLAY "Atenção: extracao.ctl tem " WS-CTL-FALTANTES
                   " sequência(s) faltante(s)."
           END-IF
           IF WS-CTL-DUPLICADAS > 0
               DISPLAY "Atenção: extracao.ctl tem " WS-CTL-DUPLICADAS
                   " sequência(s) duplicada(s) ou fora de ordem."
           END-IF
           IF WS-CTL-SEQ-PENDENTE > 0
               DISPLAY "Extração nº " WS-CTL-SEQ-PENDENTE
                   " foi iniciada e não concluída; será refeita."
           END-IF
           IF WS-CTL-ULT-SEQ = 0
               DISPLAY "Primeira extração (nº " WS-SEQUENCIA ")."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Última extração concluída: nº " WS-CTL-ULT-SEQ
               " em " WS-CTL-ULT-DATA-HORA
           IF WS-CTL-ULT-DATA-HORA(1:8) = WS-DATA-ATUAL
               DISPLAY "Atenção: já houve extração concluída "
                   "hoje; esta será uma nova sequência."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
           MOVE WS-CTL-ULT-DATA-HORA(1:8) TO WS-DATA-ULTIMA
           COMPUTE WS-INT-ULTIMA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ULTIMA)
           IF WS-INT-HOJE > WS-INT-ULTIMA + 1
               COMPUTE WS-DIAS-SEM-EXTRACAO =
                   WS-INT-HOJE - WS-INT-ULTIMA - 1
               DISPLAY "Atenção: " WS-DIAS-SEM-EXTRACAO
                   " dia(s) sem extração desde a última."
           END-IF.

       AVALIAR-LINHA-CONTROLE.
           IF EXC-SEQUENCIA NOT NUMERIC OR EXC-DATA-HORA NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CTL-LINHAS
           EVALUATE EXC-SITUACAO
               WHEN 'I'
                   IF EXC-SEQUENCIA NOT = WS-CTL-ULT-SEQ + 1
                       ADD 1 TO WS-CTL-DUPLICADAS
                   END-IF
                   MOVE EXC-SEQUENCIA TO WS-CTL-SEQ-PENDENTE
               WHEN 'C'
                   IF EXC-SEQUENCIA <= WS-CTL-ULT-SEQ
                       ADD 1 TO WS-CTL-DUPLICADAS
                   ELSE
                       IF EXC-SEQUENCIA > WS-CTL-ULT-SEQ + 1
                           COMPUTE WS-CTL-FALTANTES =
                               WS-CTL-FALTANTES + EXC-SEQUENCIA -
                               WS-CTL-ULT-SEQ - 1
                       END-IF
                       MOVE EXC-SEQUENCIA TO WS-CTL-ULT-SEQ
                       MOVE EXC-DATA-HORA TO WS-CTL-ULT-DATA-HORA
                   END-IF
                   IF EXC-SEQUENCIA = WS-CTL-SEQ-PENDENTE
                       MOVE 0 TO WS-CTL-SEQ-PENDENTE
                   END-IF
           END-EVALUATE.

       GRAVAR-CONTROLE.
           OPEN EXTEND EXTRACAO-CTL
           IF WS-EXTRACAO-CTL-STATUS = "35"
               OPEN OUTPUT EXTRACAO-CTL
           END-IF
           MOVE WS-SEQUENCIA TO EXC-SEQUENCIA
           MOVE WS-CTL-SITUACAO TO EXC-SITUACAO
           MOVE WS-INICIO-EXTRACAO TO EXC-DATA-HORA
           MOVE WS-MODO TO EXC-MODO
           MOVE WS-CORTE TO EXC-CORTE
           MOVE WS-TOTAL-REGISTROS TO EXC-QTD-REGISTROS
           MOVE WS-OPERADOR-ID TO EXC-OPERADOR
           WRITE EXC-REGISTRO
           CLOSE EXTRACAO-CTL.

       INICIAR-TOTAIS.
           MOVE "TA" TO WS-TOT-TIPO(1)
           MOVE "TH" TO WS-TOT-TIPO(2)
           MOVE "TX" TO WS-TOT-TIPO(3)
           MOVE "AP" TO WS-TOT-TIPO(4)
           MOVE "NT" TO WS-TOT-TIPO(5)
           MOVE "PJ" TO WS-TOT-TIPO(6)
           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL WS-IDX-TOT > 6
               MOVE 0 TO WS-TOT-QTD(WS-IDX-TOT)
               MOVE 0 TO WS-TOT-HASH(WS-IDX-TOT)
           END-PERFORM
           MOVE 0 TO WS-TOTAL-REGISTROS.

       CARREGAR-ALTERACOES.
           MOVE 0 TO WS-ALT-QTD
           MOVE 'N' TO WS-ALT-CHEIA
           MOVE 0 TO WS-SEGM-LIDOS
           MOVE WS-CORTE(1:6) TO WS-MES-SEG
           MOVE WS-DATA-ATUAL(1:6) TO WS-MES-FIM
           PERFORM UNTIL WS-MES-SEG > WS-MES-FIM
               PERFORM LER-SEGMENTO-LOG
               ADD 1 TO WS-MES-SEG
               IF WS-MES-SEG(5:2) = "13"
                   ADD 88 TO WS-MES-SEG
               END-IF
           END-PERFORM
           IF WS-SEGM-LIDOS > 0
               DISPLAY "Segmentos arquivados do log lidos: "
                   WS-SEGM-LIDOS
           END-IF
           MOVE 'N' TO WS-EOF-LOG
           OPEN INPUT TAREFAS-LOG
           IF WS-TAREFAS-LOG-STATUS = "00"
               PERFORM UNTIL FIM-DE-LOG
                   READ TAREFAS-LOG
                       AT END
                           MOVE 'S' TO WS-EOF-LOG
                       NOT AT END
                           PERFORM AVALIAR-LINHA-LOG
                   END-READ
               END-PERFORM
               CLOSE TAREFAS-LOG
           END-IF
           DISPLAY "Tarefas alteradas desde " WS-CORTE ": "
               WS-ALT-QTD.

       LER-SEGMENTO-LOG.
           MOVE SPACES TO WS-NOME-SEGMENTO
           STRING "tarefas_log." DELIMITED BY SIZE
               WS-MES-SEG DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-SEGMENTO
           MOVE 'N' TO WS-EOF-SEG
           OPEN INPUT SEGMENTO
           IF WS-SEGMENTO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEGM-LIDOS
           PERFORM UNTIL FIM-DE-SEGMENTO
               READ SEGMENTO INTO LINHA-SEG
                   AT END
                       MOVE 'S' TO WS-EOF-SEG
                   NOT AT END
                       MOVE LINHA-SEG TO LINHA-LOG
                       PERFORM AVALIAR-LINHA-LOG
               END-READ
           END-PERFORM
           CLOSE SEGMENTO.

       AVALIAR-LINHA-LOG.
           MOVE SPACES TO WS-RLOG-DATA-HORA
           MOVE SPACES TO WS-RLOG-ACAO
           MOVE SPACES TO WS-RLOG-NUMERO-X
           UNSTRING LINHA-LOG DELIMITED BY " | "
               INTO WS-RLOG-DATA-HORA, WS-RLOG-ACAO, WS-RLOG-NUMERO-X
           IF WS-RLOG-DATA-HORA NOT NUMERIC OR
              WS-RLOG-NUMERO-X NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-RLOG-DATA-HORA <= WS-CORTE(1:14) OR
              WS-RLOG-DATA-HORA > WS-INICIO-EXTRACAO(1:14)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RLOG-NUMERO-X TO WS-RLOG-NUMERO
           IF WS-RLOG-NUMERO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RLOG-NUMERO TO WS-NUMERO-BUSCA
           PERFORM LOCALIZAR-ALTERADA
           IF WS-IDX-ALT-ACHADO = 0
               IF WS-ALT-QTD >= 5000
                   MOVE 'S' TO WS-ALT-CHEIA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ALT-QTD
               MOVE WS-ALT-QTD TO WS-IDX-ALT-ACHADO
               MOVE WS-RLOG-NUMERO TO WS-ALT-NUMERO(WS-ALT-QTD)
               MOVE 'N' TO WS-ALT-ACHADA(WS-ALT-QTD)
           END-IF
           MOVE WS-RLOG-ACAO TO WS-ALT-ACAO(WS-IDX-ALT-ACHADO)
           MOVE WS-RLOG-DATA-HORA TO
               WS-ALT-DATA-HORA(WS-IDX-ALT-ACHADO).

       LOCALIZAR-ALTERADA.
           MOVE 0 TO WS-IDX-ALT-ACHADO
           PERFORM VARYING WS-IDX-ALT FROM 1 BY 1
                   UNTIL WS-IDX-ALT > WS-ALT-QTD
               IF WS-ALT-NUMERO(WS-IDX-ALT) = WS-NUMERO-BUSCA
                   MOVE WS-IDX-ALT TO WS-IDX-ALT-ACHADO
                   MOVE WS-ALT-QTD TO WS-IDX-ALT
               END-IF
           END-PERFORM.

       VERIFICAR-SELECAO.
           MOVE 'N' TO WS-SELECIONADA
           MOVE 0 TO WS-IDX-ALT-ACHADO
           IF EXTRACAO-COMPLETA
               MOVE 'S' TO WS-SELECIONADA
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZAR-ALTERADA
           IF WS-IDX-ALT-ACHADO > 0
               MOVE 'S' TO WS-SELECIONADA
           END-IF.

       ACUMULAR-TOTAL.
           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL WS-IDX-TOT > 6
               IF WS-TOT-TIPO(WS-IDX-TOT) = WS-TIPO-ATUAL
                   ADD 1 TO WS-TOT-QTD(WS-IDX-TOT)
                   ADD WS-NUMERO-BUSCA TO WS-TOT-HASH(WS-IDX-TOT)
                   MOVE 6 TO WS-IDX-TOT
               END-IF
           END-PERFORM
           ADD 1 TO WS-TOTAL-REGISTROS.

       ESCREVER-CABECALHO.
           MOVE SPACES TO WS-EXT-CABECALHO
           MOVE "HD" TO EXH-TIPO
           MOVE "TAREFAS" TO EXH-SISTEMA
           MOVE WS-SEQUENCIA TO EXH-SEQUENCIA
           MOVE WS-CTL-ULT-SEQ TO EXH-SEQ-ANTERIOR
           MOVE WS-DATA-ATUAL TO EXH-DATA
           MOVE WS-HORA-ATUAL(1:6) TO EXH-HORA
           MOVE WS-MODO TO EXH-MODO
           MOVE WS-CORTE TO EXH-CORTE
           MOVE WS-OPERADOR-ID TO EXH-OPERADOR
           MOVE WS-EXT-CABECALHO TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           ADD 1 TO WS-TOTAL-REGISTROS.

       EXTRAIR-TAREFAS.
           MOVE 'N' TO WS-EOF-TAREFAS
           OPEN INPUT TAREFAS
           IF WS-TAREFAS-STATUS NOT = "00"
               DISPLAY "Erro ao abrir tarefas.dat (status "
                   WS-TAREFAS-STATUS ")."
               MOVE 'S' TO WS-FALHA-TAREFAS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIM-DE-ARQUIVO
               READ TAREFAS NEXT INTO TAREFA-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-TAREFAS
                   NOT AT END
                       MOVE TAREFA-NUMERO TO WS-NUMERO-BUSCA
                       PERFORM VERIFICAR-SELECAO
                       IF WS-SELECIONADA = 'S'
                           PERFORM ESCREVER-TAREFA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAREFAS.

       ESCREVER-TAREFA.
           IF WS-IDX-ALT-ACHADO > 0
               MOVE 'S' TO WS-ALT-ACHADA(WS-IDX-ALT-ACHADO)
           END-IF
           MOVE SPACES TO WS-EXT-TAREFA
           MOVE "TA" TO EXT-TIPO
           MOVE TAREFA-NUMERO TO EXT-NUMERO
           MOVE TAREFA-STATUS TO EXT-STATUS
           MOVE TAREFA-DATA-VENC TO EXT-DATA-VENC
           MOVE TAREFA-PRIORIDADE TO EXT-PRIORIDADE
           MOVE TAREFA-RECORRENCIA TO EXT-RECORRENCIA
           MOVE TAREFA-RECORR-INTERV TO EXT-RECORR-INTERV
           MOVE TAREFA-DATA-CONCLUSAO TO EXT-DATA-CONCLUSAO
           MOVE TAREFA-PREREQS TO EXT-PREREQS
           MOVE TAREFA-RESPONSAVEL TO EXT-RESPONSAVEL
           MOVE TAREFA-PROJETO TO EXT-PROJETO
           MOVE TAREFA-ESTIMATIVA TO EXT-ESTIMATIVA
           MOVE TAREFA-DESCRICAO TO EXT-DESCRICAO
           MOVE WS-EXT-TAREFA TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE "TA" TO WS-TIPO-ATUAL
           PERFORM ACUMULAR-TOTAL.

       EXTRAIR-HISTORICO.
           MOVE 'N' TO WS-EOF-HIST
           OPEN INPUT TAREFAS-HIST
           IF WS-TAREFAS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIM-DE-HISTORICO
               READ TAREFAS-HIST INTO TAREFA-HIST-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-HIST
                   NOT AT END
                       IF TAREFA-HIST-NUMERO IS NUMERIC
                           MOVE TAREFA-HIST-NUMERO TO WS-NUMERO-BUSCA
                           PERFORM VERIFICAR-SELECAO
                           IF WS-SELECIONADA = 'S'
                               PERFORM ESCREVER-TAREFA-HIST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAREFAS-HIST.

       ESCREVER-TAREFA-HIST.
           IF WS-IDX-ALT-ACHADO > 0
               IF WS-ALT-ACHADA(WS-IDX-ALT-ACHADO) = 'S'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'H' TO WS-ALT-ACHADA(WS-IDX-ALT-ACHADO)
           END-IF
           MOVE SPACES TO WS-EXT-TAREFA
           MOVE "TH" TO EXT-TIPO
           MOVE TAREFA-HIST-NUMERO TO EXT-NUMERO
           MOVE TAREFA-HIST-STATUS TO EXT-STATUS
           MOVE TAREFA-HIST-DATA-VENC TO EXT-DATA-VENC
           MOVE TAREFA-HIST-PRIORIDADE TO EXT-PRIORIDADE
           MOVE TAREFA-HIST-RECORRENCIA TO EXT-RECORRENCIA
           MOVE TAREFA-HIST-RECORR-INTERV TO EXT-RECORR-INTERV
           MOVE TAREFA-HIST-DATA-CONCLUSAO TO EXT-DATA-CONCLUSAO
           MOVE TAREFA-HIST-PREREQS TO EXT-PREREQS
           MOVE TAREFA-HIST-RESPONSAVEL TO EXT-RESPONSAVEL
           MOVE TAREFA-HIST-PROJETO TO EXT-PROJETO
           MOVE TAREFA-HIST-ESTIMATIVA TO EXT-ESTIMATIVA
           MOVE TAREFA-HIST-DESCRICAO TO EXT-DESCRICAO
           MOVE WS-EXT-TAREFA TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE "TH" TO WS-TIPO-ATUAL
           PERFORM ACUMULAR-TOTAL.

       EXTRAIR-EXCLUSOES.
           PERFORM VARYING WS-IDX-ALT FROM 1 BY 1
                   UNTIL WS-IDX-ALT > WS-ALT-QTD
               IF WS-ALT-ACHADA(WS-IDX-ALT) = 'N'
                   MOVE SPACES TO WS-EXT-EXCLUSAO
                   MOVE "TX" TO EXX-TIPO
                   MOVE WS-ALT-NUMERO(WS-IDX-ALT) TO EXX-NUMERO
                   MOVE WS-ALT-DATA-HORA(WS-IDX-ALT) TO EXX-DATA-HORA
                   MOVE WS-ALT-ACAO(WS-IDX-ALT) TO EXX-ACAO
                   MOVE WS-EXT-EXCLUSAO TO LINHA-EXTRATO
                   WRITE LINHA-EXTRATO
                   MOVE WS-ALT-NUMERO(WS-IDX-ALT) TO WS-NUMERO-BUSCA
                   MOVE "TX" TO WS-TIPO-ATUAL
                   PERFORM ACUMULAR-TOTAL
               END-IF
           END-PERFORM.

       EXTRAIR-APONTAMENTOS.
           MOVE 'N' TO WS-EOF-APT
           OPEN INPUT APONTAMENTOS
           IF WS-APONTAMENTOS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIM-DE-APONTAMENTOS
               READ APONTAMENTOS INTO APT-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-APT
                   NOT AT END
                       IF APT-NUMERO IS NUMERIC AND
                          APT-MINUTOS IS NUMERIC
                           MOVE APT-NUMERO TO WS-NUMERO-BUSCA
                           PERFORM VERIFICAR-SELECAO
                           IF WS-SELECIONADA = 'S'
                               PERFORM ESCREVER-APONTAMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APONTAMENTOS.

       ESCREVER-APONTAMENTO.
           MOVE SPACES TO WS-EXT-APONTAMENTO
           MOVE "AP" TO EXA-TIPO
           MOVE APT-NUMERO TO EXA-NUMERO
           MOVE APT-DATA TO EXA-DATA
           MOVE APT-MINUTOS TO EXA-MINUTOS
           MOVE WS-EXT-APONTAMENTO TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE APT-MINUTOS TO WS-NUMERO-BUSCA
           MOVE "AP" TO WS-TIPO-ATUAL
           PERFORM ACUMULAR-TOTAL.

       EXTRAIR-NOTAS.
           MOVE 'N' TO WS-EOF-NOTAS
           OPEN INPUT NOTAS
           IF WS-NOTAS-STATUS = "00"
               PERFORM UNTIL FIM-DE-NOTAS
                   READ NOTAS INTO NOTA-REGISTRO
                       AT END
                           MOVE 'S' TO WS-EOF-NOTAS
                       NOT AT END
                           IF NOTA-NUMERO IS NUMERIC
                               MOVE NOTA-NUMERO TO WS-NUMERO-BUSCA
                               PERFORM VERIFICAR-SELECAO
                               IF WS-SELECIONADA = 'S'
                                   MOVE NOTA-NUMERO TO EXN-NUMERO
                                   MOVE NOTA-DATA-HORA TO
                                       EXN-DATA-HORA
                                   MOVE 'A' TO EXN-ORIGEM
                                   MOVE NOTA-TEXTO TO EXN-TEXTO
                                   PERFORM ESCREVER-NOTA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS
           END-IF
           MOVE 'N' TO WS-EOF-NOTAS
           OPEN INPUT NOTAS-HIST
           IF WS-NOTAS-HIST-STATUS = "00"
               PERFORM UNTIL FIM-DE-NOTAS
                   READ NOTAS-HIST INTO NOTA-HIST-REGISTRO
                       AT END
                           MOVE 'S' TO WS-EOF-NOTAS
                       NOT AT END
                           IF NOTA-HIST-NUMERO IS NUMERIC
                               MOVE NOTA-HIST-NUMERO TO
                                   WS-NUMERO-BUSCA
                               PERFORM VERIFICAR-SELECAO
                               IF WS-SELECIONADA = 'S'
                                   MOVE NOTA-HIST-NUMERO TO EXN-NUMERO
                                   MOVE NOTA-HIST-DATA-HORA TO
                                       EXN-DATA-HORA
                                   MOVE 'H' TO EXN-ORIGEM
                                   MOVE NOTA-HIST-TEXTO TO EXN-TEXTO
                                   PERFORM ESCREVER-NOTA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-HIST
           END-IF.

       ESCREVER-NOTA.
           MOVE "NT" TO EXN-TIPO
           MOVE WS-EXT-NOTA TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE "NT" TO WS-TIPO-ATUAL
           PERFORM ACUMULAR-TOTAL.

       EXTRAIR-PROJETOS.
           MOVE 'N' TO WS-EOF-PROJETOS
           OPEN INPUT PROJETOS
           IF WS-PROJETOS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIM-DE-PROJETOS
               READ PROJETOS INTO PROJ-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-PROJETOS
                   NOT AT END
                       IF PROJ-CODIGO NOT = SPACES
                           MOVE SPACES TO WS-EXT-PROJETO
                           MOVE "PJ" TO EXP-TIPO
                           MOVE PROJ-CODIGO TO EXP-CODIGO
                           MOVE PROJ-ATIVO TO EXP-ATIVO
                           MOVE PROJ-REGRA-VENC TO EXP-REGRA-VENC
                           MOVE PROJ-NOME TO EXP-NOME
                           MOVE WS-EXT-PROJETO TO LINHA-EXTRATO
                           WRITE LINHA-EXTRATO
                           MOVE 0 TO WS-NUMERO-BUSCA
                           IF PROJ-ATIVO = 'S'
                               MOVE 1 TO WS-NUMERO-BUSCA
                           END-IF
                           MOVE "PJ" TO WS-TIPO-ATUAL
                           PERFORM ACUMULAR-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROJETOS.

       ESCREVER-TRAILER.
           ADD 1 TO WS-TOTAL-REGISTROS
           MOVE SPACES TO WS-EXT-TRAILER
           MOVE "TR" TO EXT-TR-TIPO
           MOVE WS-SEQUENCIA TO EXT-TR-SEQUENCIA
           MOVE WS-TOTAL-REGISTROS TO EXT-TR-TOTAL
           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL WS-IDX-TOT > 6
               MOVE WS-TOT-TIPO(WS-IDX-TOT) TO
                   EXT-TR-TIPO-REG(WS-IDX-TOT)
               MOVE WS-TOT-QTD(WS-IDX-TOT) TO EXT-TR-QTD(WS-IDX-TOT)
               MOVE WS-TOT-HASH(WS-IDX-TOT) TO EXT-TR-HASH(WS-IDX-TOT)
           END-PERFORM
           MOVE WS-EXT-TRAILER TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO.

       END PROGRAM ExtracaoTarefas.
