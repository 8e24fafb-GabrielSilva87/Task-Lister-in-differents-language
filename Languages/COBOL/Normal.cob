               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-CTL-STATUS.
           SELECT RELATORIO-ESC ASSIGN TO "escalacoes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-ESC-STATUS.
           SELECT APONTAMENTOS ASSIGN TO "apontamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APONTAMENTOS-STATUS.
               FILE STATUS IS WS-NOTAS-HIST-STATUS.
           SELECT NOTAS-TMP ASSIGN TO "notas.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOTE-CTL ASSIGN TO "lote.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTE-CTL-STATUS.
           SELECT DIARIO-LOTE ASSIGN TO WS-NOME-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIARIO-STATUS.
           SELECT OPERADORES ASSIGN TO "operadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.
           SELECT CALENDARIO ASSIGN TO "calendario.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.
           SELECT CALENDARIO-CTL ASSIGN TO "calendario.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-CTL-STATUS.
           SELECT REGRAS-VENC ASSIGN TO "regras_venc.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRAS-VENC-STATUS.
           SELECT AGENDA ASSIGN TO WS-NOME-AGENDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-STATUS.
           SELECT AGENDA-MANIFESTO ASSIGN TO "agenda_manifesto.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-MAN-STATUS.
           SELECT AGENDA-CTL ASSIGN TO "agenda.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-CTL-STATUS.
           SELECT MODELOS ASSIGN TO "modelos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODELOS-STATUS.
           SELECT MOTIVOS ASSIGN TO "motivos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOTIVOS-STATUS.
           SELECT SITUACOES ASSIGN TO "situacoes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITUACOES-STATUS.
           SELECT RELATORIO-ESP ASSIGN TO "esperas.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  ESCALACAO-CTL.
       01  ESC-CTL-REGISTRO.
           05  ESC-DIAS-LIMITE   PIC 9(3).
           05  ESC-ULTIMA-DATA   PIC 9(8).

       FD  RELATORIO-ESC.
       01  LINHA-ESC            PIC X(100).
           05  PROJ-CODIGO       PIC X(4).
           05  PROJ-NOME         PIC X(40).
           05  PROJ-ATIVO        PIC X(1).
           05  PROJ-REGRA-VENC   PIC X(1).

       FD  OPERADORES.
       01  OPR-REGISTRO.
           05  OPR-ID            PIC X(8).
           05  OPR-NOME          PIC X(30).
           05  OPR-PAPEL         PIC X(1).
           05  OPR-ATIVO         PIC X(1).

       FD  CALENDARIO.
       01  CAL-REGISTRO.
           05  CAL-DATA          PIC 9(8).
           05  CAL-DESCRICAO     PIC X(40).

       FD  CALENDARIO-CTL.
       01  CALC-REGISTRO.
           05  CALC-DIAS-UTEIS   PIC X(1).
           05  CALC-REGRA-PADRAO PIC X(1).

       FD  REGRAS-VENC.
       01  RGV-REGISTRO.
           05  RGV-NUMERO        PIC 9(5).
           05  RGV-REGRA         PIC X(1).
           05  RGV-DATA-NOMINAL  PIC 9(8).

       FD  AGENDA.
       01  LINHA-AGENDA         PIC X(100).

       FD  AGENDA-MANIFESTO.
       01  LINHA-MANIFESTO      PIC X(100).

       FD  AGENDA-CTL.
       01  AGC-REGISTRO.
           05  AGC-DATA-HORA     PIC 9(14).

       FD  MODELOS.
       01  MOD-REGISTRO.
           05  MOD-CODIGO        PIC X(8).
           05  MOD-PASSO         PIC 9(2).
           05  MOD-DESCRICAO     PIC X(100).
           05  MOD-DESLOC-SINAL  PIC X(1).
           05  MOD-DESLOC-DIAS   PIC 9(3).
           05  MOD-PRIORIDADE    PIC 9(1).
           05  MOD-RESPONSAVEL   PIC X(20).
           05  MOD-PROJETO       PIC X(4).
           05  MOD-ESTIMATIVA    PIC 9(4).
           05  MOD-DEPENDENCIAS.
               10  MOD-DEPENDE OCCURS 3 TIMES PIC 9(2).

       FD  MOTIVOS.
       01  MOT-REGISTRO.
           05  MOT-CODIGO        PIC X(4).
           05  MOT-DESCRICAO     PIC X(40).
           05  MOT-TIPO          PIC X(1).
           05  MOT-ATIVO         PIC X(1).

       FD  SITUACOES.
       01  SIT-REGISTRO.
           05  SIT-NUMERO        PIC 9(5).
           05  SIT-TIPO          PIC X(1).
           05  SIT-MOTIVO        PIC X(4).
           05  SIT-DATA          PIC 9(8).
           05  SIT-RETOMADA      PIC 9(8).
           05  SIT-OBSERVACAO    PIC X(60).
           05  SIT-OPERADOR      PIC X(8).

       FD  RELATORIO-ESP.
       01  LINHA-ESP            PIC X(100).

       FD  TAREFAS-LOG.
       01  LINHA-LOG            PIC X(150).
       FD  TAREFAS-LOCK.
       01  LINHA-LOCK           PIC X(40).

       FD  LOTE-CTL.
       01  LCTL-REGISTRO.
           05  LCTL-DATA-LOTE    PIC 9(8).
           05  LCTL-ETAPA        PIC X(8).
           05  LCTL-LINHA        PIC 9(4).
           05  LCTL-SITUACAO     PIC X(1).
           05  LCTL-QTD          PIC 9(5).
           05  LCTL-DATA-HORA    PIC X(14).

       FD  DIARIO-LOTE.
       01  LINHA-DIARIO         PIC X(80).

       WORKING-STORAGE SECTION.
       01  OPCAO                PIC 9(2).
       01  CONTADOR             PIC 9(3) VALUE 0.
               10  WS-PROJ-COD   PIC X(4).
               10  WS-PROJ-DESC  PIC X(40).
               10  WS-PROJ-FLAG  PIC X(1).
               10  WS-PROJ-REGRA PIC X(1).
       01  WS-IDX-PROJ          PIC 9(3).
       01  WS-PROJ-VALIDO       PIC X.
           88  PROJETO-VALIDO       VALUE 'S'.
               10  WS-VPROJ-ATRASADAS PIC 9(3).
               10  WS-VPROJ-PROXIMAS  PIC 9(3).
               10  WS-VPROJ-ABERTAS   PIC 9(3).
               10  WS-VPROJ-ESPERA    PIC 9(3).
       01  WS-IDX-VPROJ         PIC 9(3).
       01  WS-VLIN-QTD          PIC 9(3).
       01  WS-TABELA-VENCLIN.
       01  WS-CMD-CAMPO7         PIC X(20).
       01  WS-CMD-CAMPO8         PIC X(4).
       01  WS-CMD-CAMPO9         PIC X(5).
       01  WS-CMD-CAMPO10        PIC X(1).
       01  WS-LOCK-STATUS        PIC XX.
       01  WS-TRAVA-OK           PIC X VALUE 'N'.
           88  TRAVA-OBTIDA          VALUE 'S'.
           88  GERAR-OCORRENCIA      VALUE 'S'.
       01  WS-JA-CONCLUIDA       PIC X VALUE 'N'.
           88  TAREFA-JA-CONCLUIDA   VALUE 'S'.
           88  TAREFA-JA-CANCELADA   VALUE 'X'.
       01  WS-DATA-INTEIRO       PIC 9(8).
       01  WS-VENC-ANO           PIC 9(4).
       01  WS-VENC-MES           PIC 9(2).
               10  WS-RECORR-RESP     PIC X(20).
               10  WS-RECORR-PROJ     PIC X(4).
               10  WS-RECORR-ESTIM    PIC 9(4).
               10  WS-RECORR-NUM      PIC 9(5).
       01  WS-LOTE-CTL-STATUS    PIC XX.
       01  WS-DIARIO-STATUS      PIC XX.
       01  WS-NOME-DIARIO        PIC X(30).
       01  WS-EOF-LOTE-CTL       PIC X VALUE 'N'.
           88  FIM-DE-LOTE-CTL       VALUE 'S'.
       01  WS-DATA-LOTE          PIC 9(8).
       01  WS-DATA-LOTE-ABANDONADO PIC 9(8) VALUE 0.
       01  WS-LOTE-RETOMADA      PIC X VALUE 'N'.
           88  LOTE-RETOMADO         VALUE 'S'.
       01  WS-LOTE-INTERROMPIDO  PIC X VALUE 'N'.
           88  LOTE-INTERROMPIDO     VALUE 'S'.
       01  WS-LOTE-BACKUP-OK     PIC X.
       01  WS-LOTE-RECORR-OK     PIC X.
       01  WS-LOTE-ESCALAR-OK    PIC X.
       01  WS-LOTE-VENC-OK       PIC X.
       01  WS-LOTE-AGENDA-OK     PIC X.
       01  WS-LOTE-ULTIMA-LINHA  PIC 9(4).
       01  WS-LOTE-ULTIMA-ETAPA  PIC X(8).
       01  WS-NOME-CMD-PENDENTE  PIC X(30).
       01  WS-LOTE-ETAPA         PIC X(8).
       01  WS-LOTE-LINHA         PIC 9(4).
       01  WS-LOTE-SITUACAO      PIC X(1).
       01  WS-LOTE-QTD           PIC 9(5).
       01  WS-LOTE-DATA-HORA     PIC X(21).
       01  WS-LOTE-SIT-DESC      PIC X(20).
       01  WS-LOTE-IGNORADAS     PIC 9(4).
       01  WS-CMD-SITUACAO       PIC X(1).
       01  WS-TRAVA-FALHA        PIC X VALUE 'N'.
           88  TRAVA-FALHOU          VALUE 'S'.
       01  WS-TOTAL-LANCAMENTOS  PIC 9(5) VALUE 0.
       01  WS-TOTAL-MATERIALIZADAS PIC 9(3).
       01  WS-ESC-ULTIMA-DATA    PIC 9(8).
       01  WS-ESC-DATA-SISTEMA   PIC 9(8).
       01  WS-ESCH-QTD           PIC 9(3).
       01  WS-TABELA-ESCH.
           05  WS-ESCH-NUMERO OCCURS 500 TIMES PIC 9(5).
       01  WS-IDX-ESCH           PIC 9(3).
       01  WS-ESC-REPETIDA       PIC X.
       01  WS-OPERADORES-STATUS  PIC XX.
       01  WS-EOF-OPERADORES     PIC X VALUE 'N'.
           88  FIM-DE-OPERADORES     VALUE 'S'.
       01  WS-ARG-MODO           PIC X(10).
       01  WS-OPERADOR-ID        PIC X(8) VALUE "SISTEMA".
       01  WS-OPERADOR-NOME      PIC X(30).
       01  WS-OPERADOR-PAPEL     PIC X(1).
       01  WS-OPERADOR-NIVEL     PIC 9(1) VALUE 0.
       01  WS-OPERADOR-OK        PIC X VALUE 'N'.
           88  OPERADOR-IDENTIFICADO VALUE 'S'.
       01  WS-OPERADOR-ACHOU     PIC X.
       01  WS-NIVEL-EXIGIDO      PIC 9(1).
       01  WS-PERMISSAO          PIC X.
           88  PERMISSAO-CONCEDIDA   VALUE 'S'.
       01  WS-PAPEL-CORRENTE     PIC X(1).
       01  WS-PAPEL-DESC         PIC X(15).
       01  WS-OPCAO-OPR          PIC 9(1).
       01  WS-OPR-ID-INPUT       PIC X(8).
       01  WS-OPR-NOME-INPUT     PIC X(30).
       01  WS-OPR-PAPEL-INPUT    PIC X(1).
       01  WS-OPR-QTD            PIC 9(3).
       01  WS-TABELA-OPERADORES.
           05  WS-OPR-ENT OCCURS 50 TIMES.
               10  WS-OPR-COD    PIC X(8).
               10  WS-OPR-DESC   PIC X(30).
               10  WS-OPR-TIPO   PIC X(1).
               10  WS-OPR-FLAG   PIC X(1).
       01  WS-IDX-OPR            PIC 9(3).
       01  WS-IDX-OPR-ACHADO     PIC 9(3).
       01  WS-CALENDARIO-STATUS  PIC XX.
       01  WS-CAL-CTL-STATUS     PIC XX.
       01  WS-REGRAS-VENC-STATUS PIC XX.
       01  WS-EOF-CALENDARIO     PIC X VALUE 'N'.
           88  FIM-DE-CALENDARIO     VALUE 'S'.
       01  WS-EOF-REGRAS-VENC    PIC X VALUE 'N'.
           88  FIM-DE-REGRAS-VENC    VALUE 'S'.
       01  WS-CAL-DIAS-UTEIS     PIC X VALUE 'N'.
           88  CONTAGEM-DIAS-UTEIS   VALUE 'S'.
       01  WS-CAL-REGRA-PADRAO   PIC X VALUE 'N'.
       01  WS-FER-QTD            PIC 9(3).
       01  WS-TABELA-FERIADOS.
           05  WS-FER-ENT OCCURS 500 TIMES.
               10  WS-FER-DATA    PIC 9(8).
               10  WS-FER-DESC    PIC X(40).
               10  WS-FER-INTEIRO PIC 9(8).
       01  WS-FER-CHEIA          PIC X VALUE 'N'.
           88  TABELA-FERIADOS-CHEIA VALUE 'S'.
       01  WS-IDX-FER            PIC 9(3).
       01  WS-IDX-FER-2          PIC 9(3).
       01  WS-CAL-DATA           PIC 9(8).
       01  WS-CAL-DATA-FIM       PIC 9(8).
       01  WS-CAL-INTEIRO        PIC 9(8).
       01  WS-CAL-INT-FIM        PIC 9(8).
       01  WS-CAL-INT-DIA        PIC 9(8).
       01  WS-CAL-DIA-SEMANA     PIC 9(1).
       01  WS-CAL-QUOCIENTE      PIC 9(8).
       01  WS-CAL-SEMANAS        PIC 9(6).
       01  WS-CAL-RESTO          PIC 9(1).
       01  WS-CAL-TOTAL          PIC 9(8).
       01  WS-CAL-QTD-DIAS       PIC 9(4).
       01  WS-CAL-DIAS           PIC 9(5).
       01  WS-CAL-PASSOS         PIC 9(3).
       01  WS-CAL-UTIL           PIC X.
           88  DIA-UTIL              VALUE 'S'.
       01  WS-CAL-REGRA          PIC X(1).
       01  WS-OPCAO-CAL          PIC 9(1).
       01  WS-CAL-DATA-INPUT     PIC 9(8).
       01  WS-CAL-DESC-INPUT     PIC X(40).
       01  WS-CAL-ACHOU          PIC X.
       01  WS-REGRA-INPUT        PIC X(1).
       01  WS-REGRA-TAREFA       PIC X(1).
       01  WS-REGRA-PROJ-COD     PIC X(4).
       01  WS-REGRA-EFETIVA      PIC X(1).
       01  WS-REGRA-DESC         PIC X(25).
       01  WS-DATA-NOMINAL-INPUT PIC 9(8).
       01  WS-RGV-NUMERO         PIC 9(5).
       01  WS-RGV-REGRA          PIC X(1).
       01  WS-RGV-NOMINAL        PIC 9(8).
       01  WS-PROX-ORIGEM        PIC 9(5) VALUE 0.
       01  WS-PROX-DATA-NOMINAL  PIC 9(8) VALUE 0.
       01  WS-PROX-REGRA-TAREFA  PIC X(1) VALUE SPACE.
       01  WS-EDIT-REGRA-OK      PIC X VALUE 'N'.
       01  WS-RELATORIO-ESC-STATUS PIC XX.
       01  WS-AGENDA-STATUS      PIC XX.
       01  WS-AGENDA-MAN-STATUS  PIC XX.
       01  WS-AGENDA-CTL-STATUS  PIC XX.
       01  WS-NOME-AGENDA        PIC X(60).
       01  WS-AGD-RESP-ARQ       PIC X(20).
       01  WS-AGD-RESP-LEN       PIC 9(2).
       01  WS-AGD-CORTE          PIC 9(14).
       01  WS-AGD-DATA-HORA      PIC X(21).
       01  WS-AGD-ESC-DATA       PIC 9(8).
       01  WS-AGD-ESC-SECAO      PIC X VALUE 'N'.
       01  WS-EOF-ESC            PIC X VALUE 'N'.
           88  FIM-DE-ESCALACOES     VALUE 'S'.
       01  WS-AGD-TOTAL-ARQ      PIC 9(4).
       01  WS-AGD-TOTAL-ITENS    PIC 9(6).
       01  WS-AGD-ITENS-TAREFA   PIC 9(1).
       01  WS-AGD-HOJE           PIC X.
       01  WS-AGD-PROXIMA        PIC X.
       01  WS-AGD-ATRASADA       PIC X.
       01  WS-AGD-ESCALADA       PIC X.
       01  WS-AGD-LIBERADA       PIC X.
       01  WS-AGD-ACHOU          PIC X.
       01  WS-AGD-TIPO           PIC 9(1).
       01  WS-AGD-ESC-TEXTO      PIC X(45).
       01  WS-AGD-RESP-ED        PIC X(20).
       01  WS-AGD-ITENS-ED       PIC ZZZ9.
       01  WS-AGR-QTD            PIC 9(3).
       01  WS-TABELA-AGENDA-RESP.
           05  WS-AGR-ENT OCCURS 200 TIMES.
               10  WS-AGR-NOME    PIC X(20).
               10  WS-AGR-ITENS   PIC 9(4).
       01  WS-AGR-CHEIA          PIC X VALUE 'N'.
       01  WS-IDX-AGR            PIC 9(3).
       01  WS-IDX-AGR-ACHADO     PIC 9(3).
       01  WS-AGA-QTD            PIC 9(4).
       01  WS-TABELA-AGENDA-ABERTAS.
           05  WS-AGA-NUM OCCURS 3000 TIMES PIC 9(5).
       01  WS-IDX-AGA            PIC 9(4).
       01  WS-AGC-QTD            PIC 9(3).
       01  WS-TABELA-AGENDA-CONCL.
           05  WS-AGC-NUM OCCURS 500 TIMES PIC 9(5).
       01  WS-IDX-AGC            PIC 9(3).
       01  WS-AGL-QTD            PIC 9(3).
       01  WS-TABELA-AGENDA-LIB.
           05  WS-AGL-ENT OCCURS 300 TIMES.
               10  WS-AGL-NUM     PIC 9(5).
               10  WS-AGL-PRE OCCURS 3 TIMES PIC 9(5).
               10  WS-AGL-OK      PIC X.
       01  WS-IDX-AGL            PIC 9(3).
       01  WS-IDX-AGL-PRE        PIC 9(1).
       01  WS-AGE-QTD            PIC 9(3).
       01  WS-TABELA-AGENDA-ESC.
           05  WS-AGE-ENT OCCURS 500 TIMES.
               10  WS-AGE-NUM     PIC 9(5).
               10  WS-AGE-TEXTO   PIC X(45).
       01  WS-IDX-AGE            PIC 9(3).
       01  WS-AGI-QTD            PIC 9(3).
       01  WS-TABELA-AGENDA-ITENS.
           05  WS-AGI-ENT OCCURS 500 TIMES.
               10  WS-AGI-TIPO    PIC 9(1).
               10  WS-AGI-LINHA   PIC X(100).
       01  WS-AGI-CHEIA          PIC X VALUE 'N'.
       01  WS-IDX-AGI            PIC 9(3).
       01  WS-AGI-SECAO-QTD      PIC 9(3).
       01  WS-MODELOS-STATUS     PIC XX.
       01  WS-EOF-MODELOS        PIC X VALUE 'N'.
           88  FIM-DE-MODELOS        VALUE 'S'.
       01  WS-OPCAO-MOD          PIC 9(1).
       01  WS-MOD-QTD            PIC 9(3).
       01  WS-TABELA-MODELOS.
           05  WS-MOD-ENT OCCURS 500 TIMES.
               10  WS-MOD-CODIGO  PIC X(8).
               10  WS-MOD-PASSO   PIC 9(2).
               10  WS-MOD-DESC    PIC X(100).
               10  WS-MOD-SINAL   PIC X(1).
               10  WS-MOD-DESLOC  PIC 9(3).
               10  WS-MOD-PRIOR   PIC 9(1).
               10  WS-MOD-RESP    PIC X(20).
               10  WS-MOD-PROJETO PIC X(4).
               10  WS-MOD-ESTIM   PIC 9(4).
               10  WS-MOD-DEPENDE OCCURS 3 TIMES PIC 9(2).
       01  WS-MOD-NOVO.
           05  WS-MDN-CODIGO      PIC X(8).
           05  WS-MDN-PASSO       PIC 9(2).
           05  WS-MDN-DESC        PIC X(100).
           05  WS-MDN-SINAL       PIC X(1).
           05  WS-MDN-DESLOC      PIC 9(3).
           05  WS-MDN-PRIOR       PIC 9(1).
           05  WS-MDN-RESP        PIC X(20).
           05  WS-MDN-PROJETO     PIC X(4).
           05  WS-MDN-ESTIM       PIC 9(4).
           05  WS-MDN-DEPENDE OCCURS 3 TIMES PIC 9(2).
       01  WS-TABELA-MOD-CRIADAS.
           05  WS-MOD-NUM-CRIADO OCCURS 99 TIMES PIC 9(5).
       01  WS-IDX-MOD            PIC 9(3).
       01  WS-IDX-MOD-2          PIC 9(3).
       01  WS-IDX-MOD-ACHADO     PIC 9(3).
       01  WS-IDX-MOD-DEP        PIC 9(1).
       01  WS-IDX-MOD-DEP-2      PIC 9(1).
       01  WS-MOD-CODIGO-INPUT   PIC X(8).
       01  WS-MOD-PASSO-INPUT    PIC 9(2).
       01  WS-MOD-TITULO-INPUT   PIC X(100).
       01  WS-MOD-DESLOC-TXT     PIC X(5).
       01  WS-MOD-BASE-INPUT     PIC 9(8).
       01  WS-MOD-INT-BASE       PIC 9(8).
       01  WS-MOD-INT-VENC       PIC 9(8).
       01  WS-MOD-PASSO-DEP      PIC 9(2).
       01  WS-MOD-QTD-PASSOS     PIC 9(3).
       01  WS-MOD-TITULO         PIC X(100).
       01  WS-MOD-ACHOU          PIC X.
       01  WS-MOD-GERACAO-OK     PIC X VALUE 'N'.
       01  WS-MOD-CRIADAS        PIC 9(3).
       01  WS-MOD-FALHAS         PIC 9(3).
       01  WS-MOD-DATA-HORA      PIC X(21).
       01  WS-MOD-REFERENCIA     PIC X(24).
       01  WS-MOD-DEP-ED         PIC X(8).
       01  WS-MOTIVOS-STATUS     PIC XX.
       01  WS-EOF-MOTIVOS        PIC X VALUE 'N'.
           88  FIM-DE-MOTIVOS        VALUE 'S'.
       01  WS-OPCAO-MOT          PIC 9(1).
       01  WS-MOT-QTD            PIC 9(3) VALUE 0.
       01  WS-TABELA-MOTIVOS.
           05  WS-MOT-ENT OCCURS 100 TIMES.
               10  WS-MOT-CODIGO      PIC X(4).
               10  WS-MOT-DESC        PIC X(40).
               10  WS-MOT-TIPO        PIC X(1).
               10  WS-MOT-FLAG        PIC X(1).
       01  WS-IDX-MOT            PIC 9(3).
       01  WS-IDX-MOT-ACHADO     PIC 9(3).
       01  WS-MOT-CODIGO-INPUT   PIC X(4).
       01  WS-MOT-DESC-INPUT     PIC X(40).
       01  WS-MOT-TIPO-INPUT     PIC X(1).
       01  WS-MOT-TIPO-EXIGIDO   PIC X(1).
       01  WS-MOT-VALIDO         PIC X.
       01  WS-MOT-DESC-EXIB      PIC X(40).
       01  WS-MOT-TIPO-DESC      PIC X(24).
       01  WS-SITUACOES-STATUS   PIC XX.
       01  WS-EOF-SITUACOES      PIC X VALUE 'N'.
           88  FIM-DE-SITUACOES      VALUE 'S'.
       01  WS-SIT-QTD            PIC 9(4) VALUE 0.
       01  WS-SIT-CHEIA          PIC X VALUE 'N'.
           88  TABELA-SITUACOES-CHEIA VALUE 'S'.
       01  WS-TABELA-SITUACOES.
           05  WS-SIT-ENT OCCURS 3000 TIMES.
               10  WS-SIT-NUMERO      PIC 9(5).
               10  WS-SIT-TIPO        PIC X(1).
               10  WS-SIT-MOTIVO      PIC X(4).
               10  WS-SIT-DATA        PIC 9(8).
               10  WS-SIT-RETOMADA    PIC 9(8).
               10  WS-SIT-OBS         PIC X(60).
       01  WS-IDX-SIT            PIC 9(4).
       01  WS-IDX-SIT-ACHADO     PIC 9(4).
       01  WS-SIT-BUSCA          PIC 9(5).
       01  WS-SIT-NOVO.
           05  WS-STN-NUMERO     PIC 9(5).
           05  WS-STN-TIPO       PIC X(1).
           05  WS-STN-MOTIVO     PIC X(4).
           05  WS-STN-DATA       PIC 9(8).
           05  WS-STN-RETOMADA   PIC 9(8).
           05  WS-STN-OBS        PIC X(60).
       01  WS-ESP-RETOMADA-INPUT PIC 9(8).
       01  WS-ESP-OBS-INPUT      PIC X(60).
       01  WS-ESP-NOVO-STATUS    PIC X(1).
       01  WS-ESP-STATUS-ATUAL   PIC X(1).
       01  WS-ESP-RESULTADO      PIC X(1).
       01  WS-ESP-DIAS           PIC 9(4).
       01  WS-ESP-DIAS-ED        PIC ZZZ9.
       01  WS-ESP-PRORROGAR      PIC X(1).
       01  WS-ESP-INT-VENC       PIC 9(8).
       01  WS-ESP-NOVO-VENC      PIC 9(8).
       01  WS-ESP-REGRA-EXISTE   PIC X(1).
       01  WS-ESP-DESDE          PIC 9(8).
       01  WS-ESP-RETOMADA       PIC 9(8).
       01  WS-ESP-OBS            PIC X(60).
       01  WS-ESP-MARCA          PIC X(10).
       01  WS-ESP-TOTAL          PIC 9(4).
       01  WS-ESP-VENCIDAS       PIC 9(4).
       01  WS-ESP-SEM-DATA       PIC 9(4).
       01  WS-TABELA-ESP-MOTIVO.
           05  WS-EMT-ENT OCCURS 101 TIMES.
               10  WS-EMT-QTD         PIC 9(4).
               10  WS-EMT-DIAS        PIC 9(6).
       01  WS-IDX-EMT            PIC 9(3).
       01  WS-ESP-MEDIA          PIC 9(4)V9.
       01  WS-ESP-MEDIA-ED       PIC ZZZ9.9.
       01  WS-ESP-DIAS-TOT-ED    PIC ZZZZZ9.
       01  WS-TOTAL-ESPERA-ESC   PIC 9(3).
       01  WS-TOTAL-ESPERA-VENC  PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GARANTIR-TAREFAS-EXISTE
           PERFORM SINCRONIZAR-SEQUENCIA
           PERFORM DETECTAR-MODO-LOTE
           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-IDENTIFICADO
               STOP RUN
           END-IF
           PERFORM CARREGAR-CALENDARIO
           IF MODO-LOTE-ATIVO
               PERFORM PROCESSAR-LOTE
           ELSE
               END-IF
           END-PERFORM
           IF NOT TRAVA-OBTIDA
               MOVE 'S' TO WS-TRAVA-FALHA
               DISPLAY "tarefas.dat em uso por outro processo. "
                   "Operação não realizada; tente novamente."
               DISPLAY "Se nenhum outro processo estiver ativo, "
           END-IF.

       PROCESSAR-LOTE.
           PERFORM INICIAR-CONTROLE-LOTE
           PERFORM ETAPA-LOTE-BACKUP
           PERFORM ETAPA-LOTE-RECORRENCIAS
           PERFORM ETAPA-LOTE-ESCALACAO
           PERFORM ETAPA-LOTE-COMANDOS
           PERFORM ETAPA-LOTE-VENCIMENTOS
           PERFORM ETAPA-LOTE-AGENDA
           PERFORM ENCERRAR-CONTROLE-LOTE.

       INICIAR-CONTROLE-LOTE.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE 0 TO WS-DATA-LOTE
           MOVE 'N' TO WS-LOTE-RETOMADA
           MOVE 'N' TO WS-LOTE-INTERROMPIDO
           PERFORM LIMPAR-ETAPAS-LOTE
           MOVE SPACES TO WS-LOTE-ULTIMA-ETAPA
           MOVE 'N' TO WS-EOF-LOTE-CTL
           OPEN INPUT LOTE-CTL
           IF WS-LOTE-CTL-STATUS = "00"
               PERFORM UNTIL FIM-DE-LOTE-CTL
                   READ LOTE-CTL
                       AT END
                           MOVE 'S' TO WS-EOF-LOTE-CTL
                       NOT AT END
                           PERFORM ANOTAR-REGISTRO-LOTE
                   END-READ
               END-PERFORM
               CLOSE LOTE-CTL
           END-IF
           IF LOTE-RETOMADO AND WS-DATA-LOTE < WS-DATA-ATUAL
               PERFORM ABANDONAR-LOTE-ANTERIOR
           END-IF
           IF NOT LOTE-RETOMADO
               PERFORM LIMPAR-ETAPAS-LOTE
               MOVE WS-DATA-ATUAL TO WS-DATA-LOTE
               OPEN OUTPUT LOTE-CTL
               CLOSE LOTE-CTL
               MOVE "INICIO" TO WS-LOTE-ETAPA
               MOVE 0 TO WS-LOTE-LINHA
               MOVE 'I' TO WS-LOTE-SITUACAO
               MOVE 0 TO WS-LOTE-QTD
               PERFORM GRAVAR-CONTROLE-LOTE
           END-IF
           MOVE SPACES TO WS-NOME-DIARIO
           STRING "lote_" DELIMITED BY SIZE
               WS-DATA-LOTE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-DIARIO
           OPEN EXTEND DIARIO-LOTE
           IF WS-DIARIO-STATUS = "35"
               OPEN OUTPUT DIARIO-LOTE
           END-IF
           ACCEPT WS-LOTE-DATA-HORA FROM DATE YYYYMMDD
           ACCEPT WS-LOTE-DATA-HORA(9:6) FROM TIME
           MOVE SPACES TO LINHA-DIARIO
           WRITE LINHA-DIARIO
           MOVE SPACES TO LINHA-DIARIO
           IF LOTE-RETOMADO
               STRING "Diário do lote " DELIMITED BY SIZE
                   WS-DATA-LOTE DELIMITED BY SIZE
                   " - RETOMADA em " DELIMITED BY SIZE
                   WS-LOTE-DATA-HORA(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LOTE-DATA-HORA(9:6) DELIMITED BY SIZE
                   INTO LINHA-DIARIO
               DISPLAY "Modo lote: retomando o lote de " WS-DATA-LOTE
           ELSE
               STRING "Diário do lote " DELIMITED BY SIZE
                   WS-DATA-LOTE DELIMITED BY SIZE
                   " - início em " DELIMITED BY SIZE
                   WS-LOTE-DATA-HORA(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LOTE-DATA-HORA(9:6) DELIMITED BY SIZE
                   INTO LINHA-DIARIO
           END-IF
           WRITE LINHA-DIARIO
           IF WS-DATA-LOTE-ABANDONADO > 0
               MOVE SPACES TO LINHA-DIARIO
               STRING "Lote anterior " DELIMITED BY SIZE
                   WS-DATA-LOTE-ABANDONADO DELIMITED BY SIZE
                   " não concluído; abandonado (ver lote_"
                   DELIMITED BY SIZE
                   WS-DATA-LOTE-ABANDONADO DELIMITED BY SIZE
                   ".txt)." DELIMITED BY SIZE
                   INTO LINHA-DIARIO
               WRITE LINHA-DIARIO
           END-IF
           MOVE "  Hora    Etapa    Linha Situação         Registros"
               TO LINHA-DIARIO
           WRITE LINHA-DIARIO
           CLOSE DIARIO-LOTE.

       ABANDONAR-LOTE-ANTERIOR.
           MOVE WS-DATA-LOTE TO WS-DATA-LOTE-ABANDONADO
           MOVE "FIM" TO WS-LOTE-ETAPA
           MOVE 0 TO WS-LOTE-LINHA
           MOVE 'F' TO WS-LOTE-SITUACAO
           MOVE 0 TO WS-LOTE-QTD
           PERFORM GRAVAR-CONTROLE-LOTE
           MOVE SPACES TO WS-NOME-DIARIO
           STRING "lote_" DELIMITED BY SIZE
               WS-DATA-LOTE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-DIARIO
           OPEN EXTEND DIARIO-LOTE
           IF WS-DIARIO-STATUS = "35"
               OPEN OUTPUT DIARIO-LOTE
           END-IF
           MOVE SPACES TO LINHA-DIARIO
           STRING "Lote " DELIMITED BY SIZE
               WS-DATA-LOTE DELIMITED BY SIZE
               " ABANDONADO em " DELIMITED BY SIZE
               WS-LOTE-DATA-HORA(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LOTE-DATA-HORA(9:6) DELIMITED BY SIZE
               "; etapas pendentes não executadas." DELIMITED BY SIZE
               INTO LINHA-DIARIO
           WRITE LINHA-DIARIO
           IF WS-LOTE-ULTIMA-ETAPA = "COMANDO"
               PERFORM SEPARAR-COMANDOS-PENDENTES
           END-IF
           CLOSE DIARIO-LOTE
           DISPLAY "Modo lote: lote de " WS-DATA-LOTE
               " não concluído foi abandonado; iniciando lote de "
               WS-DATA-ATUAL
           MOVE 'N' TO WS-LOTE-RETOMADA.

       SEPARAR-COMANDOS-PENDENTES.
           OPEN INPUT COMANDOS
           IF WS-COMANDOS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE COMANDOS
           MOVE SPACES TO WS-NOME-CMD-PENDENTE
           STRING "comandos.pendente." DELIMITED BY SIZE
               WS-DATA-LOTE DELIMITED BY SIZE
               INTO WS-NOME-CMD-PENDENTE
           CALL 'CBL_DELETE_FILE' USING WS-NOME-CMD-PENDENTE
           CALL 'CBL_RENAME_FILE' USING "comandos.txt",
               WS-NOME-CMD-PENDENTE
           MOVE SPACES TO LINHA-DIARIO
           STRING "comandos.txt aplicado até a linha "
               DELIMITED BY SIZE
               WS-LOTE-ULTIMA-LINHA DELIMITED BY SIZE
               "; separado em " DELIMITED BY SIZE
               WS-NOME-CMD-PENDENTE DELIMITED BY SPACE
               INTO LINHA-DIARIO
           WRITE LINHA-DIARIO
           MOVE "  para revisão manual; não será reaplicado."
               TO LINHA-DIARIO
           WRITE LINHA-DIARIO
           DISPLAY "Modo lote: comandos.txt do lote " WS-DATA-LOTE
               " aplicado até a linha " WS-LOTE-ULTIMA-LINHA
           DISPLAY "  renomeado para "
               FUNCTION TRIM(WS-NOME-CMD-PENDENTE)
               "; revise antes de reaplicar.".

       LIMPAR-ETAPAS-LOTE.
           MOVE 'N' TO WS-LOTE-BACKUP-OK
           MOVE 'N' TO WS-LOTE-RECORR-OK
           MOVE 'N' TO WS-LOTE-ESCALAR-OK
           MOVE 'N' TO WS-LOTE-VENC-OK
           MOVE 'N' TO WS-LOTE-AGENDA-OK
           MOVE 0 TO WS-LOTE-ULTIMA-LINHA.

       ANOTAR-REGISTRO-LOTE.
           MOVE LCTL-ETAPA TO WS-LOTE-ULTIMA-ETAPA
           EVALUATE LCTL-ETAPA
               WHEN "INICIO"
                   PERFORM LIMPAR-ETAPAS-LOTE
                   MOVE LCTL-DATA-LOTE TO WS-DATA-LOTE
                   MOVE 'S' TO WS-LOTE-RETOMADA
               WHEN "FIM"
                   MOVE 'N' TO WS-LOTE-RETOMADA
               WHEN OTHER
                   IF LCTL-SITUACAO = 'C' OR LCTL-SITUACAO = 'R'
                       EVALUATE LCTL-ETAPA
                           WHEN "BACKUP"
                               MOVE 'S' TO WS-LOTE-BACKUP-OK
                           WHEN "RECORR"
                               MOVE 'S' TO WS-LOTE-RECORR-OK
                           WHEN "ESCALAR"
                               MOVE 'S' TO WS-LOTE-ESCALAR-OK
                           WHEN "VENC"
                               MOVE 'S' TO WS-LOTE-VENC-OK
                           WHEN "AGENDA"
                               MOVE 'S' TO WS-LOTE-AGENDA-OK
                           WHEN "COMANDO"
                               IF LCTL-LINHA > WS-LOTE-ULTIMA-LINHA
                                   MOVE LCTL-LINHA TO
                                       WS-LOTE-ULTIMA-LINHA
                               END-IF
                       END-EVALUATE
                   END-IF
           END-EVALUATE.

       ABRIR-ETAPA-LOTE.
           MOVE 'N' TO WS-TRAVA-FALHA
           MOVE 'I' TO WS-LOTE-SITUACAO
           MOVE 0 TO WS-LOTE-QTD
           PERFORM GRAVAR-CONTROLE-LOTE.

       FECHAR-ETAPA-LOTE.
           PERFORM GRAVAR-CONTROLE-LOTE
           EVALUATE WS-LOTE-SITUACAO
               WHEN 'C'
                   MOVE "concluída" TO WS-LOTE-SIT-DESC
               WHEN 'R'
                   MOVE "rejeitada" TO WS-LOTE-SIT-DESC
               WHEN 'F'
                   MOVE "FALHOU" TO WS-LOTE-SIT-DESC
                   MOVE 'S' TO WS-LOTE-INTERROMPIDO
               WHEN OTHER
                   MOVE WS-LOTE-SITUACAO TO WS-LOTE-SIT-DESC
           END-EVALUATE
           PERFORM ESCREVER-DIARIO-LOTE.

       ANOTAR-ETAPA-IGNORADA.
           ACCEPT WS-LOTE-DATA-HORA FROM DATE YYYYMMDD
           ACCEPT WS-LOTE-DATA-HORA(9:6) FROM TIME
           MOVE 0 TO WS-LOTE-QTD
           MOVE "já concluída" TO WS-LOTE-SIT-DESC
           PERFORM ESCREVER-DIARIO-LOTE
           DISPLAY "Etapa " FUNCTION TRIM(WS-LOTE-ETAPA)
               " já concluída neste lote; ignorada.".

       GRAVAR-CONTROLE-LOTE.
           ACCEPT WS-LOTE-DATA-HORA FROM DATE YYYYMMDD
           ACCEPT WS-LOTE-DATA-HORA(9:6) FROM TIME
           OPEN EXTEND LOTE-CTL
           IF WS-LOTE-CTL-STATUS = "35"
               OPEN OUTPUT LOTE-CTL
           END-IF
           MOVE WS-DATA-LOTE TO LCTL-DATA-LOTE
           MOVE WS-LOTE-ETAPA TO LCTL-ETAPA
           MOVE WS-LOTE-LINHA TO LCTL-LINHA
           MOVE WS-LOTE-SITUACAO TO LCTL-SITUACAO
           MOVE WS-LOTE-QTD TO LCTL-QTD
           MOVE WS-LOTE-DATA-HORA(1:14) TO LCTL-DATA-HORA
           WRITE LCTL-REGISTRO
           CLOSE LOTE-CTL.

       ESCREVER-DIARIO-LOTE.
           OPEN EXTEND DIARIO-LOTE
           IF WS-DIARIO-STATUS = "35"
               OPEN OUTPUT DIARIO-LOTE
           END-IF
           MOVE SPACES TO LINHA-DIARIO
           STRING "  " DELIMITED BY SIZE
               WS-LOTE-DATA-HORA(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-LOTE-DATA-HORA(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-LOTE-DATA-HORA(13:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LOTE-ETAPA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LOTE-LINHA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LOTE-SIT-DESC(1:16) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LOTE-QTD DELIMITED BY SIZE
               INTO LINHA-DIARIO
           WRITE LINHA-DIARIO
           CLOSE DIARIO-LOTE.

       ETAPA-LOTE-BACKUP.
           MOVE "BACKUP" TO WS-LOTE-ETAPA
           MOVE 0 TO WS-LOTE-LINHA
           IF LOTE-INTERROMPIDO
               EXIT PARAGRAPH
           END-IF
           IF WS-LOTE-BACKUP-OK = 'S'
               PERFORM ANOTAR-ETAPA-IGNORADA
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRIR-ETAPA-LOTE
           PERFORM FAZER-BACKUP
           IF OPERACAO-OK
               PERFORM CONTAR-TAREFAS
               MOVE 'C' TO WS-LOTE-SITUACAO
           ELSE
               MOVE 'F' TO WS-LOTE-SITUACAO
           END-IF
           PERFORM FECHAR-ETAPA-LOTE.

       ETAPA-LOTE-RECORRENCIAS.
           MOVE "RECORR" TO WS-LOTE-ETAPA
           MOVE 0 TO WS-LOTE-LINHA
           IF LOTE-INTERROMPIDO
               EXIT PARAGRAPH
           END-IF
           IF WS-LOTE-RECORR-OK = 'S'
               PERFORM ANOTAR-ETAPA-IGNORADA
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRIR-ETAPA-LOTE
           PERFORM MATERIALIZAR-RECORRENCIAS
           MOVE WS-TOTAL-MATERIALIZADAS TO WS-LOTE-QTD
           IF TRAVA-FALHOU
               MOVE 'F' TO WS-LOTE-SITUACAO
           ELSE
               MOVE 'C' TO WS-LOTE-SITUACAO
           END-IF
           PERFORM FECHAR-ETAPA-LOTE.

       ETAPA-LOTE-ESCALACAO.
           MOVE "ESCALAR" TO WS-LOTE-ETAPA
           MOVE 0 TO WS-LOTE-LINHA
           IF LOTE-INTERROMPIDO
               EXIT PARAGRAPH
           END-IF
           IF WS-LOTE-ESCALAR-OK = 'S'
               PERFORM ANOTAR-ETAPA-IGNORADA
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRIR-ETAPA-LOTE
           PERFORM ESCALAR-ATRASADAS
           MOVE WS-TOTAL-ESCALADAS TO WS-LOTE-QTD
           IF TRAVA-FALHOU
               MOVE 'F' TO WS-LOTE-SITUACAO
           ELSE
               MOVE 'C' TO WS-LOTE-SITUACAO
           END-IF
           PERFORM FECHAR-ETAPA-LOTE.

       ETAPA-LOTE-COMANDOS.
           IF LOTE-INTERROMPIDO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Modo lote: aplicando comandos de comandos.txt"
           OPEN INPUT COMANDOS
           IF WS-COMANDOS-STATUS NOT = "00"
               DISPLAY "comandos.txt não encontrado. "
                   "Nenhum comando aplicado."
               EXIT PARAGRAPH
           END-IF
           MOVE "COMANDO" TO WS-LOTE-ETAPA
           MOVE 0 TO WS-LOTE-LINHA
           MOVE 0 TO WS-LOTE-IGNORADAS
           MOVE 'N' TO WS-EOF-COMANDOS
           PERFORM UNTIL FIM-DE-COMANDOS
               READ COMANDOS INTO LINHA-COMANDO
                   AT END
                       MOVE 'S' TO WS-EOF-COMANDOS
                   NOT AT END
                       ADD 1 TO WS-LOTE-LINHA
                       IF WS-LOTE-LINHA <= WS-LOTE-ULTIMA-LINHA
                           ADD 1 TO WS-LOTE-IGNORADAS
                       ELSE
                           PERFORM EXECUTAR-COMANDO-LOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMANDOS
           IF WS-LOTE-IGNORADAS > 0
               DISPLAY "Linhas de comandos.txt já aplicadas neste "
                   "lote e ignoradas: " WS-LOTE-IGNORADAS
           END-IF
           IF LOTE-INTERROMPIDO
               DISPLAY "comandos.txt mantido para a retomada a partir "
                   "da linha " WS-LOTE-LINHA "."
           ELSE
               CALL 'CBL_DELETE_FILE' USING "comandos.txt"
               DISPLAY "Modo lote: comandos aplicados."
           END-IF.

       EXECUTAR-COMANDO-LOTE.
           PERFORM ABRIR-ETAPA-LOTE
           MOVE 'C' TO WS-CMD-SITUACAO
           MOVE 0 TO WS-TOTAL-LANCAMENTOS
           PERFORM APLICAR-COMANDO-LOTE
           MOVE WS-TOTAL-LANCAMENTOS TO WS-LOTE-QTD
           IF TRAVA-FALHOU
               MOVE 'F' TO WS-LOTE-SITUACAO
               MOVE 'S' TO WS-EOF-COMANDOS
           ELSE
               MOVE WS-CMD-SITUACAO TO WS-LOTE-SITUACAO
           END-IF
           PERFORM FECHAR-ETAPA-LOTE.

       ETAPA-LOTE-VENCIMENTOS.
           MOVE "VENC" TO WS-LOTE-ETAPA
           MOVE 0 TO WS-LOTE-LINHA
           IF LOTE-INTERROMPIDO
               EXIT PARAGRAPH
           END-IF
           IF WS-LOTE-VENC-OK = 'S'
               PERFORM ANOTAR-ETAPA-IGNORADA
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRIR-ETAPA-LOTE
           PERFORM GERAR-RELATORIO-VENCIMENTOS
           COMPUTE WS-LOTE-QTD = WS-TOTAL-ATRASADAS + WS-TOTAL-PROXIMAS
           MOVE 'C' TO WS-LOTE-SITUACAO
           PERFORM FECHAR-ETAPA-LOTE.

       ETAPA-LOTE-AGENDA.
           MOVE "AGENDA" TO WS-LOTE-ETAPA
           MOVE 0 TO WS-LOTE-LINHA
           IF LOTE-INTERROMPIDO
               EXIT PARAGRAPH
           END-IF
           IF WS-LOTE-AGENDA-OK = 'S'
               PERFORM ANOTAR-ETAPA-IGNORADA
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRIR-ETAPA-LOTE
           PERFORM GERAR-AGENDAS
           MOVE WS-AGD-TOTAL-ARQ TO WS-LOTE-QTD
           MOVE 'C' TO WS-LOTE-SITUACAO
           PERFORM FECHAR-ETAPA-LOTE.

       ENCERRAR-CONTROLE-LOTE.
           IF NOT LOTE-INTERROMPIDO
               MOVE "FIM" TO WS-LOTE-ETAPA
               MOVE 0 TO WS-LOTE-LINHA
               MOVE 'C' TO WS-LOTE-SITUACAO
               MOVE 0 TO WS-LOTE-QTD
               PERFORM GRAVAR-CONTROLE-LOTE
           END-IF
           OPEN EXTEND DIARIO-LOTE
           IF WS-DIARIO-STATUS = "35"
               OPEN OUTPUT DIARIO-LOTE
           END-IF
           MOVE SPACES TO LINHA-DIARIO
           IF LOTE-INTERROMPIDO
               STRING "Lote INTERROMPIDO na etapa " DELIMITED BY SIZE
                   WS-LOTE-ETAPA DELIMITED BY SPACE
                   " linha " DELIMITED BY SIZE
                   WS-LOTE-LINHA DELIMITED BY SIZE
                   "; retomada só em " DELIMITED BY SIZE
                   WS-DATA-LOTE DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO LINHA-DIARIO
               WRITE LINHA-DIARIO
               MOVE "Reexecutado em data posterior, o lote será "
                 & "abandonado sem retomada." TO LINHA-DIARIO
               WRITE LINHA-DIARIO
               DISPLAY "Modo lote interrompido na etapa "
                   FUNCTION TRIM(WS-LOTE-ETAPA) " linha "
                   WS-LOTE-LINHA "; reexecute em " WS-DATA-LOTE
                   " para retomar."
           ELSE
               STRING "Lote " DELIMITED BY SIZE
                   WS-DATA-LOTE DELIMITED BY SIZE
                   " concluído às " DELIMITED BY SIZE
                   WS-LOTE-DATA-HORA(9:6) DELIMITED BY SIZE
                   INTO LINHA-DIARIO
               WRITE LINHA-DIARIO
               MOVE SPACES TO LINHA-DIARIO
               WRITE LINHA-DIARIO
               MOVE "Conferido por: ______________________  "
                 & "Data: ____/____/______" TO LINHA-DIARIO
               WRITE LINHA-DIARIO
               DISPLAY "Modo lote concluído."
           END-IF
           CLOSE DIARIO-LOTE
           DISPLAY "Diário do lote gravado em "
               FUNCTION TRIM(WS-NOME-DIARIO).

       CONTAR-TAREFAS.
           MOVE 0 TO WS-LOTE-QTD
           MOVE 'N' TO WS-EOF-TAREFAS
           OPEN INPUT TAREFAS
           PERFORM UNTIL FIM-DE-ARQUIVO
               READ TAREFAS NEXT INTO TAREFA-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-TAREFAS
                   NOT AT END
                       ADD 1 TO WS-LOTE-QTD
               END-READ
           END-PERFORM
           CLOSE TAREFAS.

       APLICAR-COMANDO-LOTE.
           MOVE SPACES TO WS-CMD-VERBO
           MOVE SPACES TO WS-CMD-CAMPO7
           MOVE SPACES TO WS-CMD-CAMPO8
           MOVE SPACES TO WS-CMD-CAMPO9
           MOVE SPACES TO WS-CMD-CAMPO10
           UNSTRING LINHA-COMANDO DELIMITED BY ";"
               INTO WS-CMD-VERBO, WS-CMD-CAMPO1,
                    WS-CMD-CAMPO2, WS-CMD-CAMPO3,
                    WS-CMD-CAMPO4, WS-CMD-CAMPO5, WS-CMD-CAMPO6,
                    WS-CMD-CAMPO7, WS-CMD-CAMPO8, WS-CMD-CAMPO9,
                    WS-CMD-CAMPO10

           PERFORM DEFINIR-PERMISSAO-VERBO
           PERFORM VERIFICAR-PERMISSAO
           IF NOT PERMISSAO-CONCEDIDA
               DISPLAY "Comando não permitido ao operador "
                   FUNCTION TRIM(WS-OPERADOR-ID) ": " LINHA-COMANDO
               MOVE 'R' TO WS-CMD-SITUACAO
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION TRIM(WS-CMD-VERBO)
               WHEN "ADD"
                      OR WS-CMD-CAMPO3 = SPACES
                       DISPLAY "Comando de lote inválido (campos "
                           "ausentes): " LINHA-COMANDO
                       MOVE 'R' TO WS-CMD-SITUACAO
                   ELSE
                       MOVE WS-CMD-CAMPO1 TO TAREFA-INPUT
                       MOVE WS-CMD-CAMPO2 TO WS-DATA-VENC-INPUT
                       MOVE WS-CMD-CAMPO9 TO WS-CNV-TEXTO
                       PERFORM CONVERTER-CAMPO-NUMERICO
                       MOVE WS-CNV-VALOR TO WS-ESTIMATIVA-INPUT
                       MOVE WS-CMD-CAMPO10 TO WS-REGRA-INPUT
                       PERFORM VALIDAR-REGRA-INPUT
                       PERFORM VERIFICAR-TAREFA-DUPLICADA
                       IF TAREFA-DUPLICADA
                           DISPLAY "Ignorada (duplicada): " TAREFA-INPUT
                   IF WS-CMD-CAMPO1 = SPACES
                       DISPLAY "Comando de lote inválido (campos "
                           "ausentes): " LINHA-COMANDO
                       MOVE 'R' TO WS-CMD-SITUACAO
                   ELSE
                       MOVE WS-CMD-CAMPO1 TO WS-NUM-SELECIONADO
                       PERFORM EXCLUIR-TAREFA-POR-NUMERO
                   IF WS-CMD-CAMPO1 = SPACES
                       DISPLAY "Comando de lote inválido (campos "
                           "ausentes): " LINHA-COMANDO
                       MOVE 'R' TO WS-CMD-SITUACAO
                   ELSE
                       PERFORM LER-CONTROLE-BACKUP
                       MOVE WS-CMD-CAMPO1 TO WS-RETENCAO
                   IF WS-CMD-CAMPO1 = SPACES
                       DISPLAY "Comando de lote inválido (campos "
                           "ausentes): " LINHA-COMANDO
                       MOVE 'R' TO WS-CMD-SITUACAO
                   ELSE
                       PERFORM LER-CONTROLE-ESCALACAO
                       MOVE WS-CMD-CAMPO1 TO WS-ESC-DIAS
                       IF WS-ESC-DIAS = 0
                           MOVE 1 TO WS-ESC-DIAS
                       MOVE WS-CMD-CAMPO1 TO WS-DIAS-ARQUIVO
                   END-IF
                   PERFORM ARQUIVAR-POR-DIAS
               WHEN "TEMPLATE"
                   IF WS-CMD-CAMPO1 = SPACES OR WS-CMD-CAMPO2 = SPACES
                       DISPLAY "Comando de lote inválido (campos "
                           "ausentes): " LINHA-COMANDO
                       MOVE 'R' TO WS-CMD-SITUACAO
                   ELSE
                       PERFORM CARREGAR-MODELOS
                       MOVE WS-CMD-CAMPO1 TO WS-MOD-CODIGO-INPUT
                       IF WS-CMD-CAMPO2 IS NUMERIC
                           MOVE WS-CMD-CAMPO2 TO WS-MOD-BASE-INPUT
                       ELSE
                           MOVE 0 TO WS-MOD-BASE-INPUT
                       END-IF
                       PERFORM GERAR-TAREFAS-MODELO
                       IF WS-MOD-GERACAO-OK NOT = 'S'
                           MOVE 'R' TO WS-CMD-SITUACAO
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Comando de lote inválido: " LINHA-COMANDO
                   MOVE 'R' TO WS-CMD-SITUACAO
           END-EVALUATE.

       EXECUTAR-MENU-INTERATIVO.
           PERFORM UNTIL FIM = 'S'
               DISPLAY "Listador de Tarefas"
               DISPLAY "Operador: " FUNCTION TRIM(WS-OPERADOR-ID)
                   " - " FUNCTION TRIM(WS-OPERADOR-NOME)
               DISPLAY "Tarefas adicionadas nesta sessão: " CONTADOR
               DISPLAY "1. Adicionar Tarefa"
               DISPLAY "2. Listar Tarefas"
               DISPLAY "7. Gerar Relatório"
               DISPLAY "8. Relatório de Vencimentos"
               DISPLAY "9. Exportar (ICS/CSV)"
               DISPLAY "10. Arquivar Concluídas e Canceladas"
               DISPLAY "11. Consultar Histórico"
               DISPLAY "12. Restaurar do Histórico"
               DISPLAY "13. Fazer Backup"
               DISPLAY "17. Apontar Trabalho"
               DISPLAY "18. Adicionar Anotação"
               DISPLAY "19. Consultar Anotações"
               DISPLAY "20. Manter Operadores"
               DISPLAY "21. Manter Calendário"
               DISPLAY "22. Modelos de Tarefas"
               DISPLAY "23. Colocar Tarefa em Espera"
               DISPLAY "24. Retomar Tarefa em Espera"
               DISPLAY "25. Cancelar Tarefa"
               DISPLAY "26. Relatório de Tarefas em Espera"
               DISPLAY "27. Manter Motivos"
               DISPLAY "28. Sair"
               DISPLAY "Escolha uma opção: "
               ACCEPT OPCAO

               PERFORM DEFINIR-PERMISSAO-OPCAO
               PERFORM VERIFICAR-PERMISSAO
               IF NOT PERMISSAO-CONCEDIDA
                   PERFORM OBTER-DESC-PAPEL
                   DISPLAY "Opção não permitida ao perfil "
                       FUNCTION TRIM(WS-PAPEL-DESC) "."
                   MOVE 0 TO OPCAO
               END-IF

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM ADICIONAR-TAREFA
                   WHEN 19
                       PERFORM CONSULTAR-NOTAS
                   WHEN 20
                       PERFORM MANTER-OPERADORES
                   WHEN 21
                       PERFORM MANTER-CALENDARIO
                   WHEN 22
                       PERFORM MANTER-MODELOS
                   WHEN 23
                       PERFORM COLOCAR-EM-ESPERA
                   WHEN 24
                       PERFORM RETOMAR-TAREFA
                   WHEN 25
                       PERFORM CANCELAR-TAREFA
                   WHEN 26
                       PERFORM GERAR-RELATORIO-ESPERA
                   WHEN 27
                       PERFORM MANTER-MOTIVOS
                   WHEN 28
                       MOVE 'S' TO FIM
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opção inválida. Tente novamente."
               END-EVALUATE
           END-PERFORM.

       DEFINIR-PERMISSAO-OPCAO.
           EVALUATE OPCAO
               WHEN 1
               WHEN 3
               WHEN 4
               WHEN 5
               WHEN 13
               WHEN 16
               WHEN 17
               WHEN 18
               WHEN 22
               WHEN 23
               WHEN 24
               WHEN 25
                   MOVE 2 TO WS-NIVEL-EXIGIDO
               WHEN 10
               WHEN 12
               WHEN 14
               WHEN 15
               WHEN 20
               WHEN 21
               WHEN 27
                   MOVE 3 TO WS-NIVEL-EXIGIDO
               WHEN OTHER
                   MOVE 1 TO WS-NIVEL-EXIGIDO
           END-EVALUATE.

       DEFINIR-PERMISSAO-VERBO.
           EVALUATE FUNCTION TRIM(WS-CMD-VERBO)
               WHEN "ADD"
               WHEN "DELETE"
               WHEN "IMPORT"
               WHEN "BACKUP"
               WHEN "TEMPLATE"
                   MOVE 2 TO WS-NIVEL-EXIGIDO
               WHEN "RETENTION"
               WHEN "ESCDAYS"
               WHEN "ARCHIVE"
                   MOVE 3 TO WS-NIVEL-EXIGIDO
               WHEN OTHER
                   MOVE 1 TO WS-NIVEL-EXIGIDO
           END-EVALUATE.

       VERIFICAR-PERMISSAO.
           IF WS-OPERADOR-NIVEL >= WS-NIVEL-EXIGIDO
               MOVE 'S' TO WS-PERMISSAO
           ELSE
               MOVE 'N' TO WS-PERMISSAO
           END-IF
           MOVE WS-OPERADOR-PAPEL TO WS-PAPEL-CORRENTE.

       OBTER-DESC-PAPEL.
           EVALUATE WS-PAPEL-CORRENTE
               WHEN 'V'
                   MOVE "visualizador" TO WS-PAPEL-DESC
               WHEN 'E'
                   MOVE "escriturário" TO WS-PAPEL-DESC
               WHEN 'S'
                   MOVE "supervisor" TO WS-PAPEL-DESC
               WHEN OTHER
                   MOVE "desconhecido" TO WS-PAPEL-DESC
           END-EVALUATE.

       DEFINIR-NIVEL-OPERADOR.
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

       ADICIONAR-TAREFA.
           MOVE SPACES TO TAREFA-INPUT
           PERFORM UNTIL TAREFA-INPUT NOT = SPACES
           ACCEPT WS-PROJETO-INPUT
           PERFORM CARREGAR-TABELA-PROJETOS
           PERFORM VALIDAR-PROJETO
           DISPLAY "Vencimento em dia não útil (P=próximo útil "
               "A=anterior útil N=manter, vazio=regra do projeto): "
           MOVE SPACES TO WS-REGRA-INPUT
           ACCEPT WS-REGRA-INPUT
           PERFORM VALIDAR-REGRA-INPUT
           DISPLAY "Estimativa de esforço em minutos (0=sem): "
           MOVE 0 TO WS-ESTIMATIVA-INPUT
           ACCEPT WS-ESTIMATIVA-INPUT

       GRAVAR-NOVA-TAREFA.
           MOVE 'N' TO WS-OPERACAO-OK
           PERFORM APLICAR-REGRA-VENCIMENTO
           PERFORM OBTER-TRAVA
           IF TRAVA-OBTIDA
               PERFORM OBTER-PROXIMO-NUMERO
                   MOVE WS-NUMERO-TAREFA TO WS-LOG-NUMERO
                   MOVE TAREFA-INPUT TO WS-LOG-DESCRICAO
                   PERFORM REGISTRAR-LOG
                   IF WS-REGRA-INPUT NOT = SPACE OR
                      WS-DATA-NOMINAL-INPUT NOT = WS-DATA-VENC-INPUT
                       MOVE WS-NUMERO-TAREFA TO WS-RGV-NUMERO
                       MOVE WS-REGRA-INPUT TO WS-RGV-REGRA
                       MOVE WS-DATA-NOMINAL-INPUT TO WS-RGV-NOMINAL
                       PERFORM GRAVAR-REGRA-TAREFA
                   END-IF
               ELSE
                   DISPLAY "Falha ao gravar a tarefa (número "
                       WS-NUMERO-TAREFA " já existe)."
               NOT INVALID KEY
                   IF TAREFA-CONCLUIDA
                       MOVE 'S' TO WS-JA-CONCLUIDA
                   END-IF
                   IF TAREFA-CANCELADA
                       MOVE 'X' TO WS-JA-CONCLUIDA
                   END-IF
                   IF TAREFA-ABERTA OR TAREFA-EM-ESPERA
                       MOVE 'C' TO TAREFA-STATUS
                       MOVE WS-DATA-ATUAL TO TAREFA-DATA-CONCLUSAO
                       REWRITE TAREFA-REGISTRO
                       IF TAREFA-RECORRENTE AND
                          TAREFA-DATA-VENC > 0
                           MOVE 'S' TO WS-GERAR-OCORRENCIA
                           MOVE TAREFA-NUMERO TO WS-PROX-ORIGEM
                           MOVE TAREFA-DESCRICAO TO
                               WS-PROX-DESCRICAO
                           MOVE TAREFA-DATA-VENC TO
                       WS-PROX-DATA-VENC "."
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN TAREFA-JA-CONCLUIDA
                       DISPLAY "Tarefa já concluída."
                   WHEN TAREFA-JA-CANCELADA
                       DISPLAY "Tarefa cancelada; não pode ser "
                           "concluída."
                   WHEN OTHER
                       DISPLAY "Tarefa não encontrada."
               END-EVALUATE
           END-IF.

       CALCULAR-PROXIMO-VENCIMENTO.
           IF WS-PROX-RECORR-INTERV = 0
               MOVE 1 TO WS-PROX-RECORR-INTERV
           END-IF
           MOVE WS-PROX-ORIGEM TO WS-RGV-NUMERO
           PERFORM LOCALIZAR-REGRA-TAREFA
           MOVE WS-RGV-REGRA TO WS-PROX-REGRA-TAREFA
           IF WS-RGV-NOMINAL > 19000101
               MOVE WS-RGV-NOMINAL TO WS-PROX-DATA-VENC
           END-IF
           EVALUATE WS-PROX-RECORRENCIA
               WHEN 'D'
                   IF CONTAGEM-DIAS-UTEIS
                       MOVE WS-PROX-DATA-VENC TO WS-CAL-DATA
                       MOVE WS-PROX-RECORR-INTERV TO WS-CAL-QTD-DIAS
                       PERFORM SOMAR-DIAS-UTEIS
                       MOVE WS-CAL-DATA TO WS-PROX-DATA-VENC
                   ELSE
                       COMPUTE WS-DATA-INTEIRO =
                           FUNCTION INTEGER-OF-DATE(WS-PROX-DATA-VENC)
                           + WS-PROX-RECORR-INTERV
                       COMPUTE WS-PROX-DATA-VENC =
                           FUNCTION DATE-OF-INTEGER(WS-DATA-INTEIRO)
                   END-IF
               WHEN 'S'
                   COMPUTE WS-DATA-INTEIRO =
                       FUNCTION INTEGER-OF-DATE(WS-PROX-DATA-VENC)
                   MOVE WS-VENC-ANO TO WS-PROX-DATA-VENC(1:4)
                   MOVE WS-VENC-MES TO WS-PROX-DATA-VENC(5:2)
                   MOVE WS-VENC-DIA TO WS-PROX-DATA-VENC(7:2)
           END-EVALUATE
           MOVE WS-PROX-DATA-VENC TO WS-PROX-DATA-NOMINAL
           MOVE WS-PROX-REGRA-TAREFA TO WS-REGRA-TAREFA
           MOVE WS-PROX-PROJETO TO WS-REGRA-PROJ-COD
           PERFORM OBTER-REGRA-VENCIMENTO
           MOVE WS-PROX-DATA-VENC TO WS-CAL-DATA
           MOVE WS-REGRA-EFETIVA TO WS-CAL-REGRA
           PERFORM AJUSTAR-DIA-UTIL
           MOVE WS-CAL-DATA TO WS-PROX-DATA-VENC.

       CALCULAR-DIAS-NO-MES.
           EVALUATE WS-VENC-MES
           END-EVALUATE.

       GRAVAR-PROXIMA-OCORRENCIA.
           MOVE 'N' TO WS-OPERACAO-OK
           PERFORM OBTER-TRAVA
           IF TRAVA-OBTIDA
               PERFORM OBTER-PROXIMO-NUMERO
                   MOVE WS-NUMERO-TAREFA TO WS-LOG-NUMERO
                   MOVE WS-PROX-DESCRICAO TO WS-LOG-DESCRICAO
                   PERFORM REGISTRAR-LOG
                   IF WS-PROX-REGRA-TAREFA NOT = SPACE OR
                      WS-PROX-DATA-NOMINAL NOT = WS-PROX-DATA-VENC
                       MOVE WS-NUMERO-TAREFA TO WS-RGV-NUMERO
                       MOVE WS-PROX-REGRA-TAREFA TO WS-RGV-REGRA
                       MOVE WS-PROX-DATA-NOMINAL TO WS-RGV-NOMINAL
                       PERFORM GRAVAR-REGRA-TAREFA
                   END-IF
               ELSE
                   DISPLAY "Falha ao gravar a próxima ocorrência "
                       "(número " WS-NUMERO-TAREFA " já existe)."
       MATERIALIZAR-RECORRENCIAS.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE 0 TO WS-RECORR-QTD
           MOVE 0 TO WS-TOTAL-MATERIALIZADAS
           MOVE 'N' TO WS-EOF-TAREFAS
           OPEN INPUT TAREFAS
           PERFORM UNTIL FIM-DE-ARQUIVO
                           WS-RECORR-PROJ(WS-IDX-RECORR)
                       MOVE TAREFA-ESTIMATIVA TO
                           WS-RECORR-ESTIM(WS-IDX-RECORR)
                       MOVE TAREFA-NUMERO TO
                           WS-RECORR-NUM(WS-IDX-RECORR)
                   END-IF
                   IF TAREFA-ABERTA OR TAREFA-EM-ESPERA OR
                      TAREFA-CANCELADA
                       MOVE 'S' TO WS-RECORR-ABERTA(WS-IDX-RECORR)
                   END-IF
                   MOVE WS-RECORR-QTD TO WS-IDX-RECORR
                   WS-RECORR-PROJ(WS-RECORR-QTD)
               MOVE TAREFA-ESTIMATIVA TO
                   WS-RECORR-ESTIM(WS-RECORR-QTD)
               MOVE TAREFA-NUMERO TO WS-RECORR-NUM(WS-RECORR-QTD)
               IF TAREFA-ABERTA OR TAREFA-EM-ESPERA OR
                  TAREFA-CANCELADA
                   MOVE 'S' TO WS-RECORR-ABERTA(WS-RECORR-QTD)
               ELSE
                   MOVE 'N' TO WS-RECORR-ABERTA(WS-RECORR-QTD)
           MOVE WS-RECORR-RESP(WS-IDX-RECORR) TO WS-PROX-RESPONSAVEL
           MOVE WS-RECORR-PROJ(WS-IDX-RECORR) TO WS-PROX-PROJETO
           MOVE WS-RECORR-ESTIM(WS-IDX-RECORR) TO WS-PROX-ESTIMATIVA
           MOVE WS-RECORR-NUM(WS-IDX-RECORR) TO WS-PROX-ORIGEM
           PERFORM CALCULAR-PROXIMO-VENCIMENTO
           IF WS-PROX-DATA-VENC <= WS-DATA-ATUAL
               PERFORM GRAVAR-PROXIMA-OCORRENCIA
               IF OPERACAO-OK
                   ADD 1 TO WS-TOTAL-MATERIALIZADAS
                   DISPLAY "Ocorrência recorrente materializada: "
                       FUNCTION TRIM(WS-PROX-DESCRICAO)
                       " (venc. " WS-PROX-DATA-VENC ")"
               END-IF
           END-IF.

       EDITAR-TAREFA.
           DISPLAY "Nova estimativa em minutos (vazio=manter): "
           MOVE SPACES TO WS-ESTIM-TXT
           ACCEPT WS-ESTIM-TXT
           DISPLAY "Vencimento em dia não útil (P=próximo útil "
               "A=anterior útil N=manter, vazio=sem alteração): "
           MOVE SPACES TO WS-REGRA-INPUT
           ACCEPT WS-REGRA-INPUT
           PERFORM VALIDAR-REGRA-INPUT
           MOVE 'N' TO WS-EDIT-REGRA-OK
           IF WS-REGRA-INPUT NOT = SPACE
               MOVE WS-NUM-SELECIONADO TO WS-RGV-NUMERO
               PERFORM LOCALIZAR-REGRA-TAREFA
           END-IF

           MOVE 'N' TO WS-TAREFA-ENCONTRADA
           PERFORM OBTER-TRAVA
                           MOVE WS-CNV-VALOR TO TAREFA-ESTIMATIVA
                       END-IF
                   END-IF
                   IF WS-REGRA-INPUT NOT = SPACE AND
                      TAREFA-DATA-VENC > 19000101
                       PERFORM REAPLICAR-REGRA-EDICAO
                   END-IF
                   REWRITE TAREFA-REGISTRO
                   MOVE 'S' TO WS-TAREFA-ENCONTRADA
                   MOVE TAREFA-NUMERO TO WS-LOG-NUMERO
               MOVE "EDITAR" TO WS-LOG-ACAO
               MOVE TAREFA-INPUT TO WS-LOG-DESCRICAO
               PERFORM REGISTRAR-LOG
               IF WS-EDIT-REGRA-OK = 'S'
                   MOVE WS-NUM-SELECIONADO TO WS-RGV-NUMERO
                   MOVE WS-REGRA-INPUT TO WS-RGV-REGRA
                   PERFORM GRAVAR-REGRA-TAREFA
               END-IF
               DISPLAY "Tarefa atualizada."
           ELSE
               DISPLAY "Tarefa não encontrada."
                           WS-OCORRENCIAS FOR ALL
                           WS-TERMO-BUSCA(1:WS-TERMO-BUSCA-LEN)
                       IF WS-OCORRENCIAS > 0
                           EVALUATE TRUE
                               WHEN TAREFA-CONCLUIDA
                                   DISPLAY "[X] " TAREFA-DESCRICAO
                               WHEN TAREFA-CANCELADA
                                   DISPLAY "[-] " TAREFA-DESCRICAO
                               WHEN TAREFA-EM-ESPERA
                                   DISPLAY "[E] " TAREFA-DESCRICAO
                               WHEN OTHER
                                   DISPLAY "[ ] " TAREFA-DESCRICAO
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           COMPUTE WS-VENC-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
           PERFORM CALCULAR-DATA-LIMITE
           MOVE 0 TO WS-TOTAL-ATRASADAS
           MOVE 0 TO WS-TOTAL-PROXIMAS
           MOVE 0 TO WS-TOTAL-ESPERA-VENC
           MOVE 0 TO WS-VPROJ-QTD
           MOVE 0 TO WS-VLIN-QTD
           MOVE 'N' TO WS-VLIN-CHEIA
               WS-DATA-ATUAL DELIMITED BY SIZE
               INTO LINHA-VENC
           WRITE LINHA-VENC
           IF CONTAGEM-DIAS-UTEIS
               MOVE "Atrasos e prazos contados em dias úteis "
                 & "(calendario.txt)" TO LINHA-VENC
               WRITE LINHA-VENC
           END-IF
           PERFORM VARYING WS-IDX-VPROJ FROM 1 BY 1
                   UNTIL WS-IDX-VPROJ > WS-VPROJ-QTD
               PERFORM ESCREVER-SECAO-PROJETO-VENC
                   UNTIL WS-IDX-PRIO > 3
               PERFORM ESCREVER-RESUMO-PRIORIDADE
           END-PERFORM
           IF WS-TOTAL-ESPERA-VENC > 0
               MOVE SPACES TO LINHA-VENC
               STRING "  Em espera (fora dos prazos): "
                   DELIMITED BY SIZE
                   WS-TOTAL-ESPERA-VENC DELIMITED BY SIZE
                   INTO LINHA-VENC
               WRITE LINHA-VENC
           END-IF
           CLOSE RELATORIO-VENC
           DISPLAY "Relatório gravado em vencimentos.txt".

       CALCULAR-DATA-LIMITE.
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-VENC-INT-HOJE + 7)
           IF CONTAGEM-DIAS-UTEIS
               MOVE WS-DATA-ATUAL TO WS-CAL-DATA
               MOVE 5 TO WS-CAL-QTD-DIAS
               PERFORM SOMAR-DIAS-UTEIS
               MOVE WS-CAL-DATA TO WS-DATA-LIMITE
           END-IF.

       AVALIAR-TAREFA-VENCIMENTOS.
           IF TAREFA-EM-ESPERA
               PERFORM LOCALIZAR-VPROJ
               ADD 1 TO WS-TOTAL-ESPERA-VENC
               IF WS-IDX-VPROJ > 0
                   ADD 1 TO WS-VPROJ-ESPERA(WS-IDX-VPROJ)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT TAREFA-ABERTA
               EXIT PARAGRAPH
           END-IF
           END-IF
           IF TAREFA-DATA-VENC > 19000101 AND
              TAREFA-DATA-VENC < WS-DATA-ATUAL
               PERFORM CALCULAR-DIAS-ATRASO
               MOVE WS-DIAS-ATRASO TO WS-DIAS-ATRASO-ED
               ADD 1 TO WS-TOTAL-ATRASADAS
               IF TAREFA-PRIORIDADE >= 1 AND TAREFA-PRIORIDADE <= 3
               MOVE 0 TO WS-VPROJ-ATRASADAS(WS-IDX-VPROJ)
               MOVE 0 TO WS-VPROJ-PROXIMAS(WS-IDX-VPROJ)
               MOVE 0 TO WS-VPROJ-ABERTAS(WS-IDX-VPROJ)
               MOVE 0 TO WS-VPROJ-ESPERA(WS-IDX-VPROJ)
           ELSE
               MOVE 0 TO WS-IDX-VPROJ
           END-IF.
               WS-VPROJ-ATRASADAS(WS-IDX-VPROJ) DELIMITED BY SIZE
               "  a vencer " DELIMITED BY SIZE
               WS-VPROJ-PROXIMAS(WS-IDX-VPROJ) DELIMITED BY SIZE
               "  em espera " DELIMITED BY SIZE
               WS-VPROJ-ESPERA(WS-IDX-VPROJ) DELIMITED BY SIZE
               INTO LINHA-VENC
           WRITE LINHA-VENC.

               INTO LINHA-VENC
           WRITE LINHA-VENC.

       GERAR-AGENDAS.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           COMPUTE WS-VENC-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
           PERFORM CALCULAR-DATA-LIMITE
           ACCEPT WS-AGD-DATA-HORA FROM DATE YYYYMMDD
           ACCEPT WS-AGD-DATA-HORA(9:6) FROM TIME
           MOVE 0 TO WS-AGD-TOTAL-ARQ
           MOVE 0 TO WS-AGD-TOTAL-ITENS
           PERFORM LER-CONTROLE-AGENDA
           PERFORM CARREGAR-CONCLUIDAS-AGENDA
           PERFORM CARREGAR-ESCALADAS-AGENDA
           PERFORM CARREGAR-ABERTAS-AGENDA
           PERFORM AVALIAR-LIBERADAS-AGENDA
           PERFORM CONTAR-ITENS-AGENDA
           OPEN OUTPUT AGENDA-MANIFESTO
           MOVE SPACES TO LINHA-MANIFESTO
           STRING "Manifesto das agendas - " DELIMITED BY SIZE
               WS-DATA-ATUAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AGD-DATA-HORA(9:6) DELIMITED BY SIZE
               INTO LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO
           MOVE "Arquivo                                  "
             & "Responsável          Itens" TO LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO
           PERFORM VARYING WS-IDX-AGR FROM 1 BY 1
                   UNTIL WS-IDX-AGR > WS-AGR-QTD
               IF WS-AGR-ITENS(WS-IDX-AGR) > 0
                   PERFORM GERAR-AGENDA-RESPONSAVEL
               END-IF
           END-PERFORM
           IF WS-AGD-TOTAL-ARQ = 0
               MOVE "  (nenhum responsável com pendências)"
                   TO LINHA-MANIFESTO
               WRITE LINHA-MANIFESTO
           END-IF
           IF WS-AGR-CHEIA = 'S'
               MOVE "  Aviso: responsáveis além da capacidade "
                 & "(200) foram omitidos." TO LINHA-MANIFESTO
               WRITE LINHA-MANIFESTO
           END-IF
           MOVE SPACES TO LINHA-MANIFESTO
           STRING "Total: " DELIMITED BY SIZE
               WS-AGD-TOTAL-ARQ DELIMITED BY SIZE
               " arquivos, " DELIMITED BY SIZE
               WS-AGD-TOTAL-ITENS DELIMITED BY SIZE
               " itens" DELIMITED BY SIZE
               INTO LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO
           CLOSE AGENDA-MANIFESTO
           PERFORM GRAVAR-CONTROLE-AGENDA
           DISPLAY "Agendas geradas: " WS-AGD-TOTAL-ARQ
               " (manifesto em agenda_manifesto.txt)".

       LER-CONTROLE-AGENDA.
           COMPUTE WS-AGD-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-VENC-INT-HOJE - 1)
               * 1000000
           OPEN INPUT AGENDA-CTL
           IF WS-AGENDA-CTL-STATUS = "00"
               READ AGENDA-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AGC-DATA-HORA IS NUMERIC AND
                          AGC-DATA-HORA > 0
                           MOVE AGC-DATA-HORA TO WS-AGD-CORTE
                       END-IF
               END-READ
               CLOSE AGENDA-CTL
           END-IF.

       GRAVAR-CONTROLE-AGENDA.
           OPEN OUTPUT AGENDA-CTL
           MOVE WS-AGD-DATA-HORA(1:14) TO AGC-DATA-HORA
           WRITE AGC-REGISTRO
           CLOSE AGENDA-CTL.

       CARREGAR-CONCLUIDAS-AGENDA.
           MOVE 0 TO WS-AGC-QTD
           MOVE 'N' TO WS-EOF-LOG-REPLAY
           OPEN INPUT TAREFAS-LOG
           IF WS-TAREFAS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIM-DE-LOG-REPLAY
               READ TAREFAS-LOG INTO LINHA-LOG
                   AT END
                       MOVE 'S' TO WS-EOF-LOG-REPLAY
                   NOT AT END
                       IF LINHA-LOG(1:14) IS NUMERIC AND
                          LINHA-LOG(1:14) > WS-AGD-CORTE
                           PERFORM DECOMPOR-LINHA-LOG-REPLAY
                           IF (FUNCTION TRIM(WS-RLOG-ACAO) =
                               "CONCLUIR" OR
                               FUNCTION TRIM(WS-RLOG-ACAO) =
                               "CANCELAR")
                              AND WS-RLOG-NUMERO > 0
                              AND WS-AGC-QTD < 500
                               ADD 1 TO WS-AGC-QTD
                               MOVE WS-RLOG-NUMERO TO
                                   WS-AGC-NUM(WS-AGC-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAREFAS-LOG.

       CARREGAR-ESCALADAS-AGENDA.
           PERFORM LER-CONTROLE-ESCALACAO
           MOVE 0 TO WS-AGE-QTD
           MOVE 'N' TO WS-AGD-ESC-SECAO
           MOVE 'N' TO WS-EOF-ESC
           OPEN INPUT RELATORIO-ESC
           IF WS-RELATORIO-ESC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIM-DE-ESCALACOES
               READ RELATORIO-ESC
                   AT END
                       MOVE 'S' TO WS-EOF-ESC
                   NOT AT END
                       PERFORM ANOTAR-LINHA-ESCALACAO
               END-READ
           END-PERFORM
           CLOSE RELATORIO-ESC.

       ANOTAR-LINHA-ESCALACAO.
           IF LINHA-ESC(1:29) = "Escalonamento de atrasadas - "
               MOVE 'N' TO WS-AGD-ESC-SECAO
               IF LINHA-ESC(30:8) IS NUMERIC
                   MOVE LINHA-ESC(30:8) TO WS-AGD-ESC-DATA
                   IF WS-AGD-ESC-DATA = WS-ESC-ULTIMA-DATA
                       MOVE 'S' TO WS-AGD-ESC-SECAO
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-AGD-ESC-SECAO = 'S' AND LINHA-ESC(1:2) = SPACES
              AND LINHA-ESC(3:5) IS NUMERIC AND WS-AGE-QTD < 500
               ADD 1 TO WS-AGE-QTD
               MOVE LINHA-ESC(3:5) TO WS-AGE-NUM(WS-AGE-QTD)
               MOVE LINHA-ESC(50:45) TO WS-AGE-TEXTO(WS-AGE-QTD)
           END-IF.

       CARREGAR-ABERTAS-AGENDA.
           MOVE 0 TO WS-AGA-QTD
           MOVE 0 TO WS-AGL-QTD
           MOVE 'N' TO WS-EOF-TAREFAS
           OPEN INPUT TAREFAS
           PERFORM UNTIL FIM-DE-ARQUIVO
               READ TAREFAS NEXT INTO TAREFA-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-TAREFAS
                   NOT AT END
                       IF TAREFA-ABERTA
                           PERFORM ANOTAR-ABERTA-AGENDA
                       END-IF
                       IF TAREFA-EM-ESPERA AND WS-AGA-QTD < 3000
                           ADD 1 TO WS-AGA-QTD
                           MOVE TAREFA-NUMERO TO WS-AGA-NUM(WS-AGA-QTD)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAREFAS.

       ANOTAR-ABERTA-AGENDA.
           IF WS-AGA-QTD < 3000
               ADD 1 TO WS-AGA-QTD
               MOVE TAREFA-NUMERO TO WS-AGA-NUM(WS-AGA-QTD)
           END-IF
           MOVE 'N' TO WS-AGD-ACHOU
           PERFORM VARYING WS-IDX-AGL-PRE FROM 1 BY 1
                   UNTIL WS-IDX-AGL-PRE > 3
               IF TAREFA-PREREQ(WS-IDX-AGL-PRE) > 0
                   PERFORM VARYING WS-IDX-AGC FROM 1 BY 1
                           UNTIL WS-IDX-AGC > WS-AGC-QTD
                       IF WS-AGC-NUM(WS-IDX-AGC) =
                          TAREFA-PREREQ(WS-IDX-AGL-PRE)
                           MOVE 'S' TO WS-AGD-ACHOU
                           MOVE WS-AGC-QTD TO WS-IDX-AGC
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-AGD-ACHOU = 'S' AND WS-AGL-QTD < 300
               ADD 1 TO WS-AGL-QTD
               MOVE TAREFA-NUMERO TO WS-AGL-NUM(WS-AGL-QTD)
               MOVE TAREFA-PREREQ(1) TO WS-AGL-PRE(WS-AGL-QTD, 1)
               MOVE TAREFA-PREREQ(2) TO WS-AGL-PRE(WS-AGL-QTD, 2)
               MOVE TAREFA-PREREQ(3) TO WS-AGL-PRE(WS-AGL-QTD, 3)
               MOVE 'S' TO WS-AGL-OK(WS-AGL-QTD)
           END-IF.

       AVALIAR-LIBERADAS-AGENDA.
           PERFORM VARYING WS-IDX-AGL FROM 1 BY 1
                   UNTIL WS-IDX-AGL > WS-AGL-QTD
               PERFORM VARYING WS-IDX-AGL-PRE FROM 1 BY 1
                       UNTIL WS-IDX-AGL-PRE > 3
                   IF WS-AGL-PRE(WS-IDX-AGL, WS-IDX-AGL-PRE) > 0
                       PERFORM VERIFICAR-PREREQ-ABERTO
                   END-IF
               END-PERFORM
           END-PERFORM.

       VERIFICAR-PREREQ-ABERTO.
           PERFORM VARYING WS-IDX-AGA FROM 1 BY 1
                   UNTIL WS-IDX-AGA > WS-AGA-QTD
               IF WS-AGA-NUM(WS-IDX-AGA) =
                  WS-AGL-PRE(WS-IDX-AGL, WS-IDX-AGL-PRE)
                   MOVE 'N' TO WS-AGL-OK(WS-IDX-AGL)
                   MOVE WS-AGA-QTD TO WS-IDX-AGA
               END-IF
           END-PERFORM.

       CONTAR-ITENS-AGENDA.
           MOVE 0 TO WS-AGR-QTD
           MOVE 'N' TO WS-AGR-CHEIA
           MOVE 'N' TO WS-EOF-TAREFAS
           OPEN INPUT TAREFAS
           PERFORM UNTIL FIM-DE-ARQUIVO
               READ TAREFAS NEXT INTO TAREFA-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-TAREFAS
                   NOT AT END
                       IF TAREFA-ABERTA AND
                          TAREFA-RESPONSAVEL NOT = SPACES
                           PERFORM CLASSIFICAR-TAREFA-AGENDA
                           IF WS-AGD-ITENS-TAREFA > 0
                               PERFORM SOMAR-ITENS-RESPONSAVEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAREFAS.

       SOMAR-ITENS-RESPONSAVEL.
           MOVE 0 TO WS-IDX-AGR-ACHADO
           PERFORM VARYING WS-IDX-AGR FROM 1 BY 1
                   UNTIL WS-IDX-AGR > WS-AGR-QTD
               IF WS-AGR-NOME(WS-IDX-AGR) = TAREFA-RESPONSAVEL
                   MOVE WS-IDX-AGR TO WS-IDX-AGR-ACHADO
                   MOVE WS-AGR-QTD TO WS-IDX-AGR
               END-IF
           END-PERFORM
           IF WS-IDX-AGR-ACHADO = 0
               IF WS-AGR-QTD >= 200
                   MOVE 'S' TO WS-AGR-CHEIA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AGR-QTD
               MOVE WS-AGR-QTD TO WS-IDX-AGR-ACHADO
               MOVE TAREFA-RESPONSAVEL TO WS-AGR-NOME(WS-AGR-QTD)
               MOVE 0 TO WS-AGR-ITENS(WS-AGR-QTD)
           END-IF
           ADD WS-AGD-ITENS-TAREFA TO
               WS-AGR-ITENS(WS-IDX-AGR-ACHADO).

       CLASSIFICAR-TAREFA-AGENDA.
           MOVE 'N' TO WS-AGD-HOJE
           MOVE 'N' TO WS-AGD-PROXIMA
           MOVE 'N' TO WS-AGD-ATRASADA
           MOVE 'N' TO WS-AGD-ESCALADA
           MOVE 'N' TO WS-AGD-LIBERADA
           MOVE 0 TO WS-AGD-ITENS-TAREFA
           IF TAREFA-DATA-VENC > 19000101
               EVALUATE TRUE
                   WHEN TAREFA-DATA-VENC = WS-DATA-ATUAL
                       MOVE 'S' TO WS-AGD-HOJE
                   WHEN TAREFA-DATA-VENC < WS-DATA-ATUAL
                       MOVE 'S' TO WS-AGD-ATRASADA
                   WHEN TAREFA-DATA-VENC <= WS-DATA-LIMITE
                       MOVE 'S' TO WS-AGD-PROXIMA
               END-EVALUATE
           END-IF
           PERFORM VARYING WS-IDX-AGE FROM 1 BY 1
                   UNTIL WS-IDX-AGE > WS-AGE-QTD
               IF WS-AGE-NUM(WS-IDX-AGE) = TAREFA-NUMERO
                   MOVE 'S' TO WS-AGD-ESCALADA
                   MOVE WS-AGE-QTD TO WS-IDX-AGE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-AGL FROM 1 BY 1
                   UNTIL WS-IDX-AGL > WS-AGL-QTD
               IF WS-AGL-NUM(WS-IDX-AGL) = TAREFA-NUMERO
                   IF WS-AGL-OK(WS-IDX-AGL) = 'S'
                       MOVE 'S' TO WS-AGD-LIBERADA
                   END-IF
                   MOVE WS-AGL-QTD TO WS-IDX-AGL
               END-IF
           END-PERFORM
           IF WS-AGD-HOJE = 'S'
               ADD 1 TO WS-AGD-ITENS-TAREFA
           END-IF
           IF WS-AGD-PROXIMA = 'S'
               ADD 1 TO WS-AGD-ITENS-TAREFA
           END-IF
           IF WS-AGD-ATRASADA = 'S'
               ADD 1 TO WS-AGD-ITENS-TAREFA
           END-IF
           IF WS-AGD-ESCALADA = 'S'
               ADD 1 TO WS-AGD-ITENS-TAREFA
           END-IF
           IF WS-AGD-LIBERADA = 'S'
               ADD 1 TO WS-AGD-ITENS-TAREFA
           END-IF.

       GERAR-AGENDA-RESPONSAVEL.
           MOVE 0 TO WS-AGI-QTD
           MOVE 'N' TO WS-AGI-CHEIA
           MOVE 'N' TO WS-EOF-TAREFAS
           OPEN INPUT TAREFAS
           PERFORM UNTIL FIM-DE-ARQUIVO
               READ TAREFAS NEXT INTO TAREFA-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-TAREFAS
                   NOT AT END
                       IF TAREFA-ABERTA AND
                          TAREFA-RESPONSAVEL = WS-AGR-NOME(WS-IDX-AGR)
                           PERFORM CLASSIFICAR-TAREFA-AGENDA
                           PERFORM ANOTAR-ITENS-AGENDA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAREFAS
           IF WS-AGI-QTD = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AGR-NOME(WS-IDX-AGR) TO WS-AGD-RESP-ARQ
           INSPECT WS-AGD-RESP-ARQ REPLACING ALL "/" BY "_"
           INSPECT WS-AGD-RESP-ARQ REPLACING ALL "\" BY "_"
           COMPUTE WS-AGD-RESP-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-AGD-RESP-ARQ TRAILING))
           INSPECT WS-AGD-RESP-ARQ(1:WS-AGD-RESP-LEN)
               REPLACING ALL SPACE BY "_"
           MOVE SPACES TO WS-NOME-AGENDA
           STRING "agenda_" DELIMITED BY SIZE
               WS-DATA-ATUAL DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-AGD-RESP-ARQ(1:WS-AGD-RESP-LEN) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-AGENDA
           OPEN OUTPUT AGENDA
           MOVE SPACES TO LINHA-AGENDA
           STRING "Agenda de " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AGR-NOME(WS-IDX-AGR))
                   DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-DATA-ATUAL DELIMITED BY SIZE
               INTO LINHA-AGENDA
           WRITE LINHA-AGENDA
           IF CONTAGEM-DIAS-UTEIS
               MOVE "Atrasos e prazos contados em dias úteis"
                   TO LINHA-AGENDA
               WRITE LINHA-AGENDA
           END-IF
           PERFORM VARYING WS-AGD-TIPO FROM 1 BY 1
                   UNTIL WS-AGD-TIPO > 5
               PERFORM ESCREVER-SECAO-AGENDA
           END-PERFORM
           IF WS-AGI-CHEIA = 'S'
               MOVE SPACES TO LINHA-AGENDA
               WRITE LINHA-AGENDA
               MOVE "  Aviso: itens além da capacidade da agenda "
                 & "foram omitidos." TO LINHA-AGENDA
               WRITE LINHA-AGENDA
           END-IF
           MOVE SPACES TO LINHA-AGENDA
           WRITE LINHA-AGENDA
           MOVE SPACES TO LINHA-AGENDA
           STRING "Total de itens: " DELIMITED BY SIZE
               WS-AGI-QTD DELIMITED BY SIZE
               INTO LINHA-AGENDA
           WRITE LINHA-AGENDA
           CLOSE AGENDA
           ADD 1 TO WS-AGD-TOTAL-ARQ
           ADD WS-AGI-QTD TO WS-AGD-TOTAL-ITENS
           MOVE WS-AGI-QTD TO WS-AGD-ITENS-ED
           MOVE SPACES TO LINHA-MANIFESTO
           STRING WS-NOME-AGENDA(1:40) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AGR-NOME(WS-IDX-AGR) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AGD-ITENS-ED DELIMITED BY SIZE
               INTO LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO.

       ANOTAR-ITENS-AGENDA.
           IF WS-AGD-HOJE = 'S'
               MOVE 1 TO WS-AGD-TIPO
               MOVE SPACES TO LINHA-AGENDA
               STRING "  " DELIMITED BY SIZE
                   TAREFA-NUMERO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TAREFA-DESCRICAO(1:50) DELIMITED BY SIZE
                   " prio. " DELIMITED BY SIZE
                   TAREFA-PRIORIDADE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TAREFA-PROJETO DELIMITED BY SIZE
                   INTO LINHA-AGENDA
               PERFORM GUARDAR-ITEM-AGENDA
           END-IF
           IF WS-AGD-PROXIMA = 'S'
               MOVE 2 TO WS-AGD-TIPO
               MOVE SPACES TO LINHA-AGENDA
               STRING "  " DELIMITED BY SIZE
                   TAREFA-NUMERO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TAREFA-DESCRICAO(1:50) DELIMITED BY SIZE
                   " venc. " DELIMITED BY SIZE
                   TAREFA-DATA-VENC DELIMITED BY SIZE
                   INTO LINHA-AGENDA
               PERFORM GUARDAR-ITEM-AGENDA
           END-IF
           IF WS-AGD-ATRASADA = 'S'
               MOVE 3 TO WS-AGD-TIPO
               PERFORM CALCULAR-DIAS-ATRASO
               MOVE WS-DIAS-ATRASO TO WS-DIAS-ATRASO-ED
               MOVE SPACES TO LINHA-AGENDA
               STRING "  " DELIMITED BY SIZE
                   TAREFA-NUMERO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TAREFA-DESCRICAO(1:50) DELIMITED BY SIZE
                   " venc. " DELIMITED BY SIZE
                   TAREFA-DATA-VENC DELIMITED BY SIZE
                   " atraso " DELIMITED BY SIZE
                   WS-DIAS-ATRASO-ED DELIMITED BY SIZE
                   " dias" DELIMITED BY SIZE
                   INTO LINHA-AGENDA
               PERFORM GUARDAR-ITEM-AGENDA
           END-IF
           IF WS-AGD-ESCALADA = 'S'
               MOVE 4 TO WS-AGD-TIPO
               MOVE SPACE TO WS-AGD-ESC-TEXTO
               PERFORM VARYING WS-IDX-AGE FROM 1 BY 1
                       UNTIL WS-IDX-AGE > WS-AGE-QTD
                   IF WS-AGE-NUM(WS-IDX-AGE) = TAREFA-NUMERO
                       MOVE WS-AGE-TEXTO(WS-IDX-AGE) TO
                           WS-AGD-ESC-TEXTO
                       MOVE WS-AGE-QTD TO WS-IDX-AGE
                   END-IF
               END-PERFORM
               MOVE SPACES TO LINHA-AGENDA
               STRING "  " DELIMITED BY SIZE
                   TAREFA-NUMERO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TAREFA-DESCRICAO(1:40) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AGD-ESC-TEXTO DELIMITED BY SIZE
                   INTO LINHA-AGENDA
               PERFORM GUARDAR-ITEM-AGENDA
           END-IF
           IF WS-AGD-LIBERADA = 'S'
               MOVE 5 TO WS-AGD-TIPO
               MOVE SPACES TO LINHA-AGENDA
               STRING "  " DELIMITED BY SIZE
                   TAREFA-NUMERO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TAREFA-DESCRICAO(1:50) DELIMITED BY SIZE
                   " venc. " DELIMITED BY SIZE
                   TAREFA-DATA-VENC DELIMITED BY SIZE
                   INTO LINHA-AGENDA
               PERFORM GUARDAR-ITEM-AGENDA
           END-IF.

       GUARDAR-ITEM-AGENDA.
           IF WS-AGI-QTD >= 500
               MOVE 'S' TO WS-AGI-CHEIA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AGI-QTD
           MOVE WS-AGD-TIPO TO WS-AGI-TIPO(WS-AGI-QTD)
           MOVE LINHA-AGENDA TO WS-AGI-LINHA(WS-AGI-QTD).

       ESCREVER-SECAO-AGENDA.
           MOVE 0 TO WS-AGI-SECAO-QTD
           PERFORM VARYING WS-IDX-AGI FROM 1 BY 1
                   UNTIL WS-IDX-AGI > WS-AGI-QTD
               IF WS-AGI-TIPO(WS-IDX-AGI) = WS-AGD-TIPO
                   ADD 1 TO WS-AGI-SECAO-QTD
               END-IF
           END-PERFORM
           IF WS-AGI-SECAO-QTD = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINHA-AGENDA
           WRITE LINHA-AGENDA
           MOVE SPACES TO LINHA-AGENDA
           EVALUATE WS-AGD-TIPO
               WHEN 1
                   MOVE "Vencem hoje:" TO LINHA-AGENDA
               WHEN 2
                   STRING "Vencem nos próximos dias (até "
                       DELIMITED BY SIZE
                       WS-DATA-LIMITE DELIMITED BY SIZE
                       "):" DELIMITED BY SIZE
                       INTO LINHA-AGENDA
               WHEN 3
                   MOVE "Atrasadas:" TO LINHA-AGENDA
               WHEN 4
                   STRING "Escalonadas na última noite ("
                       DELIMITED BY SIZE
                       WS-ESC-ULTIMA-DATA DELIMITED BY SIZE
                       "):" DELIMITED BY SIZE
                       INTO LINHA-AGENDA
               WHEN 5
                   MOVE "Desbloqueadas (pré-requisito concluído):"
                       TO LINHA-AGENDA
           END-EVALUATE
           WRITE LINHA-AGENDA
           PERFORM VARYING WS-IDX-AGI FROM 1 BY 1
                   UNTIL WS-IDX-AGI > WS-AGI-QTD
               IF WS-AGI-TIPO(WS-IDX-AGI) = WS-AGD-TIPO
                   MOVE WS-AGI-LINHA(WS-IDX-AGI) TO LINHA-AGENDA
                   WRITE LINHA-AGENDA
               END-IF
           END-PERFORM.

       EXPORTAR-TAREFAS.
           PERFORM EXPORTAR-ICS
           PERFORM EXPORTAR-CSV.

       EXPORTAR-ICS.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ICS-STAMP
           MOVE WS-DATA-ATUAL TO WS-ICS-STAMP(1:8)
           MOVE "T" TO WS-ICS-STAMP(9:1)
           ACCEPT WS-ICS-STAMP(10:6) FROM TIME
           MOVE "Z" TO WS-ICS-STAMP(16:1)
           MOVE 0 TO WS-TOTAL-EXPORTADAS
           OPEN OUTPUT ARQUIVO-ICS
           MOVE "BEGIN:VCALENDAR" TO LINHA-ICS
           WRITE LINHA-ICS
           MOVE "VERSION:2.0" TO LINHA-ICS
           WRITE LINHA-ICS
           MOVE "PRODID:-//ListadorDeTarefas//PT-BR" TO LINHA-ICS
           WRITE LINHA-ICS
           MOVE 'N' TO WS-EOF-TAREFAS
           OPEN INPUT TAREFAS
           PERFORM UNTIL FIM-DE-ARQUIVO
               READ TAREFAS NEXT INTO TAREFA-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-TAREFAS
                   NOT AT END
                       IF TAREFA-ABERTA AND
                          TAREFA-DATA-VENC > 19000101
                           PERFORM ESCREVER-EVENTO-ICS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAREFAS
           MOVE "END:VCALENDAR" TO LINHA-ICS
           WRITE LINHA-ICS
           CLOSE ARQUIVO-ICS
           DISPLAY "Eventos exportados para tarefas.ics: "
               WS-TOTAL-EXPORTADAS.

       ESCREVER-EVENTO-ICS.
           MOVE "BEGIN:VEVENT" TO LINHA-ICS
           WRITE LINHA-ICS
           MOVE SPACES TO LINHA-ICS
           STRING "UID:" DELIMITED BY SIZE
               TAREFA-NUMERO DELIMITED BY SIZE
               "@listador-tarefas" DELIMITED BY SIZE
               INTO LINHA-ICS
           WRITE LINHA-ICS
           MOVE SPACES TO LINHA-ICS
           PERFORM CONVERTER-CAMPO-NUMERICO
           MOVE WS-CNV-VALOR TO WS-RECORR-INTERV-INPUT
           PERFORM VALIDAR-RECORRENCIA
           EVALUATE FUNCTION TRIM(WS-IMP-STATUS-TXT)
               WHEN "C"
                   MOVE 'C' TO WS-IMP-STATUS-TAREFA
               WHEN "X"
                   MOVE 'X' TO WS-IMP-STATUS-TAREFA
               WHEN OTHER
                   MOVE 'A' TO WS-IMP-STATUS-TAREFA
           END-EVALUATE
           MOVE WS-IMP-CONCL-TXT TO WS-CNV-TEXTO
           PERFORM CONVERTER-CAMPO-NUMERICO
           MOVE WS-CNV-VALOR TO WS-IMP-CONCL-VALOR
           PERFORM FAZER-BACKUP.

       FAZER-BACKUP.
           MOVE 'N' TO WS-OPERACAO-OK
           PERFORM LER-CONTROLE-BACKUP
           ADD 1 TO WS-GERACAO
           MOVE "tarefas.dat" TO WS-NOME-COPIA-ENT
           STRING "tarefas_log.g" DELIMITED BY SIZE
               WS-GERACAO DELIMITED BY SIZE
               INTO WS-NOME-COPIA-SAI
           MOVE 'N' TO WS-COPIA-FALHOU
           OPEN INPUT TAREFAS-LOG
           IF WS-TAREFAS-LOG-STATUS = "00"
               CLOSE TAREFAS-LOG
               PERFORM COPIAR-ARQUIVO
           END-IF
           IF WS-COPIA-FALHOU = 'S'
               DISPLAY "Falha ao copiar tarefas_log.txt; backup não "
                   "registrado."
               MOVE SPACES TO WS-NOME-GERACAO
               STRING "tarefas.g" DELIMITED BY SIZE
                   WS-GERACAO DELIMITED BY SIZE
                   INTO WS-NOME-GERACAO
               CALL 'CBL_DELETE_FILE' USING WS-NOME-GERACAO
               CALL 'CBL_DELETE_FILE' USING WS-NOME-COPIA-SAI
               EXIT PARAGRAPH
           END-IF
           PERFORM GRAVAR-CONTROLE-BACKUP
           MOVE 'S' TO WS-OPERACAO-OK
           OPEN EXTEND BACKUP-CAT
           IF WS-BACKUP-CAT-STATUS = "35"
               OPEN OUTPUT BACKUP-CAT
           IF FUNCTION TRIM(WS-RLOG-ACAO) = "ADICIONAR" OR
              FUNCTION TRIM(WS-RLOG-ACAO) = "EDITAR" OR
              FUNCTION TRIM(WS-RLOG-ACAO) = "CONCLUIR" OR
              FUNCTION TRIM(WS-RLOG-ACAO) = "ESPERA" OR
              FUNCTION TRIM(WS-RLOG-ACAO) = "RETOMAR" OR
              FUNCTION TRIM(WS-RLOG-ACAO) = "CANCELAR" OR
              FUNCTION TRIM(WS-RLOG-ACAO) = "EXCLUIR" OR
              FUNCTION TRIM(WS-RLOG-ACAO) = "ARQUIVAR" OR
              FUNCTION TRIM(WS-RLOG-ACAO) = "RESTAURAR"
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT TAREFA-CONCLUIDA AND
                              NOT TAREFA-CANCELADA
                               MOVE 'C' TO TAREFA-STATUS
                               MOVE WS-RPL-DATA(WS-IDX-RPL) TO
                                   TAREFA-DATA-CONCLUSAO
                               MOVE 'S' TO WS-OPERACAO-OK
                           END-IF
                   END-READ
               WHEN "ESPERA"
                   READ TAREFAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TAREFA-ABERTA
                               MOVE 'E' TO TAREFA-STATUS
                               REWRITE TAREFA-REGISTRO
                               MOVE 'S' TO WS-OPERACAO-OK
                           END-IF
                   END-READ
               WHEN "RETOMAR"
                   READ TAREFAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TAREFA-EM-ESPERA
                               MOVE 'A' TO TAREFA-STATUS
                               REWRITE TAREFA-REGISTRO
                               MOVE 'S' TO WS-OPERACAO-OK
                           END-IF
                   END-READ
               WHEN "CANCELAR"
                   READ TAREFAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT TAREFA-CONCLUIDA AND
                              NOT TAREFA-CANCELADA
                               MOVE 'X' TO TAREFA-STATUS
                               MOVE WS-RPL-DATA(WS-IDX-RPL) TO
                                   TAREFA-DATA-CONCLUSAO
                               REWRITE TAREFA-REGISTRO
                               MOVE 'S' TO WS-OPERACAO-OK
                           END-IF
                   END-READ
               WHEN "EXCLUIR"
                   READ TAREFAS
                       INVALID KEY

       LER-CONTROLE-ESCALACAO.
           MOVE 30 TO WS-ESC-DIAS
           MOVE 0 TO WS-ESC-ULTIMA-DATA
           OPEN INPUT ESCALACAO-CTL
           IF WS-ESC-CTL-STATUS = "00"
               READ ESCALACAO-CTL
                          ESC-DIAS-LIMITE > 0
                           MOVE ESC-DIAS-LIMITE TO WS-ESC-DIAS
                       END-IF
                       IF ESC-ULTIMA-DATA IS NUMERIC
                           MOVE ESC-ULTIMA-DATA TO WS-ESC-ULTIMA-DATA
                       END-IF
               END-READ
               CLOSE ESCALACAO-CTL
           END-IF.
       GRAVAR-CONTROLE-ESCALACAO.
           OPEN OUTPUT ESCALACAO-CTL
           MOVE WS-ESC-DIAS TO ESC-DIAS-LIMITE
           MOVE WS-ESC-ULTIMA-DATA TO ESC-ULTIMA-DATA
           WRITE ESC-CTL-REGISTRO
           CLOSE ESCALACAO-CTL.

       ESCALAR-ATRASADAS.
           PERFORM LER-CONTROLE-ESCALACAO
           ACCEPT WS-ESC-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-ESC-DATA-SISTEMA TO WS-DATA-ATUAL
           IF MODO-LOTE-ATIVO AND WS-DATA-LOTE > 0
               MOVE WS-DATA-LOTE TO WS-DATA-ATUAL
           END-IF
           COMPUTE WS-VENC-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
           MOVE 0 TO WS-TOTAL-ESCALADAS
           MOVE 0 TO WS-TOTAL-ESPERA-ESC
           IF WS-ESC-ULTIMA-DATA = WS-DATA-ATUAL
               DISPLAY "Escalonamento já aplicado em " WS-DATA-ATUAL
                   "; nada a escalonar."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARREGAR-ESCALADAS-HOJE
           IF WS-ESCH-QTD > 0
               OPEN EXTEND RELATORIO-ESC
           ELSE
               OPEN OUTPUT RELATORIO-ESC
           END-IF
           MOVE SPACES TO LINHA-ESC
           STRING "Escalonamento de atrasadas - " DELIMITED BY SIZE
               WS-DATA-ATUAL DELIMITED BY SIZE
               " dias)" DELIMITED BY SIZE
               INTO LINHA-ESC
           WRITE LINHA-ESC
           IF CONTAGEM-DIAS-UTEIS
               MOVE "  (atraso contado em dias úteis)" TO LINHA-ESC
               WRITE LINHA-ESC
           END-IF
           PERFORM OBTER-TRAVA
           IF NOT TRAVA-OBTIDA
               MOVE "  (trava indisponível; nada escalonado)"
               END-READ
           END-PERFORM
           CLOSE TAREFAS
           MOVE WS-DATA-ATUAL TO WS-ESC-ULTIMA-DATA
           PERFORM GRAVAR-CONTROLE-ESCALACAO
           PERFORM LIBERAR-TRAVA
           IF WS-TOTAL-ESCALADAS = 0
               MOVE "  (nenhuma tarefa escalonada)" TO LINHA-ESC
               WS-TOTAL-ESCALADAS DELIMITED BY SIZE
               INTO LINHA-ESC
           WRITE LINHA-ESC
           IF WS-TOTAL-ESPERA-ESC > 0
               MOVE SPACES TO LINHA-ESC
               STRING "  (tarefas em espera não escalonadas: "
                   DELIMITED BY SIZE
                   WS-TOTAL-ESPERA-ESC DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO LINHA-ESC
               WRITE LINHA-ESC
           END-IF
           CLOSE RELATORIO-ESC
           DISPLAY "Tarefas escalonadas: " WS-TOTAL-ESCALADAS
               " (aviso em escalacoes.txt)".

       AVALIAR-ESCALACAO.
           IF TAREFA-EM-ESPERA AND TAREFA-DATA-VENC > 19000101 AND
              TAREFA-DATA-VENC < WS-DATA-ATUAL AND
              TAREFA-PRIORIDADE > 1
               ADD 1 TO WS-TOTAL-ESPERA-ESC
               EXIT PARAGRAPH
           END-IF
           IF NOT TAREFA-ABERTA OR TAREFA-DATA-VENC <= 19000101 OR
              TAREFA-DATA-VENC >= WS-DATA-ATUAL OR
              TAREFA-PRIORIDADE <= 1
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCULAR-DIAS-ATRASO
           IF WS-DIAS-ATRASO <= WS-ESC-DIAS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ESC-REPETIDA
           PERFORM VARYING WS-IDX-ESCH FROM 1 BY 1
                   UNTIL WS-IDX-ESCH > WS-ESCH-QTD
               IF WS-ESCH-NUMERO(WS-IDX-ESCH) = TAREFA-NUMERO
                   MOVE 'S' TO WS-ESC-REPETIDA
                   MOVE WS-ESCH-QTD TO WS-IDX-ESCH
               END-IF
           END-PERFORM
           IF WS-ESC-REPETIDA = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE TAREFA-PRIORIDADE TO WS-PRIO-ANTERIOR
           SUBTRACT 1 FROM TAREFA-PRIORIDADE
           REWRITE TAREFA-REGISTRO
           MOVE TAREFA-DESCRICAO TO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG.

       CARREGAR-ESCALADAS-HOJE.
           MOVE 0 TO WS-ESCH-QTD
           MOVE 'N' TO WS-EOF-LOG-REPLAY
           OPEN INPUT TAREFAS-LOG
           IF WS-TAREFAS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIM-DE-LOG-REPLAY
               READ TAREFAS-LOG INTO LINHA-LOG
                   AT END
                       MOVE 'S' TO WS-EOF-LOG-REPLAY
                   NOT AT END
                       IF LINHA-LOG(1:8) = WS-DATA-ATUAL OR
                          LINHA-LOG(1:8) = WS-ESC-DATA-SISTEMA
                           PERFORM DECOMPOR-LINHA-LOG-REPLAY
                           IF FUNCTION TRIM(WS-RLOG-ACAO) = "ESCALAR"
                              AND WS-RLOG-NUMERO > 0
                              AND WS-ESCH-QTD < 500
                               ADD 1 TO WS-ESCH-QTD
                               MOVE WS-RLOG-NUMERO TO
                                   WS-ESCH-NUMERO(WS-ESCH-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAREFAS-LOG.

       CARREGAR-TABELA-PROJETOS.
           MOVE 0 TO WS-PROJ-QTD
           MOVE 'N' TO WS-EOF-PROJETOS
           OPEN INPUT PROJETOS
           IF WS-PROJETOS-STATUS = "00"
               PERFORM UNTIL FIM-DE-PROJETOS
                   READ PROJETOS INTO PROJ-REGISTRO
                       AT END
                           MOVE 'S' TO WS-EOF-PROJETOS
                       NOT AT END
                           IF WS-PROJ-QTD < 50
                               ADD 1 TO WS-PROJ-QTD
                               MOVE PROJ-CODIGO TO
                                   WS-PROJ-COD(WS-PROJ-QTD)
                               MOVE PROJ-NOME TO
                                   WS-PROJ-DESC(WS-PROJ-QTD)
                               MOVE PROJ-ATIVO TO
                                   WS-PROJ-FLAG(WS-PROJ-QTD)
                               MOVE PROJ-REGRA-VENC TO
                                   WS-PROJ-REGRA(WS-PROJ-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROJETOS
           END-IF.

       VALIDAR-PROJETO.
           MOVE 'N' TO WS-PROJ-VALIDO
           IF WS-PROJETO-INPUT = SPACES
               MOVE 'S' TO WS-PROJ-VALIDO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-PROJ FROM 1 BY 1
                   UNTIL WS-IDX-PROJ > WS-PROJ-QTD
               IF WS-PROJ-COD(WS-IDX-PROJ) = WS-PROJETO-INPUT AND
                  WS-PROJ-FLAG(WS-IDX-PROJ) = 'S'
                   MOVE 'S' TO WS-PROJ-VALIDO
                   MOVE WS-PROJ-QTD TO WS-IDX-PROJ
               END-IF
           END-PERFORM
           IF NOT PROJETO-VALIDO
               DISPLAY "Projeto " WS-PROJETO-INPUT " inexistente ou "
                   "inativo; tarefa gravada sem projeto."
               MOVE SPACES TO WS-PROJETO-INPUT
           END-IF.

       OBTER-NOME-PROJETO.
           IF WS-PROJ-CORRENTE = SPACES
               MOVE "(sem projeto)" TO WS-PROJ-NOME-EXIB
               EXIT PARAGRAPH
           END-IF
           MOVE "(projeto desconhecido)" TO WS-PROJ-NOME-EXIB
           PERFORM VARYING WS-IDX-PROJ FROM 1 BY 1
                   UNTIL WS-IDX-PROJ > WS-PROJ-QTD
               IF WS-PROJ-COD(WS-IDX-PROJ) = WS-PROJ-CORRENTE
                   MOVE WS-PROJ-DESC(WS-IDX-PROJ) TO
                       WS-PROJ-NOME-EXIB
                   MOVE WS-PROJ-QTD TO WS-IDX-PROJ
               END-IF
           END-PERFORM.

       MANTER-PROJETOS.
           PERFORM CARREGAR-TABELA-PROJETOS
           DISPLAY "Manutenção de Projetos"
           DISPLAY "1. Listar Projetos"
           DISPLAY "2. Incluir Projeto"
           DISPLAY "3. Ativar/Desativar Projeto"
           DISPLAY "4. Regra de Vencimento do Projeto"
           DISPLAY "5. Voltar"
           DISPLAY "Escolha uma opção: "
           ACCEPT WS-OPCAO-PROJ
           EVALUATE WS-OPCAO-PROJ
               WHEN 1
                   PERFORM LISTAR-PROJETOS
               WHEN 2
                   PERFORM INCLUIR-PROJETO
               WHEN 3
                   PERFORM ALTERNAR-PROJETO
               WHEN 4
                   PERFORM DEFINIR-REGRA-PROJETO
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opção inválida. Tente novamente."
           END-EVALUATE.

       LISTAR-PROJETOS.
           IF WS-PROJ-QTD = 0
               DISPLAY "Nenhum projeto cadastrado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Projetos cadastrados:"
           PERFORM VARYING WS-IDX-PROJ FROM 1 BY 1
                   UNTIL WS-IDX-PROJ > WS-PROJ-QTD
               IF WS-PROJ-FLAG(WS-IDX-PROJ) = 'S'
                   DISPLAY "  " WS-PROJ-COD(WS-IDX-PROJ) " "
                       WS-PROJ-DESC(WS-IDX-PROJ) " (ativo)"
               ELSE
                   DISPLAY "  " WS-PROJ-COD(WS-IDX-PROJ) " "
                       WS-PROJ-DESC(WS-IDX-PROJ) " (inativo)"
               END-IF
           END-PERFORM.

       INCLUIR-PROJETO.
           IF WS-PROJ-QTD >= 50
               DISPLAY "Cadastro de projetos cheio."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Código do projeto (até 4 caracteres): "
           MOVE SPACES TO WS-PROJETO-INPUT
           ACCEPT WS-PROJETO-INPUT
           IF WS-PROJETO-INPUT = SPACES
               DISPLAY "Código não pode ficar em branco."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-PROJ FROM 1 BY 1
                   UNTIL WS-IDX-PROJ > WS-PROJ-QTD
               IF WS-PROJ-COD(WS-IDX-PROJ) = WS-PROJETO-INPUT
                   DISPLAY "Já existe projeto com esse código."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           DISPLAY "Nome do projeto: "
           MOVE SPACES TO WS-PROJ-NOME-INPUT
           ACCEPT WS-PROJ-NOME-INPUT
           OPEN EXTEND PROJETOS
           IF WS-PROJETOS-STATUS = "35"
               OPEN OUTPUT PROJETOS
           END-IF
           MOVE WS-PROJETO-INPUT TO PROJ-CODIGO
           MOVE WS-PROJ-NOME-INPUT TO PROJ-NOME
           MOVE 'S' TO PROJ-ATIVO
           MOVE SPACE TO PROJ-REGRA-VENC
           WRITE PROJ-REGISTRO
           CLOSE PROJETOS
           DISPLAY "Projeto " WS-PROJETO-INPUT " incluído.".

       ALTERNAR-PROJETO.
           DISPLAY "Código do projeto: "
           MOVE SPACES TO WS-PROJETO-INPUT
           ACCEPT WS-PROJETO-INPUT
           MOVE 'N' TO WS-PROJ-VALIDO
           PERFORM VARYING WS-IDX-PROJ FROM 1 BY 1
                   UNTIL WS-IDX-PROJ > WS-PROJ-QTD
               IF WS-PROJ-COD(WS-IDX-PROJ) = WS-PROJETO-INPUT
                   MOVE 'S' TO WS-PROJ-VALIDO
                   IF WS-PROJ-FLAG(WS-IDX-PROJ) = 'S'
                       MOVE 'N' TO WS-PROJ-FLAG(WS-IDX-PROJ)
                       DISPLAY "Projeto " WS-PROJETO-INPUT
                           " desativado."
                   ELSE
                       MOVE 'S' TO WS-PROJ-FLAG(WS-IDX-PROJ)
                       DISPLAY "Projeto " WS-PROJETO-INPUT
                           " reativado."
                   END-IF
                   MOVE WS-PROJ-QTD TO WS-IDX-PROJ
               END-IF
           END-PERFORM
           IF NOT PROJETO-VALIDO
               DISPLAY "Projeto não encontrado."
               EXIT PARAGRAPH
           END-IF
           PERFORM GRAVAR-TABELA-PROJETOS.

       GRAVAR-TABELA-PROJETOS.
           OPEN OUTPUT PROJETOS
           PERFORM VARYING WS-IDX-PROJ FROM 1 BY 1
                   UNTIL WS-IDX-PROJ > WS-PROJ-QTD
               MOVE WS-PROJ-COD(WS-IDX-PROJ) TO PROJ-CODIGO
               MOVE WS-PROJ-DESC(WS-IDX-PROJ) TO PROJ-NOME
               MOVE WS-PROJ-FLAG(WS-IDX-PROJ) TO PROJ-ATIVO
               MOVE WS-PROJ-REGRA(WS-IDX-PROJ) TO PROJ-REGRA-VENC
               WRITE PROJ-REGISTRO
           END-PERFORM
           CLOSE PROJETOS.

       DEFINIR-REGRA-PROJETO.
           DISPLAY "Código do projeto: "
           MOVE SPACES TO WS-PROJETO-INPUT
           ACCEPT WS-PROJETO-INPUT
           MOVE 'N' TO WS-PROJ-VALIDO
           PERFORM VARYING WS-IDX-PROJ FROM 1 BY 1
                   UNTIL WS-IDX-PROJ > WS-PROJ-QTD
               IF WS-PROJ-COD(WS-IDX-PROJ) = WS-PROJETO-INPUT
                   MOVE 'S' TO WS-PROJ-VALIDO
                   MOVE WS-PROJ-REGRA(WS-IDX-PROJ) TO WS-CAL-REGRA
                   PERFORM OBTER-DESC-REGRA
                   DISPLAY "Regra atual: " WS-REGRA-DESC
                   DISPLAY "Nova regra (P=próximo útil A=anterior "
                       "útil N=manter, vazio=padrão do calendário): "
                   MOVE SPACES TO WS-REGRA-INPUT
                   ACCEPT WS-REGRA-INPUT
                   PERFORM VALIDAR-REGRA-INPUT
                   MOVE WS-REGRA-INPUT TO WS-PROJ-REGRA(WS-IDX-PROJ)
                   MOVE WS-PROJ-QTD TO WS-IDX-PROJ
               END-IF
           END-PERFORM
           IF NOT PROJETO-VALIDO
               DISPLAY "Projeto não encontrado."
               EXIT PARAGRAPH
           END-IF
           PERFORM GRAVAR-TABELA-PROJETOS
           MOVE WS-REGRA-INPUT TO WS-CAL-REGRA
           PERFORM OBTER-DESC-REGRA
           DISPLAY "Regra do projeto " WS-PROJETO-INPUT ": "
               WS-REGRA-DESC.

       CARREGAR-TABELA-OPERADORES.
           MOVE 0 TO WS-OPR-QTD
           MOVE 'N' TO WS-EOF-OPERADORES
           OPEN INPUT OPERADORES
           IF WS-OPERADORES-STATUS = "00"
               PERFORM UNTIL FIM-DE-OPERADORES
                   READ OPERADORES INTO OPR-REGISTRO
                       AT END
                           MOVE 'S' TO WS-EOF-OPERADORES
                       NOT AT END
                           IF WS-OPR-QTD < 50 AND OPR-ID NOT = SPACES
                               ADD 1 TO WS-OPR-QTD
                               MOVE OPR-ID TO WS-OPR-COD(WS-OPR-QTD)
                               MOVE OPR-NOME TO
                                   WS-OPR-DESC(WS-OPR-QTD)
                               MOVE OPR-PAPEL TO
                                   WS-OPR-TIPO(WS-OPR-QTD)
                               MOVE OPR-ATIVO TO
                                   WS-OPR-FLAG(WS-OPR-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES
           END-IF.

       GRAVAR-TABELA-OPERADORES.
           OPEN OUTPUT OPERADORES
           PERFORM VARYING WS-IDX-OPR FROM 1 BY 1
                   UNTIL WS-IDX-OPR > WS-OPR-QTD
               MOVE WS-OPR-COD(WS-IDX-OPR) TO OPR-ID
               MOVE WS-OPR-DESC(WS-IDX-OPR) TO OPR-NOME
               MOVE WS-OPR-TIPO(WS-IDX-OPR) TO OPR-PAPEL
               MOVE WS-OPR-FLAG(WS-IDX-OPR) TO OPR-ATIVO
               WRITE OPR-REGISTRO
           END-PERFORM
           CLOSE OPERADORES.

       LOCALIZAR-OPERADOR.
           MOVE 'N' TO WS-OPERADOR-ACHOU
           MOVE 0 TO WS-IDX-OPR-ACHADO
           PERFORM VARYING WS-IDX-OPR FROM 1 BY 1
                   UNTIL WS-IDX-OPR > WS-OPR-QTD
               IF WS-OPR-COD(WS-IDX-OPR) = WS-OPR-ID-INPUT
                   MOVE 'S' TO WS-OPERADOR-ACHOU
                   MOVE WS-IDX-OPR TO WS-IDX-OPR-ACHADO
                   MOVE WS-OPR-QTD TO WS-IDX-OPR
               END-IF
           END-PERFORM.

       IDENTIFICAR-OPERADOR.
           MOVE 'N' TO WS-OPERADOR-OK
           PERFORM CARREGAR-TABELA-OPERADORES
           IF MODO-LOTE-ATIVO
               PERFORM IDENTIFICAR-OPERADOR-LOTE
           ELSE
               PERFORM IDENTIFICAR-OPERADOR-TELA
           END-IF.

       IDENTIFICAR-OPERADOR-LOTE.
           MOVE SPACES TO WS-ARG-MODO
           MOVE SPACES TO WS-OPR-ID-INPUT
           UNSTRING WS-ARG-CLI DELIMITED BY ALL SPACE
               INTO WS-ARG-MODO, WS-OPR-ID-INPUT
           IF WS-ARG-MODO NOT = "BATCH" OR WS-OPR-ID-INPUT = SPACES
               MOVE "LOTE" TO WS-OPR-ID-INPUT
           END-IF
           MOVE WS-OPR-ID-INPUT TO WS-OPERADOR-ID
           IF WS-OPR-QTD = 0
               MOVE "Processamento em lote" TO WS-OPERADOR-NOME
               MOVE 'S' TO WS-OPERADOR-PAPEL
               PERFORM DEFINIR-NIVEL-OPERADOR
               MOVE 'S' TO WS-OPERADOR-OK
               DISPLAY "Cadastro de operadores vazio; lote executado "
                   "como " FUNCTION TRIM(WS-OPERADOR-ID) "."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZAR-OPERADOR
           IF WS-OPERADOR-ACHOU = 'N'
               DISPLAY "Operador de lote "
                   FUNCTION TRIM(WS-OPR-ID-INPUT)
                   " não cadastrado; lote não executado."
               EXIT PARAGRAPH
           END-IF
           IF WS-OPR-FLAG(WS-IDX-OPR-ACHADO) NOT = 'S'
               DISPLAY "Operador de lote "
                   FUNCTION TRIM(WS-OPR-ID-INPUT)
                   " inativo; lote não executado."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPR-DESC(WS-IDX-OPR-ACHADO) TO WS-OPERADOR-NOME
           MOVE WS-OPR-TIPO(WS-IDX-OPR-ACHADO) TO WS-OPERADOR-PAPEL
           PERFORM DEFINIR-NIVEL-OPERADOR
           IF WS-OPERADOR-NIVEL < 2
               DISPLAY "Operador de lote "
                   FUNCTION TRIM(WS-OPR-ID-INPUT)
                   " sem permissão para alterar tarefas; lote não "
                   "executado."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-OPERADOR-OK.

       IDENTIFICAR-OPERADOR-TELA.
           IF WS-OPR-QTD = 0
               PERFORM CADASTRAR-PRIMEIRO-OPERADOR
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Identificação do operador: "
           MOVE SPACES TO WS-OPR-ID-INPUT
           ACCEPT WS-OPR-ID-INPUT
           PERFORM LOCALIZAR-OPERADOR
           IF WS-OPERADOR-ACHOU = 'N'
               DISPLAY "Operador não cadastrado."
               EXIT PARAGRAPH
           END-IF
           IF WS-OPR-FLAG(WS-IDX-OPR-ACHADO) NOT = 'S'
               DISPLAY "Operador inativo."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPR-ID-INPUT TO WS-OPERADOR-ID
           MOVE WS-OPR-DESC(WS-IDX-OPR-ACHADO) TO WS-OPERADOR-NOME
           MOVE WS-OPR-TIPO(WS-IDX-OPR-ACHADO) TO WS-OPERADOR-PAPEL
           PERFORM DEFINIR-NIVEL-OPERADOR
           MOVE 'S' TO WS-OPERADOR-OK.

       CADASTRAR-PRIMEIRO-OPERADOR.
           DISPLAY "Nenhum operador cadastrado. Cadastre o "
               "supervisor responsável."
           DISPLAY "Identificação do operador (até 8 caracteres): "
           MOVE SPACES TO WS-OPR-ID-INPUT
           ACCEPT WS-OPR-ID-INPUT
           IF WS-OPR-ID-INPUT = SPACES
               DISPLAY "Identificação não pode ficar em branco."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Nome do operador: "
           MOVE SPACES TO WS-OPR-NOME-INPUT
           ACCEPT WS-OPR-NOME-INPUT
           MOVE 1 TO WS-OPR-QTD
           MOVE WS-OPR-ID-INPUT TO WS-OPR-COD(1)
           MOVE WS-OPR-NOME-INPUT TO WS-OPR-DESC(1)
           MOVE 'S' TO WS-OPR-TIPO(1)
           MOVE 'S' TO WS-OPR-FLAG(1)
           PERFORM GRAVAR-TABELA-OPERADORES
           MOVE WS-OPR-ID-INPUT TO WS-OPERADOR-ID
           MOVE WS-OPR-NOME-INPUT TO WS-OPERADOR-NOME
           MOVE 'S' TO WS-OPERADOR-PAPEL
           PERFORM DEFINIR-NIVEL-OPERADOR
           MOVE 'S' TO WS-OPERADOR-OK
           MOVE "OPERADOR" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Inclusão de " DELIMITED BY SIZE
               WS-OPR-ID-INPUT DELIMITED BY SPACE
               " como supervisor" DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG.

       MANTER-OPERADORES.
           PERFORM CARREGAR-TABELA-OPERADORES
           DISPLAY "Manutenção de Operadores"
           DISPLAY "1. Listar Operadores"
           DISPLAY "2. Incluir Operador"
           DISPLAY "3. Alterar Perfil"
           DISPLAY "4. Ativar/Desativar Operador"
           DISPLAY "5. Voltar"
           DISPLAY "Escolha uma opção: "
           ACCEPT WS-OPCAO-OPR
           EVALUATE WS-OPCAO-OPR
               WHEN 1
                   PERFORM LISTAR-OPERADORES
               WHEN 2
                   PERFORM INCLUIR-OPERADOR
               WHEN 3
                   PERFORM ALTERAR-PERFIL-OPERADOR
               WHEN 4
                   PERFORM ALTERNAR-OPERADOR
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opção inválida. Tente novamente."
           END-EVALUATE.

       LISTAR-OPERADORES.
           IF WS-OPR-QTD = 0
               DISPLAY "Nenhum operador cadastrado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Operadores cadastrados:"
           PERFORM VARYING WS-IDX-OPR FROM 1 BY 1
                   UNTIL WS-IDX-OPR > WS-OPR-QTD
               MOVE WS-OPR-TIPO(WS-IDX-OPR) TO WS-PAPEL-CORRENTE
               PERFORM OBTER-DESC-PAPEL
               IF WS-OPR-FLAG(WS-IDX-OPR) = 'S'
                   DISPLAY "  " WS-OPR-COD(WS-IDX-OPR) " "
                       WS-OPR-DESC(WS-IDX-OPR) " "
                       WS-PAPEL-DESC " (ativo)"
               ELSE
                   DISPLAY "  " WS-OPR-COD(WS-IDX-OPR) " "
                       WS-OPR-DESC(WS-IDX-OPR) " "
                       WS-PAPEL-DESC " (inativo)"
               END-IF
           END-PERFORM.

       LER-PAPEL-OPERADOR.
           DISPLAY "Perfil (V=visualizador, E=escriturário, "
               "S=supervisor): "
           MOVE SPACES TO WS-OPR-PAPEL-INPUT
           ACCEPT WS-OPR-PAPEL-INPUT
           MOVE FUNCTION UPPER-CASE(WS-OPR-PAPEL-INPUT) TO
               WS-OPR-PAPEL-INPUT
           IF WS-OPR-PAPEL-INPUT NOT = 'V' AND
              WS-OPR-PAPEL-INPUT NOT = 'E' AND
              WS-OPR-PAPEL-INPUT NOT = 'S'
               DISPLAY "Perfil inválido."
               MOVE SPACES TO WS-OPR-PAPEL-INPUT
           END-IF.

       INCLUIR-OPERADOR.
           IF WS-OPR-QTD >= 50
               DISPLAY "Cadastro de operadores cheio."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Identificação do operador (até 8 caracteres): "
           MOVE SPACES TO WS-OPR-ID-INPUT
           ACCEPT WS-OPR-ID-INPUT
           IF WS-OPR-ID-INPUT = SPACES
               DISPLAY "Identificação não pode ficar em branco."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZAR-OPERADOR
           IF WS-OPERADOR-ACHOU = 'S'
               DISPLAY "Já existe operador com essa identificação."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Nome do operador: "
           MOVE SPACES TO WS-OPR-NOME-INPUT
           ACCEPT WS-OPR-NOME-INPUT
           PERFORM LER-PAPEL-OPERADOR
           IF WS-OPR-PAPEL-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND OPERADORES
           IF WS-OPERADORES-STATUS = "35"
               OPEN OUTPUT OPERADORES
           END-IF
           MOVE WS-OPR-ID-INPUT TO OPR-ID
           MOVE WS-OPR-NOME-INPUT TO OPR-NOME
           MOVE WS-OPR-PAPEL-INPUT TO OPR-PAPEL
           MOVE 'S' TO OPR-ATIVO
           WRITE OPR-REGISTRO
           CLOSE OPERADORES
           DISPLAY "Operador " FUNCTION TRIM(WS-OPR-ID-INPUT)
               " incluído."
           MOVE "OPERADOR" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Inclusão de " DELIMITED BY SIZE
               WS-OPR-ID-INPUT DELIMITED BY SPACE
               " perfil " DELIMITED BY SIZE
               WS-OPR-PAPEL-INPUT DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG.

       ALTERAR-PERFIL-OPERADOR.
           DISPLAY "Identificação do operador: "
           MOVE SPACES TO WS-OPR-ID-INPUT
           ACCEPT WS-OPR-ID-INPUT
           PERFORM LOCALIZAR-OPERADOR
           IF WS-OPERADOR-ACHOU = 'N'
               DISPLAY "Operador não encontrado."
               EXIT PARAGRAPH
           END-IF
           IF WS-OPR-ID-INPUT = WS-OPERADOR-ID
               DISPLAY "O próprio perfil não pode ser alterado."
               EXIT PARAGRAPH
           END-IF
           PERFORM LER-PAPEL-OPERADOR
           IF WS-OPR-PAPEL-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPR-PAPEL-INPUT TO WS-OPR-TIPO(WS-IDX-OPR-ACHADO)
           PERFORM GRAVAR-TABELA-OPERADORES
           DISPLAY "Perfil de " FUNCTION TRIM(WS-OPR-ID-INPUT)
               " alterado."
           MOVE "OPERADOR" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Perfil de " DELIMITED BY SIZE
               WS-OPR-ID-INPUT DELIMITED BY SPACE
               " alterado para " DELIMITED BY SIZE
               WS-OPR-PAPEL-INPUT DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG.

       ALTERNAR-OPERADOR.
           DISPLAY "Identificação do operador: "
           MOVE SPACES TO WS-OPR-ID-INPUT
           ACCEPT WS-OPR-ID-INPUT
           PERFORM LOCALIZAR-OPERADOR
           IF WS-OPERADOR-ACHOU = 'N'
               DISPLAY "Operador não encontrado."
               EXIT PARAGRAPH
           END-IF
           IF WS-OPR-ID-INPUT = WS-OPERADOR-ID
               DISPLAY "O próprio operador não pode ser desativado."
               EXIT PARAGRAPH
           END-IF
           MOVE "OPERADOR" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           IF WS-OPR-FLAG(WS-IDX-OPR-ACHADO) = 'S'
               MOVE 'N' TO WS-OPR-FLAG(WS-IDX-OPR-ACHADO)
               DISPLAY "Operador " FUNCTION TRIM(WS-OPR-ID-INPUT)
                   " desativado."
               STRING "Desativação de " DELIMITED BY SIZE
                   WS-OPR-ID-INPUT DELIMITED BY SPACE
                   INTO WS-LOG-DESCRICAO
           ELSE
               MOVE 'S' TO WS-OPR-FLAG(WS-IDX-OPR-ACHADO)
               DISPLAY "Operador " FUNCTION TRIM(WS-OPR-ID-INPUT)
                   " reativado."
               STRING "Reativação de " DELIMITED BY SIZE
                   WS-OPR-ID-INPUT DELIMITED BY SPACE
                   INTO WS-LOG-DESCRICAO
           END-IF
           PERFORM GRAVAR-TABELA-OPERADORES
           PERFORM REGISTRAR-LOG.

       CARREGAR-CALENDARIO.
           MOVE 'N' TO WS-CAL-DIAS-UTEIS
           MOVE 'N' TO WS-CAL-REGRA-PADRAO
           OPEN INPUT CALENDARIO-CTL
           IF WS-CAL-CTL-STATUS = "00"
               READ CALENDARIO-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CALC-DIAS-UTEIS = 'S'
                           MOVE 'S' TO WS-CAL-DIAS-UTEIS
                       END-IF
                       IF CALC-REGRA-PADRAO = 'P' OR
                          CALC-REGRA-PADRAO = 'A'
                           MOVE CALC-REGRA-PADRAO TO
                               WS-CAL-REGRA-PADRAO
                       END-IF
               END-READ
               CLOSE CALENDARIO-CTL
           END-IF
           MOVE 0 TO WS-FER-QTD
           MOVE 'N' TO WS-FER-CHEIA
           MOVE 'N' TO WS-EOF-CALENDARIO
           OPEN INPUT CALENDARIO
           IF WS-CALENDARIO-STATUS = "00"
               PERFORM UNTIL FIM-DE-CALENDARIO
                   READ CALENDARIO
                       AT END
                           MOVE 'S' TO WS-EOF-CALENDARIO
                       NOT AT END
                           PERFORM ANOTAR-FERIADO
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO
           END-IF
           IF TABELA-FERIADOS-CHEIA
               DISPLAY "Aviso: calendário com mais de 500 datas; "
                   "as excedentes foram ignoradas."
           END-IF.

       ANOTAR-FERIADO.
           IF CAL-DATA NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CAL-DATA TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA-IMPORTACAO
           IF WS-DATA-VALIDA NOT = 'S' OR CAL-DATA = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-FER-QTD
               IF WS-FER-DATA(WS-IDX-FER) = CAL-DATA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-FER-QTD >= 500
               MOVE 'S' TO WS-FER-CHEIA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FER-QTD
           MOVE CAL-DATA TO WS-FER-DATA(WS-FER-QTD)
           MOVE CAL-DESCRICAO TO WS-FER-DESC(WS-FER-QTD)
           COMPUTE WS-FER-INTEIRO(WS-FER-QTD) =
               FUNCTION INTEGER-OF-DATE(CAL-DATA).

       OBTER-DIA-SEMANA.
           DIVIDE WS-CAL-INT-DIA BY 7 GIVING WS-CAL-QUOCIENTE
               REMAINDER WS-CAL-DIA-SEMANA.

       VERIFICAR-DIA-UTIL.
           COMPUTE WS-CAL-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATA)
           PERFORM VERIFICAR-DIA-UTIL-INTEIRO.

       VERIFICAR-DIA-UTIL-INTEIRO.
           MOVE 'S' TO WS-CAL-UTIL
           PERFORM OBTER-DIA-SEMANA
           IF WS-CAL-DIA-SEMANA = 0 OR WS-CAL-DIA-SEMANA = 6
               MOVE 'N' TO WS-CAL-UTIL
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-FER-QTD
               IF WS-FER-INTEIRO(WS-IDX-FER) = WS-CAL-INT-DIA
                   MOVE 'N' TO WS-CAL-UTIL
                   MOVE WS-FER-QTD TO WS-IDX-FER
               END-IF
           END-PERFORM.

       AJUSTAR-DIA-UTIL.
           IF WS-CAL-REGRA NOT = 'P' AND WS-CAL-REGRA NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           IF WS-CAL-DATA < 19000101
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-DIA-UTIL
           MOVE 0 TO WS-CAL-PASSOS
           PERFORM UNTIL DIA-UTIL OR WS-CAL-PASSOS > 366
               IF WS-CAL-REGRA = 'P'
                   ADD 1 TO WS-CAL-INT-DIA
               ELSE
                   SUBTRACT 1 FROM WS-CAL-INT-DIA
               END-IF
               ADD 1 TO WS-CAL-PASSOS
               PERFORM VERIFICAR-DIA-UTIL-INTEIRO
           END-PERFORM
           IF DIA-UTIL
               COMPUTE WS-CAL-DATA =
                   FUNCTION DATE-OF-INTEGER(WS-CAL-INT-DIA)
           END-IF.

       SOMAR-DIAS-UTEIS.
           COMPUTE WS-CAL-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATA)
           MOVE 0 TO WS-CAL-DIAS
           PERFORM UNTIL WS-CAL-DIAS >= WS-CAL-QTD-DIAS
               ADD 1 TO WS-CAL-INT-DIA
               PERFORM VERIFICAR-DIA-UTIL-INTEIRO
               IF DIA-UTIL
                   ADD 1 TO WS-CAL-DIAS
               END-IF
           END-PERFORM
           COMPUTE WS-CAL-DATA =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INT-DIA).

       CONTAR-DIAS-UTEIS.
           MOVE 0 TO WS-CAL-TOTAL
           COMPUTE WS-CAL-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATA)
           COMPUTE WS-CAL-INT-FIM =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATA-FIM)
           IF WS-CAL-INT-FIM <= WS-CAL-INTEIRO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CAL-DIAS = WS-CAL-INT-FIM - WS-CAL-INTEIRO
           DIVIDE WS-CAL-DIAS BY 7 GIVING WS-CAL-SEMANAS
               REMAINDER WS-CAL-RESTO
           COMPUTE WS-CAL-TOTAL = WS-CAL-SEMANAS * 5
           COMPUTE WS-CAL-INT-DIA =
               WS-CAL-INTEIRO + WS-CAL-SEMANAS * 7
           PERFORM WS-CAL-RESTO TIMES
               ADD 1 TO WS-CAL-INT-DIA
               PERFORM OBTER-DIA-SEMANA
               IF WS-CAL-DIA-SEMANA NOT = 0 AND
                  WS-CAL-DIA-SEMANA NOT = 6
                   ADD 1 TO WS-CAL-TOTAL
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-FER-QTD
               IF WS-FER-INTEIRO(WS-IDX-FER) > WS-CAL-INTEIRO AND
                  WS-FER-INTEIRO(WS-IDX-FER) <= WS-CAL-INT-FIM
                   MOVE WS-FER-INTEIRO(WS-IDX-FER) TO WS-CAL-INT-DIA
                   PERFORM OBTER-DIA-SEMANA
                   IF WS-CAL-DIA-SEMANA NOT = 0 AND
                      WS-CAL-DIA-SEMANA NOT = 6 AND
                      WS-CAL-TOTAL > 0
                       SUBTRACT 1 FROM WS-CAL-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

       CALCULAR-DIAS-ATRASO.
           IF CONTAGEM-DIAS-UTEIS
               MOVE TAREFA-DATA-VENC TO WS-CAL-DATA
               MOVE WS-DATA-ATUAL TO WS-CAL-DATA-FIM
               PERFORM CONTAR-DIAS-UTEIS
               MOVE WS-CAL-TOTAL TO WS-DIAS-ATRASO
           ELSE
               COMPUTE WS-VENC-INT-TAREFA =
                   FUNCTION INTEGER-OF-DATE(TAREFA-DATA-VENC)
               COMPUTE WS-DIAS-ATRASO =
                   WS-VENC-INT-HOJE - WS-VENC-INT-TAREFA
           END-IF.

       VALIDAR-REGRA-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-REGRA-INPUT) TO WS-REGRA-INPUT
           IF WS-REGRA-INPUT NOT = 'P' AND WS-REGRA-INPUT NOT = 'A'
              AND WS-REGRA-INPUT NOT = 'N'
              AND WS-REGRA-INPUT NOT = SPACE
               DISPLAY "Regra de vencimento inválida; "
                   "será usada a regra padrão."
               MOVE SPACE TO WS-REGRA-INPUT
           END-IF.

       OBTER-DESC-REGRA.
           EVALUATE WS-CAL-REGRA
               WHEN 'P'
                   MOVE "próximo dia útil" TO WS-REGRA-DESC
               WHEN 'A'
                   MOVE "dia útil anterior" TO WS-REGRA-DESC
               WHEN 'N'
                   MOVE "manter a data" TO WS-REGRA-DESC
               WHEN OTHER
                   MOVE "padrão" TO WS-REGRA-DESC
           END-EVALUATE.

       OBTER-REGRA-VENCIMENTO.
           MOVE WS-REGRA-TAREFA TO WS-REGRA-EFETIVA
           IF WS-REGRA-EFETIVA = SPACE AND
              WS-REGRA-PROJ-COD NOT = SPACES
               PERFORM CARREGAR-TABELA-PROJETOS
               PERFORM VARYING WS-IDX-PROJ FROM 1 BY 1
                       UNTIL WS-IDX-PROJ > WS-PROJ-QTD
                   IF WS-PROJ-COD(WS-IDX-PROJ) = WS-REGRA-PROJ-COD
                       MOVE WS-PROJ-REGRA(WS-IDX-PROJ) TO
                           WS-REGRA-EFETIVA
                       MOVE WS-PROJ-QTD TO WS-IDX-PROJ
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REGRA-EFETIVA = SPACE
               MOVE WS-CAL-REGRA-PADRAO TO WS-REGRA-EFETIVA
           END-IF.

       APLICAR-REGRA-VENCIMENTO.
           MOVE WS-DATA-VENC-INPUT TO WS-DATA-NOMINAL-INPUT
           IF WS-DATA-VENC-INPUT < 19000101
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REGRA-INPUT TO WS-REGRA-TAREFA
           MOVE WS-PROJETO-INPUT TO WS-REGRA-PROJ-COD
           PERFORM OBTER-REGRA-VENCIMENTO
           MOVE WS-DATA-VENC-INPUT TO WS-CAL-DATA
           MOVE WS-REGRA-EFETIVA TO WS-CAL-REGRA
           PERFORM AJUSTAR-DIA-UTIL
           IF WS-CAL-DATA NOT = WS-DATA-VENC-INPUT
               DISPLAY "Vencimento " WS-DATA-VENC-INPUT
                   " cai em dia não útil; ajustado para "
                   WS-CAL-DATA "."
               MOVE WS-CAL-DATA TO WS-DATA-VENC-INPUT
           END-IF.

       REAPLICAR-REGRA-EDICAO.
           IF WS-RGV-NOMINAL < 19000101
               MOVE TAREFA-DATA-VENC TO WS-RGV-NOMINAL
           END-IF
           MOVE WS-RGV-NOMINAL TO WS-CAL-DATA
           MOVE WS-REGRA-INPUT TO WS-CAL-REGRA
           PERFORM AJUSTAR-DIA-UTIL
           IF WS-CAL-DATA NOT = TAREFA-DATA-VENC
               DISPLAY "Vencimento ajustado de " TAREFA-DATA-VENC
                   " para " WS-CAL-DATA "."
               MOVE WS-CAL-DATA TO TAREFA-DATA-VENC
           END-IF
           MOVE 'S' TO WS-EDIT-REGRA-OK.

       LOCALIZAR-REGRA-TAREFA.
           MOVE SPACE TO WS-RGV-REGRA
           MOVE 0 TO WS-RGV-NOMINAL
           MOVE 'N' TO WS-EOF-REGRAS-VENC
           OPEN INPUT REGRAS-VENC
           IF WS-REGRAS-VENC-STATUS = "00"
               PERFORM UNTIL FIM-DE-REGRAS-VENC
                   READ REGRAS-VENC
                       AT END
                           MOVE 'S' TO WS-EOF-REGRAS-VENC
                       NOT AT END
                           IF RGV-NUMERO = WS-RGV-NUMERO
                               MOVE RGV-REGRA TO WS-RGV-REGRA
                               MOVE RGV-DATA-NOMINAL TO
                                   WS-RGV-NOMINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGRAS-VENC
           END-IF.

       GRAVAR-REGRA-TAREFA.
           OPEN EXTEND REGRAS-VENC
           IF WS-REGRAS-VENC-STATUS = "35"
               OPEN OUTPUT REGRAS-VENC
           END-IF
           MOVE WS-RGV-NUMERO TO RGV-NUMERO
           MOVE WS-RGV-REGRA TO RGV-REGRA
           MOVE WS-RGV-NOMINAL TO RGV-DATA-NOMINAL
           WRITE RGV-REGISTRO
           CLOSE REGRAS-VENC.

       MANTER-CALENDARIO.
           DISPLAY "Manutenção do Calendário"
           IF CONTAGEM-DIAS-UTEIS
               DISPLAY "Contagem de atrasos: dias úteis"
           ELSE
               DISPLAY "Contagem de atrasos: dias corridos"
           END-IF
           MOVE WS-CAL-REGRA-PADRAO TO WS-CAL-REGRA
           PERFORM OBTER-DESC-REGRA
           DISPLAY "Regra padrão de vencimento: " WS-REGRA-DESC
           DISPLAY "1. Listar Datas Não Úteis"
           DISPLAY "2. Incluir Data Não Útil"
           DISPLAY "3. Excluir Data Não Útil"
           DISPLAY "4. Alternar Contagem em Dias Úteis"
           DISPLAY "5. Regra Padrão de Vencimento"
           DISPLAY "6. Voltar"
           DISPLAY "Escolha uma opção: "
           ACCEPT WS-OPCAO-CAL
           EVALUATE WS-OPCAO-CAL
               WHEN 1
                   PERFORM LISTAR-CALENDARIO
               WHEN 2
                   PERFORM INCLUIR-DATA-CALENDARIO
               WHEN 3
                   PERFORM EXCLUIR-DATA-CALENDARIO
               WHEN 4
                   PERFORM ALTERNAR-DIAS-UTEIS
               WHEN 5
                   PERFORM DEFINIR-REGRA-PADRAO
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opção inválida. Tente novamente."
           END-EVALUATE.

       LISTAR-CALENDARIO.
           IF WS-FER-QTD = 0
               DISPLAY "Nenhuma data não útil cadastrada "
                   "(sábados e domingos são sempre não úteis)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Datas não úteis cadastradas:"
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-FER-QTD
               DISPLAY "  " WS-FER-DATA(WS-IDX-FER) " "
                   WS-FER-DESC(WS-IDX-FER)
           END-PERFORM.

       INCLUIR-DATA-CALENDARIO.
           DISPLAY "Data não útil (AAAAMMDD): "
           MOVE 0 TO WS-CAL-DATA-INPUT
           ACCEPT WS-CAL-DATA-INPUT
           MOVE WS-CAL-DATA-INPUT TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA-IMPORTACAO
           IF WS-DATA-VALIDA NOT = 'S' OR WS-CAL-DATA-INPUT = 0
               DISPLAY "Data inválida."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CAL-ACHOU
           MOVE 0 TO WS-IDX-FER-2
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-FER-QTD
               IF WS-FER-DATA(WS-IDX-FER) = WS-CAL-DATA-INPUT
                   MOVE 'S' TO WS-CAL-ACHOU
               END-IF
               IF WS-FER-DATA(WS-IDX-FER) < WS-CAL-DATA-INPUT
                   MOVE WS-IDX-FER TO WS-IDX-FER-2
               END-IF
           END-PERFORM
           IF WS-CAL-ACHOU = 'S'
               DISPLAY "Data já cadastrada."
               EXIT PARAGRAPH
           END-IF
           IF WS-FER-QTD >= 500
               DISPLAY "Calendário cheio (500 datas)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Descrição: "
           MOVE SPACES TO WS-CAL-DESC-INPUT
           ACCEPT WS-CAL-DESC-INPUT
           ADD 1 TO WS-IDX-FER-2
           PERFORM VARYING WS-IDX-FER FROM WS-FER-QTD BY -1
                   UNTIL WS-IDX-FER < WS-IDX-FER-2
               MOVE WS-FER-ENT(WS-IDX-FER) TO
                   WS-FER-ENT(WS-IDX-FER + 1)
           END-PERFORM
           ADD 1 TO WS-FER-QTD
           MOVE WS-CAL-DATA-INPUT TO WS-FER-DATA(WS-IDX-FER-2)
           MOVE WS-CAL-DESC-INPUT TO WS-FER-DESC(WS-IDX-FER-2)
           COMPUTE WS-FER-INTEIRO(WS-IDX-FER-2) =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATA-INPUT)
           PERFORM GRAVAR-CALENDARIO
           MOVE "CALENDARIO" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Incluída data não útil " DELIMITED BY SIZE
               WS-CAL-DATA-INPUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAL-DESC-INPUT DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG
           DISPLAY "Data incluída.".

       EXCLUIR-DATA-CALENDARIO.
           DISPLAY "Data a excluir (AAAAMMDD): "
           MOVE 0 TO WS-CAL-DATA-INPUT
           ACCEPT WS-CAL-DATA-INPUT
           MOVE 0 TO WS-IDX-FER-2
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-FER-QTD
               IF WS-FER-DATA(WS-IDX-FER) = WS-CAL-DATA-INPUT
                   MOVE WS-IDX-FER TO WS-IDX-FER-2
                   MOVE WS-FER-QTD TO WS-IDX-FER
               END-IF
           END-PERFORM
           IF WS-IDX-FER-2 = 0
               DISPLAY "Data não encontrada."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-FER FROM WS-IDX-FER-2 BY 1
                   UNTIL WS-IDX-FER >= WS-FER-QTD
               MOVE WS-FER-ENT(WS-IDX-FER + 1) TO
                   WS-FER-ENT(WS-IDX-FER)
           END-PERFORM
           SUBTRACT 1 FROM WS-FER-QTD
           PERFORM GRAVAR-CALENDARIO
           MOVE "CALENDARIO" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Excluída data não útil " DELIMITED BY SIZE
               WS-CAL-DATA-INPUT DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG
           DISPLAY "Data excluída.".

       GRAVAR-CALENDARIO.
           OPEN OUTPUT CALENDARIO
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-FER-QTD
               MOVE WS-FER-DATA(WS-IDX-FER) TO CAL-DATA
               MOVE WS-FER-DESC(WS-IDX-FER) TO CAL-DESCRICAO
               WRITE CAL-REGISTRO
           END-PERFORM
           CLOSE CALENDARIO.

       ALTERNAR-DIAS-UTEIS.
           IF CONTAGEM-DIAS-UTEIS
               MOVE 'N' TO WS-CAL-DIAS-UTEIS
               DISPLAY "Atrasos passam a ser contados em dias "
                   "corridos."
           ELSE
               MOVE 'S' TO WS-CAL-DIAS-UTEIS
               DISPLAY "Atrasos passam a ser contados em dias úteis."
           END-IF
           PERFORM GRAVAR-CONTROLE-CALENDARIO
           MOVE "CALENDARIO" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Contagem em dias úteis: " DELIMITED BY SIZE
               WS-CAL-DIAS-UTEIS DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG.

       DEFINIR-REGRA-PADRAO.
           DISPLAY "Regra padrão (P=próximo útil A=anterior útil "
               "N=manter a data): "
           MOVE SPACES TO WS-REGRA-INPUT
           ACCEPT WS-REGRA-INPUT
           MOVE FUNCTION UPPER-CASE(WS-REGRA-INPUT) TO WS-REGRA-INPUT
           IF WS-REGRA-INPUT NOT = 'P' AND WS-REGRA-INPUT NOT = 'A'
              AND WS-REGRA-INPUT NOT = 'N'
               DISPLAY "Regra inválida."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REGRA-INPUT TO WS-CAL-REGRA-PADRAO
           PERFORM GRAVAR-CONTROLE-CALENDARIO
           MOVE WS-CAL-REGRA-PADRAO TO WS-CAL-REGRA
           PERFORM OBTER-DESC-REGRA
           DISPLAY "Regra padrão: " WS-REGRA-DESC
           MOVE "CALENDARIO" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Regra padrão de vencimento: " DELIMITED BY SIZE
               WS-CAL-REGRA-PADRAO DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG.

       GRAVAR-CONTROLE-CALENDARIO.
           OPEN OUTPUT CALENDARIO-CTL
           MOVE WS-CAL-DIAS-UTEIS TO CALC-DIAS-UTEIS
           MOVE WS-CAL-REGRA-PADRAO TO CALC-REGRA-PADRAO
           WRITE CALC-REGISTRO
           CLOSE CALENDARIO-CTL.

       MANTER-MODELOS.
           PERFORM CARREGAR-MODELOS
           DISPLAY "Modelos de Tarefas"
           DISPLAY "1. Listar Modelos"
           DISPLAY "2. Incluir Passo de Modelo"
           DISPLAY "3. Excluir Passo ou Modelo"
           DISPLAY "4. Gerar Tarefas a partir de Modelo"
           DISPLAY "5. Voltar"
           DISPLAY "Escolha uma opção: "
           ACCEPT WS-OPCAO-MOD
           IF (WS-OPCAO-MOD = 2 OR WS-OPCAO-MOD = 3) AND
              WS-OPERADOR-NIVEL < 3
               DISPLAY "Manutenção de modelos restrita a "
                   "supervisores."
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-OPCAO-MOD
               WHEN 1
                   PERFORM LISTAR-MODELOS
               WHEN 2
                   PERFORM INCLUIR-PASSO-MODELO
               WHEN 3
                   PERFORM EXCLUIR-PASSO-MODELO
               WHEN 4
                   PERFORM GERAR-MODELO-MENU
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opção inválida. Tente novamente."
           END-EVALUATE.

       CARREGAR-MODELOS.
           MOVE 0 TO WS-MOD-QTD
           MOVE 'N' TO WS-EOF-MODELOS
           OPEN INPUT MODELOS
           IF WS-MODELOS-STATUS = "00"
               PERFORM UNTIL FIM-DE-MODELOS
                   READ MODELOS
                       AT END
                           MOVE 'S' TO WS-EOF-MODELOS
                       NOT AT END
                           IF WS-MOD-QTD < 500
                               ADD 1 TO WS-MOD-QTD
                               MOVE MOD-REGISTRO TO
                                   WS-MOD-ENT(WS-MOD-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MODELOS
           END-IF.

       GRAVAR-MODELOS.
           OPEN OUTPUT MODELOS
           PERFORM VARYING WS-IDX-MOD FROM 1 BY 1
                   UNTIL WS-IDX-MOD > WS-MOD-QTD
               MOVE WS-MOD-ENT(WS-IDX-MOD) TO MOD-REGISTRO
               WRITE MOD-REGISTRO
           END-PERFORM
           CLOSE MODELOS.

       LOCALIZAR-PASSO-MODELO.
           MOVE 0 TO WS-IDX-MOD-ACHADO
           PERFORM VARYING WS-IDX-MOD FROM 1 BY 1
                   UNTIL WS-IDX-MOD > WS-MOD-QTD
               IF WS-MOD-CODIGO(WS-IDX-MOD) = WS-MOD-CODIGO-INPUT AND
                  WS-MOD-PASSO(WS-IDX-MOD) = WS-MOD-PASSO-INPUT
                   MOVE WS-IDX-MOD TO WS-IDX-MOD-ACHADO
                   MOVE WS-MOD-QTD TO WS-IDX-MOD
               END-IF
           END-PERFORM.

       CONTAR-PASSOS-MODELO.
           MOVE 'N' TO WS-MOD-ACHOU
           MOVE 0 TO WS-MOD-QTD-PASSOS
           MOVE SPACES TO WS-MOD-TITULO
           PERFORM VARYING WS-IDX-MOD FROM 1 BY 1
                   UNTIL WS-IDX-MOD > WS-MOD-QTD
               IF WS-MOD-CODIGO(WS-IDX-MOD) = WS-MOD-CODIGO-INPUT
                   IF WS-MOD-PASSO(WS-IDX-MOD) = 0
                       MOVE 'S' TO WS-MOD-ACHOU
                       MOVE WS-MOD-DESC(WS-IDX-MOD) TO WS-MOD-TITULO
                   ELSE
                       ADD 1 TO WS-MOD-QTD-PASSOS
                   END-IF
               END-IF
           END-PERFORM.

       LISTAR-MODELOS.
           IF WS-MOD-QTD = 0
               DISPLAY "Nenhum modelo cadastrado."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-MOD FROM 1 BY 1
                   UNTIL WS-IDX-MOD > WS-MOD-QTD
               IF WS-MOD-PASSO(WS-IDX-MOD) = 0
                   DISPLAY "Modelo " WS-MOD-CODIGO(WS-IDX-MOD) " - "
                       FUNCTION TRIM(WS-MOD-DESC(WS-IDX-MOD))
               ELSE
                   MOVE SPACES TO WS-MOD-DEP-ED
                   STRING WS-MOD-DEPENDE(WS-IDX-MOD, 1)
                           DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-MOD-DEPENDE(WS-IDX-MOD, 2) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-MOD-DEPENDE(WS-IDX-MOD, 3) DELIMITED BY SIZE
                       INTO WS-MOD-DEP-ED
                   DISPLAY "  " WS-MOD-PASSO(WS-IDX-MOD) ". "
                       FUNCTION TRIM(WS-MOD-DESC(WS-IDX-MOD))
                   DISPLAY "      Venc. base " WS-MOD-SINAL(WS-IDX-MOD)
                       WS-MOD-DESLOC(WS-IDX-MOD) " dia(s)  Prior. "
                       WS-MOD-PRIOR(WS-IDX-MOD) "  Resp. "
                       FUNCTION TRIM(WS-MOD-RESP(WS-IDX-MOD))
                       "  Proj. " WS-MOD-PROJETO(WS-IDX-MOD)
                       "  Est. " WS-MOD-ESTIM(WS-IDX-MOD)
                       "  Depende de " WS-MOD-DEP-ED
               END-IF
           END-PERFORM.

       INCLUIR-PASSO-MODELO.
           DISPLAY "Código do modelo (até 8 caracteres): "
           MOVE SPACES TO WS-MOD-CODIGO-INPUT
           ACCEPT WS-MOD-CODIGO-INPUT
           IF WS-MOD-CODIGO-INPUT = SPACES
               DISPLAY "Código não pode ficar em branco."
               EXIT PARAGRAPH
           END-IF
           IF WS-MOD-QTD >= 499
               DISPLAY "Cadastro de modelos cheio."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MOD-PASSO-INPUT
           PERFORM LOCALIZAR-PASSO-MODELO
           IF WS-IDX-MOD-ACHADO = 0
               DISPLAY "Modelo novo. Título do modelo: "
               MOVE SPACES TO WS-MOD-TITULO-INPUT
               ACCEPT WS-MOD-TITULO-INPUT
               MOVE SPACES TO WS-MOD-NOVO
               MOVE WS-MOD-CODIGO-INPUT TO WS-MDN-CODIGO
               MOVE 0 TO WS-MDN-PASSO
               MOVE WS-MOD-TITULO-INPUT TO WS-MDN-DESC
               MOVE '+' TO WS-MDN-SINAL
               MOVE 0 TO WS-MDN-DESLOC
               MOVE 0 TO WS-MDN-PRIOR
               MOVE 0 TO WS-MDN-ESTIM
               MOVE 0 TO WS-MDN-DEPENDE(1)
               MOVE 0 TO WS-MDN-DEPENDE(2)
               MOVE 0 TO WS-MDN-DEPENDE(3)
               PERFORM INSERIR-PASSO-MODELO
           END-IF
           DISPLAY "Número do passo (1-99): "
           MOVE 0 TO WS-MOD-PASSO-INPUT
           ACCEPT WS-MOD-PASSO-INPUT
           IF WS-MOD-PASSO-INPUT = 0
               DISPLAY "Número de passo inválido."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZAR-PASSO-MODELO
           IF WS-IDX-MOD-ACHADO > 0
               DISPLAY "Passo já cadastrado neste modelo."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MOD-NOVO
           MOVE WS-MOD-CODIGO-INPUT TO WS-MDN-CODIGO
           MOVE WS-MOD-PASSO-INPUT TO WS-MDN-PASSO
           DISPLAY "Descrição da tarefa: "
           ACCEPT WS-MDN-DESC
           IF WS-MDN-DESC = SPACES
               DISPLAY "Descrição não pode ficar em branco."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Vencimento em dias a partir da data base "
               "(ex.: 0, 5, -3): "
           MOVE SPACES TO WS-MOD-DESLOC-TXT
           ACCEPT WS-MOD-DESLOC-TXT
           MOVE '+' TO WS-MDN-SINAL
           MOVE SPACES TO WS-CNV-TEXTO
           EVALUATE WS-MOD-DESLOC-TXT(1:1)
               WHEN '-'
                   MOVE '-' TO WS-MDN-SINAL
                   MOVE WS-MOD-DESLOC-TXT(2:4) TO WS-CNV-TEXTO
               WHEN '+'
                   MOVE WS-MOD-DESLOC-TXT(2:4) TO WS-CNV-TEXTO
               WHEN OTHER
                   MOVE WS-MOD-DESLOC-TXT TO WS-CNV-TEXTO
           END-EVALUATE
           PERFORM CONVERTER-CAMPO-NUMERICO
           IF WS-CNV-OK NOT = 'S' OR WS-CNV-VALOR > 999
               DISPLAY "Deslocamento inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CNV-VALOR TO WS-MDN-DESLOC
           DISPLAY "Prioridade (1=alta 2=média 3=baixa): "
           MOVE 0 TO WS-MDN-PRIOR
           ACCEPT WS-MDN-PRIOR
           IF WS-MDN-PRIOR < 1 OR WS-MDN-PRIOR > 3
               DISPLAY "Prioridade inválida; será usada 3 (baixa)."
               MOVE 3 TO WS-MDN-PRIOR
           END-IF
           DISPLAY "Responsável padrão (vazio=sem responsável): "
           ACCEPT WS-MDN-RESP
           DISPLAY "Projeto (código, vazio=nenhum): "
           ACCEPT WS-MDN-PROJETO
           IF WS-MDN-PROJETO NOT = SPACES
               PERFORM CARREGAR-TABELA-PROJETOS
               MOVE 'N' TO WS-PROJ-VALIDO
               PERFORM VARYING WS-IDX-PROJ FROM 1 BY 1
                       UNTIL WS-IDX-PROJ > WS-PROJ-QTD
                   IF WS-PROJ-COD(WS-IDX-PROJ) = WS-MDN-PROJETO AND
                      WS-PROJ-FLAG(WS-IDX-PROJ) = 'S'
                       MOVE 'S' TO WS-PROJ-VALIDO
                       MOVE WS-PROJ-QTD TO WS-IDX-PROJ
                   END-IF
               END-PERFORM
               IF NOT PROJETO-VALIDO
                   DISPLAY "Projeto " WS-MDN-PROJETO " inexistente "
                       "ou inativo; passo gravado sem projeto."
                   MOVE SPACES TO WS-MDN-PROJETO
               END-IF
           END-IF
           DISPLAY "Estimativa de esforço em minutos (0=sem): "
           MOVE 0 TO WS-MDN-ESTIM
           ACCEPT WS-MDN-ESTIM
           DISPLAY "Passos anteriores dos quais depende (números "
               "separados por vírgula, vazio=nenhum): "
           MOVE SPACES TO WS-PREREQS-INPUT
           ACCEPT WS-PREREQS-INPUT
           MOVE SPACES TO WS-PRE-TXT1
           MOVE SPACES TO WS-PRE-TXT2
           MOVE SPACES TO WS-PRE-TXT3
           UNSTRING WS-PREREQS-INPUT DELIMITED BY ","
               INTO WS-PRE-TXT1, WS-PRE-TXT2, WS-PRE-TXT3
           MOVE 0 TO WS-MDN-DEPENDE(1)
           MOVE 0 TO WS-MDN-DEPENDE(2)
           MOVE 0 TO WS-MDN-DEPENDE(3)
           MOVE 0 TO WS-IDX-MOD-DEP
           MOVE WS-PRE-TXT1 TO WS-CNV-TEXTO
           PERFORM ANOTAR-DEPENDENCIA-MODELO
           MOVE WS-PRE-TXT2 TO WS-CNV-TEXTO
           PERFORM ANOTAR-DEPENDENCIA-MODELO
           MOVE WS-PRE-TXT3 TO WS-CNV-TEXTO
           PERFORM ANOTAR-DEPENDENCIA-MODELO
           PERFORM INSERIR-PASSO-MODELO
           PERFORM GRAVAR-MODELOS
           MOVE "MODELO" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Modelo " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOD-CODIGO-INPUT) DELIMITED BY SIZE
               " passo " DELIMITED BY SIZE
               WS-MOD-PASSO-INPUT DELIMITED BY SIZE
               " incluído" DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG
           DISPLAY "Passo " WS-MOD-PASSO-INPUT " incluído no modelo "
               FUNCTION TRIM(WS-MOD-CODIGO-INPUT) ".".

       ANOTAR-DEPENDENCIA-MODELO.
           IF WS-CNV-TEXTO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CNV-TEXTO) TO WS-CNV-TEXTO
           PERFORM CONVERTER-CAMPO-NUMERICO
           IF WS-CNV-OK NOT = 'S' OR WS-CNV-VALOR = 0 OR
              WS-CNV-VALOR >= WS-MDN-PASSO
               DISPLAY "Dependência " FUNCTION TRIM(WS-CNV-TEXTO)
                   " ignorada (deve ser um passo anterior)."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CNV-VALOR TO WS-MOD-PASSO-INPUT
           PERFORM LOCALIZAR-PASSO-MODELO
           MOVE WS-MDN-PASSO TO WS-MOD-PASSO-INPUT
           IF WS-IDX-MOD-ACHADO = 0
               DISPLAY "Dependência " FUNCTION TRIM(WS-CNV-TEXTO)
                   " ignorada (passo inexistente no modelo)."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IDX-MOD-DEP
           MOVE WS-CNV-VALOR TO WS-MDN-DEPENDE(WS-IDX-MOD-DEP).

       INSERIR-PASSO-MODELO.
           COMPUTE WS-IDX-MOD-ACHADO = WS-MOD-QTD + 1
           PERFORM VARYING WS-IDX-MOD FROM 1 BY 1
                   UNTIL WS-IDX-MOD > WS-MOD-QTD
               IF WS-MOD-CODIGO(WS-IDX-MOD) > WS-MDN-CODIGO OR
                  (WS-MOD-CODIGO(WS-IDX-MOD) = WS-MDN-CODIGO AND
                   WS-MOD-PASSO(WS-IDX-MOD) > WS-MDN-PASSO)
                   MOVE WS-IDX-MOD TO WS-IDX-MOD-ACHADO
                   MOVE WS-MOD-QTD TO WS-IDX-MOD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-MOD FROM WS-MOD-QTD BY -1
                   UNTIL WS-IDX-MOD < WS-IDX-MOD-ACHADO
               MOVE WS-MOD-ENT(WS-IDX-MOD) TO
                   WS-MOD-ENT(WS-IDX-MOD + 1)
           END-PERFORM
           MOVE WS-MOD-NOVO TO WS-MOD-ENT(WS-IDX-MOD-ACHADO)
           ADD 1 TO WS-MOD-QTD.

       EXCLUIR-PASSO-MODELO.
           DISPLAY "Código do modelo: "
           MOVE SPACES TO WS-MOD-CODIGO-INPUT
           ACCEPT WS-MOD-CODIGO-INPUT
           DISPLAY "Número do passo (0=excluir o modelo inteiro): "
           MOVE 0 TO WS-MOD-PASSO-INPUT
           ACCEPT WS-MOD-PASSO-INPUT
           PERFORM LOCALIZAR-PASSO-MODELO
           IF WS-IDX-MOD-ACHADO = 0
               DISPLAY "Modelo ou passo não encontrado."
               EXIT PARAGRAPH
           END-IF
           IF WS-MOD-PASSO-INPUT = 0
               DISPLAY "Excluir o modelo "
                   FUNCTION TRIM(WS-MOD-CODIGO-INPUT)
                   " e todos os seus passos? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                   DISPLAY "Operação cancelada."
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-IDX-MOD-2
               PERFORM VARYING WS-IDX-MOD FROM 1 BY 1
                       UNTIL WS-IDX-MOD > WS-MOD-QTD
                   IF WS-MOD-CODIGO(WS-IDX-MOD) NOT =
                      WS-MOD-CODIGO-INPUT
                       ADD 1 TO WS-IDX-MOD-2
                       MOVE WS-MOD-ENT(WS-IDX-MOD) TO
                           WS-MOD-ENT(WS-IDX-MOD-2)
                   END-IF
               END-PERFORM
               MOVE WS-IDX-MOD-2 TO WS-MOD-QTD
           ELSE
               PERFORM VARYING WS-IDX-MOD FROM 1 BY 1
                       UNTIL WS-IDX-MOD > WS-MOD-QTD
                   IF WS-MOD-CODIGO(WS-IDX-MOD) =
                      WS-MOD-CODIGO-INPUT
                       PERFORM VARYING WS-IDX-MOD-DEP FROM 1 BY 1
                               UNTIL WS-IDX-MOD-DEP > 3
                           IF WS-MOD-DEPENDE(WS-IDX-MOD,
                              WS-IDX-MOD-DEP) = WS-MOD-PASSO-INPUT
                               DISPLAY "O passo "
                                   WS-MOD-PASSO(WS-IDX-MOD)
                                   " depende deste passo; "
                                   "exclua-o primeiro."
                               EXIT PARAGRAPH
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-MOD FROM WS-IDX-MOD-ACHADO BY 1
                       UNTIL WS-IDX-MOD >= WS-MOD-QTD
                   MOVE WS-MOD-ENT(WS-IDX-MOD + 1) TO
                       WS-MOD-ENT(WS-IDX-MOD)
               END-PERFORM
               SUBTRACT 1 FROM WS-MOD-QTD
           END-IF
           PERFORM GRAVAR-MODELOS
           MOVE "MODELO" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Modelo " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOD-CODIGO-INPUT) DELIMITED BY SIZE
               " passo " DELIMITED BY SIZE
               WS-MOD-PASSO-INPUT DELIMITED BY SIZE
               " excluído" DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG
           DISPLAY "Exclusão concluída.".

       GERAR-MODELO-MENU.
           DISPLAY "Código do modelo: "
           MOVE SPACES TO WS-MOD-CODIGO-INPUT
           ACCEPT WS-MOD-CODIGO-INPUT
           PERFORM CONTAR-PASSOS-MODELO
           IF WS-MOD-ACHOU NOT = 'S'
               DISPLAY "Modelo não encontrado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Data base (AAAAMMDD): "
           MOVE 0 TO WS-MOD-BASE-INPUT
           ACCEPT WS-MOD-BASE-INPUT
           DISPLAY "Modelo " FUNCTION TRIM(WS-MOD-CODIGO-INPUT) " - "
               FUNCTION TRIM(WS-MOD-TITULO) ": " WS-MOD-QTD-PASSOS
               " tarefa(s) a criar."
           DISPLAY "Confirmar a geração? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY "Operação cancelada."
               EXIT PARAGRAPH
           END-IF
           PERFORM GERAR-TAREFAS-MODELO.

       GERAR-TAREFAS-MODELO.
           MOVE 'N' TO WS-MOD-GERACAO-OK
           MOVE 0 TO WS-MOD-CRIADAS
           MOVE 0 TO WS-MOD-FALHAS
           MOVE WS-MOD-BASE-INPUT TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA-IMPORTACAO
           IF WS-MOD-BASE-INPUT = 0 OR WS-DATA-VALIDA NOT = 'S'
               DISPLAY "Data base inválida para o modelo "
                   FUNCTION TRIM(WS-MOD-CODIGO-INPUT) "."
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTAR-PASSOS-MODELO
           IF WS-MOD-ACHOU NOT = 'S' OR WS-MOD-QTD-PASSOS = 0
               DISPLAY "Modelo " FUNCTION TRIM(WS-MOD-CODIGO-INPUT)
                   " inexistente ou sem passos."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-MOD-GERACAO-OK
           MOVE ZEROS TO WS-TABELA-MOD-CRIADAS
           ACCEPT WS-MOD-DATA-HORA FROM DATE YYYYMMDD
           ACCEPT WS-MOD-DATA-HORA(9:6) FROM TIME
           MOVE SPACES TO WS-MOD-REFERENCIA
           STRING FUNCTION TRIM(WS-MOD-CODIGO-INPUT) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-MOD-DATA-HORA(1:14) DELIMITED BY SIZE
               INTO WS-MOD-REFERENCIA
           COMPUTE WS-MOD-INT-BASE =
               FUNCTION INTEGER-OF-DATE(WS-MOD-BASE-INPUT)
           PERFORM CARREGAR-TABELA-PROJETOS
           MOVE 'N' TO WS-TRAVA-FALHA
           PERFORM VARYING WS-IDX-MOD FROM 1 BY 1
                   UNTIL WS-IDX-MOD > WS-MOD-QTD
               IF WS-MOD-CODIGO(WS-IDX-MOD) = WS-MOD-CODIGO-INPUT AND
                  WS-MOD-PASSO(WS-IDX-MOD) > 0
                   PERFORM CRIAR-TAREFA-PASSO
                   IF TRAVA-FALHOU
                       MOVE WS-MOD-QTD TO WS-IDX-MOD
                   END-IF
               END-IF
           END-PERFORM
           MOVE "MODELO" TO WS-LOG-ACAO
           MOVE 0 TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Ref " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOD-REFERENCIA) DELIMITED BY SIZE
               " base " DELIMITED BY SIZE
               WS-MOD-BASE-INPUT DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-MOD-CRIADAS DELIMITED BY SIZE
               " criada(s), " DELIMITED BY SIZE
               WS-MOD-FALHAS DELIMITED BY SIZE
               " falha(s)" DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG
           DISPLAY "Referência " FUNCTION TRIM(WS-MOD-REFERENCIA)
               ": " WS-MOD-CRIADAS " tarefa(s) criada(s)."
           IF WS-MOD-FALHAS > 0 OR TRAVA-FALHOU
               DISPLAY "Atenção: geração incompleta; confira as "
                   "tarefas da referência no log."
           END-IF.

       CRIAR-TAREFA-PASSO.
           MOVE WS-MOD-DESC(WS-IDX-MOD) TO TAREFA-INPUT
           IF WS-MOD-SINAL(WS-IDX-MOD) = '-'
               COMPUTE WS-MOD-INT-VENC =
                   WS-MOD-INT-BASE - WS-MOD-DESLOC(WS-IDX-MOD)
           ELSE
               COMPUTE WS-MOD-INT-VENC =
                   WS-MOD-INT-BASE + WS-MOD-DESLOC(WS-IDX-MOD)
           END-IF
           COMPUTE WS-DATA-VENC-INPUT =
               FUNCTION DATE-OF-INTEGER(WS-MOD-INT-VENC)
           MOVE WS-MOD-PRIOR(WS-IDX-MOD) TO WS-PRIORIDADE-INPUT
           MOVE 'N' TO WS-RECORRENCIA-INPUT
           MOVE 0 TO WS-RECORR-INTERV-INPUT
           MOVE ZEROS TO WS-PREREQS-NOVOS
           MOVE 0 TO WS-IDX-MOD-DEP-2
           PERFORM VARYING WS-IDX-MOD-DEP FROM 1 BY 1
                   UNTIL WS-IDX-MOD-DEP > 3
               MOVE WS-MOD-DEPENDE(WS-IDX-MOD, WS-IDX-MOD-DEP) TO
                   WS-MOD-PASSO-DEP
               IF WS-MOD-PASSO-DEP > 0
                   IF WS-MOD-NUM-CRIADO(WS-MOD-PASSO-DEP) > 0
                       ADD 1 TO WS-IDX-MOD-DEP-2
                       MOVE WS-MOD-NUM-CRIADO(WS-MOD-PASSO-DEP) TO
                           WS-PREREQ-NOVO(WS-IDX-MOD-DEP-2)
                   ELSE
                       DISPLAY "Passo " WS-MOD-PASSO(WS-IDX-MOD)
                           ": passo " WS-MOD-PASSO-DEP " não foi "
                           "criado; pré-requisito omitido."
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-MOD-RESP(WS-IDX-MOD) TO WS-RESPONSAVEL-INPUT
           MOVE WS-MOD-PROJETO(WS-IDX-MOD) TO WS-PROJETO-INPUT
           PERFORM VALIDAR-PROJETO
           MOVE WS-MOD-ESTIM(WS-IDX-MOD) TO WS-ESTIMATIVA-INPUT
           MOVE SPACE TO WS-REGRA-INPUT
           PERFORM GRAVAR-NOVA-TAREFA
           IF NOT OPERACAO-OK
               ADD 1 TO WS-MOD-FALHAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MOD-CRIADAS
           MOVE WS-NUMERO-TAREFA TO
               WS-MOD-NUM-CRIADO(WS-MOD-PASSO(WS-IDX-MOD))
           MOVE "MODELO" TO WS-LOG-ACAO
           MOVE WS-NUMERO-TAREFA TO WS-LOG-NUMERO
           MOVE SPACES TO WS-LOG-DESCRICAO
           STRING "Ref " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOD-REFERENCIA) DELIMITED BY SIZE
               " passo " DELIMITED BY SIZE
               WS-MOD-PASSO(WS-IDX-MOD) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-MOD-DESC(WS-IDX-MOD) DELIMITED BY SIZE
               INTO WS-LOG-DESCRICAO
           PERFORM REGISTRAR-LOG.

       COLOCAR-EM-ESPERA.
           PERFORM LISTAR-TAREFAS-NUMERADAS
           DISPLAY "Número da tarefa a colocar em espera: "
           ACCEPT WS-NUM-SELECIONADO
           MOVE 'E' TO WS-MOT-TIPO-EXIGIDO
           PERFORM SOLICITAR-MOTIVO
           IF WS-MOT-VALIDO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           DISPLAY "Retomada prevista (AAAAMMDD, 0=indefinida): "
           MOVE 0 TO WS-ESP-RETOMADA-INPUT
           ACCEPT WS-ESP-RETOMADA-INPUT
           MOVE WS-ESP-RETOMADA-INPUT TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA-IMPORTACAO
           IF WS-DATA-VALIDA NOT = 'S'
               DISPLAY "Data de retomada inválida."
               EXIT PARAGRAPH
           END-IF
           IF WS-ESP-RETOMADA-INPUT > 0 AND
              WS-ESP-RETOMADA-INPUT < WS-DATA-ATUAL
               DISPLAY "Retomada prevista anterior à data de hoje."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Observação (opcional): "
           MOVE SPACES TO WS-ESP-OBS-INPUT
           ACCEPT WS-ESP-OBS-INPUT
           MOVE 'E' TO WS-ESP-NOVO-STATUS
           PERFORM ALTERAR-SITUACAO-TAREFA
           IF WS-ESP-RESULTADO = 'S'
               MOVE WS-NUM-SELECIONADO TO WS-STN-NUMERO
               MOVE 'E' TO WS-STN-TIPO
               MOVE WS-MOT-CODIGO-INPUT TO WS-STN-MOTIVO
               MOVE WS-DATA-ATUAL TO WS-STN-DATA
               MOVE WS-ESP-RETOMADA-INPUT TO WS-STN-RETOMADA
               MOVE WS-ESP-OBS-INPUT TO WS-STN-OBS
               PERFORM GRAVAR-SITUACAO-TAREFA
               DISPLAY "Tarefa colocada em espera."
           END-IF.

       RETOMAR-TAREFA.
           PERFORM LISTAR-TAREFAS-NUMERADAS
           DISPLAY "Número da tarefa a retomar: "
           ACCEPT WS-NUM-SELECIONADO
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           PERFORM CARREGAR-SITUACOES
           MOVE WS-NUM-SELECIONADO TO WS-SIT-BUSCA
           PERFORM LOCALIZAR-SITUACAO
           MOVE 0 TO WS-ESP-DIAS
           MOVE 0 TO WS-ESP-NOVO-VENC
           MOVE SPACES TO WS-MOT-CODIGO-INPUT
           IF WS-IDX-SIT-ACHADO > 0
               IF WS-SIT-TIPO(WS-IDX-SIT-ACHADO) = 'E'
                   MOVE WS-SIT-MOTIVO(WS-IDX-SIT-ACHADO) TO
                       WS-MOT-CODIGO-INPUT
                   MOVE WS-SIT-DATA(WS-IDX-SIT-ACHADO) TO WS-ESP-DESDE
                   PERFORM CALCULAR-DIAS-ESPERA
               END-IF
           END-IF
           MOVE 'N' TO WS-ESP-PRORROGAR
           IF WS-ESP-DIAS > 0
               MOVE WS-ESP-DIAS TO WS-ESP-DIAS-ED
               DISPLAY "Tarefa em espera há "
                   FUNCTION TRIM(WS-ESP-DIAS-ED) " dias."
               DISPLAY "Prorrogar o vencimento pelo tempo em "
                   "espera? (S/N): "
               ACCEPT WS-ESP-PRORROGAR
               IF WS-ESP-PRORROGAR = 's'
                   MOVE 'S' TO WS-ESP-PRORROGAR
               END-IF
           END-IF
           IF WS-ESP-PRORROGAR = 'S'
               PERFORM PREPARAR-REGRA-RETOMADA
           END-IF
           MOVE 'A' TO WS-ESP-NOVO-STATUS
           PERFORM ALTERAR-SITUACAO-TAREFA
           IF WS-ESP-RESULTADO = 'S'
               MOVE WS-NUM-SELECIONADO TO WS-STN-NUMERO
               MOVE 'A' TO WS-STN-TIPO
               MOVE WS-MOT-CODIGO-INPUT TO WS-STN-MOTIVO
               MOVE WS-DATA-ATUAL TO WS-STN-DATA
               MOVE WS-DATA-ATUAL TO WS-STN-RETOMADA
               MOVE SPACES TO WS-STN-OBS
               IF WS-ESP-NOVO-VENC > 19000101
                   STRING "vencimento prorrogado para "
                       DELIMITED BY SIZE
                       WS-ESP-NOVO-VENC DELIMITED BY SIZE
                       INTO WS-STN-OBS
                   IF WS-ESP-NOVO-VENC NOT = WS-RGV-NOMINAL
                       DISPLAY "Vencimento " WS-RGV-NOMINAL
                           " cai em dia não útil; ajustado para "
                           WS-ESP-NOVO-VENC "."
                   END-IF
                   DISPLAY "Vencimento prorrogado para "
                       WS-ESP-NOVO-VENC "."
                   IF WS-ESP-REGRA-EXISTE = 'S' OR
                      WS-ESP-NOVO-VENC NOT = WS-RGV-NOMINAL
                       MOVE WS-NUM-SELECIONADO TO WS-RGV-NUMERO
                       PERFORM GRAVAR-REGRA-TAREFA
                   END-IF
               END-IF
               PERFORM GRAVAR-SITUACAO-TAREFA
               DISPLAY "Tarefa retomada."
           END-IF.

       PREPARAR-REGRA-RETOMADA.
           MOVE WS-NUM-SELECIONADO TO WS-RGV-NUMERO
           PERFORM LOCALIZAR-REGRA-TAREFA
           MOVE 'N' TO WS-ESP-REGRA-EXISTE
           IF WS-RGV-REGRA NOT = SPACE OR WS-RGV-NOMINAL > 0
               MOVE 'S' TO WS-ESP-REGRA-EXISTE
           END-IF
           MOVE SPACES TO WS-REGRA-PROJ-COD
           OPEN INPUT TAREFAS
           MOVE WS-NUM-SELECIONADO TO TAREFA-NUMERO
           READ TAREFAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TAREFA-PROJETO TO WS-REGRA-PROJ-COD
           END-READ
           CLOSE TAREFAS
           MOVE WS-RGV-REGRA TO WS-REGRA-TAREFA
           PERFORM OBTER-REGRA-VENCIMENTO.

       CANCELAR-TAREFA.
           PERFORM LISTAR-TAREFAS-NUMERADAS
           DISPLAY "Número da tarefa a cancelar: "
           ACCEPT WS-NUM-SELECIONADO
           MOVE 'X' TO WS-MOT-TIPO-EXIGIDO
           PERFORM SOLICITAR-MOTIVO
           IF WS-MOT-VALIDO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Observação (opcional): "
           MOVE SPACES TO WS-ESP-OBS-INPUT
           ACCEPT WS-ESP-OBS-INPUT
           DISPLAY "Confirma o cancelamento? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY "Cancelamento não confirmado."
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           PERFORM CARREGAR-TABELA-STATUS
           MOVE 'X' TO WS-ESP-NOVO-STATUS
           PERFORM ALTERAR-SITUACAO-TAREFA
           IF WS-ESP-RESULTADO = 'S'
               MOVE WS-NUM-SELECIONADO TO WS-STN-NUMERO
               MOVE 'X' TO WS-STN-TIPO
               MOVE WS-MOT-CODIGO-INPUT TO WS-STN-MOTIVO
               MOVE WS-DATA-ATUAL TO WS-STN-DATA
               MOVE 0 TO WS-STN-RETOMADA
               MOVE WS-ESP-OBS-INPUT TO WS-STN-OBS
               PERFORM GRAVAR-SITUACAO-TAREFA
               DISPLAY "Tarefa cancelada."
               PERFORM EXIBIR-DESBLOQUEADAS
           END-IF.

       ALTERAR-SITUACAO-TAREFA.
           MOVE 'N' TO WS-ESP-RESULTADO
           MOVE SPACE TO WS-ESP-STATUS-ATUAL
           PERFORM OBTER-TRAVA
           IF NOT TRAVA-OBTIDA
               EXIT PARAGRAPH
           END-IF
           OPEN I-O TAREFAS
           MOVE WS-NUM-SELECIONADO TO TAREFA-NUMERO
           READ TAREFAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TAREFA-STATUS TO WS-ESP-STATUS-ATUAL
                   PERFORM APLICAR-SITUACAO-TAREFA
           END-READ
           CLOSE TAREFAS
           PERFORM LIBERAR-TRAVA
           EVALUATE WS-ESP-RESULTADO
               WHEN 'S'
                   PERFORM REGISTRAR-LOG
               WHEN 'N'
                   DISPLAY "Tarefa não encontrada."
               WHEN OTHER
                   PERFORM EXIBIR-SITUACAO-INCOMPATIVEL
           END-EVALUATE.

       APLICAR-SITUACAO-TAREFA.
           MOVE 'I' TO WS-ESP-RESULTADO
           EVALUATE WS-ESP-NOVO-STATUS
               WHEN 'E'
                   IF NOT TAREFA-ABERTA
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "ESPERA" TO WS-LOG-ACAO
               WHEN 'A'
                   IF NOT TAREFA-EM-ESPERA
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-ESP-PRORROGAR = 'S' AND
                      TAREFA-DATA-VENC > 19000101
                       IF WS-RGV-NOMINAL < 19000101
                           MOVE TAREFA-DATA-VENC TO WS-RGV-NOMINAL
                       END-IF
                       COMPUTE WS-ESP-INT-VENC =
                           FUNCTION INTEGER-OF-DATE(WS-RGV-NOMINAL)
                           + WS-ESP-DIAS
                       COMPUTE WS-RGV-NOMINAL =
                           FUNCTION DATE-OF-INTEGER(WS-ESP-INT-VENC)
                       MOVE WS-RGV-NOMINAL TO WS-CAL-DATA
                       MOVE WS-REGRA-EFETIVA TO WS-CAL-REGRA
                       PERFORM AJUSTAR-DIA-UTIL
                       MOVE WS-CAL-DATA TO TAREFA-DATA-VENC
                       MOVE TAREFA-DATA-VENC TO WS-ESP-NOVO-VENC
                   END-IF
                   MOVE "RETOMAR" TO WS-LOG-ACAO
               WHEN 'X'
                   IF TAREFA-CONCLUIDA OR TAREFA-CANCELADA
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-DATA-ATUAL TO TAREFA-DATA-CONCLUSAO
                   MOVE "CANCELAR" TO WS-LOG-ACAO
           END-EVALUATE
           MOVE WS-ESP-NOVO-STATUS TO TAREFA-STATUS
           REWRITE TAREFA-REGISTRO
           MOVE 'S' TO WS-ESP-RESULTADO
           MOVE TAREFA-NUMERO TO WS-LOG-NUMERO
           MOVE TAREFA-DESCRICAO TO WS-LOG-DESCRICAO.

       EXIBIR-SITUACAO-INCOMPATIVEL.
           EVALUATE WS-ESP-STATUS-ATUAL
               WHEN 'C'
                   DISPLAY "Tarefa já concluída."
               WHEN 'X'
                   DISPLAY "Tarefa já cancelada."
               WHEN 'E'
                   DISPLAY "Tarefa já está em espera."
               WHEN OTHER
                   DISPLAY "Tarefa não está em espera."
           END-EVALUATE.

       CALCULAR-DIAS-ESPERA.
           MOVE 0 TO WS-ESP-DIAS
           IF WS-ESP-DESDE > 19000101 AND
              WS-ESP-DESDE < WS-DATA-ATUAL
               COMPUTE WS-ESP-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                   - FUNCTION INTEGER-OF-DATE(WS-ESP-DESDE)
           END-IF.

       CARREGAR-SITUACOES.
           MOVE 0 TO WS-SIT-QTD
           MOVE 'N' TO WS-SIT-CHEIA
           MOVE 'N' TO WS-EOF-SITUACOES
           OPEN INPUT SITUACOES
           IF WS-SITUACOES-STATUS = "00"
               PERFORM UNTIL FIM-DE-SITUACOES
                   READ SITUACOES
                       AT END
                           MOVE 'S' TO WS-EOF-SITUACOES
                       NOT AT END
                           PERFORM ANOTAR-SITUACAO
                   END-READ
               END-PERFORM
               CLOSE SITUACOES
           END-IF
           IF TABELA-SITUACOES-CHEIA
               DISPLAY "Aviso: tabela de situações cheia; motivos "
                   "de algumas tarefas não foram carregados."
           END-IF.

       ANOTAR-SITUACAO.
           MOVE SIT-NUMERO TO WS-SIT-BUSCA
           PERFORM LOCALIZAR-SITUACAO
           IF WS-IDX-SIT-ACHADO = 0
               IF WS-SIT-QTD >= 3000
                   MOVE 'S' TO WS-SIT-CHEIA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SIT-QTD
               MOVE WS-SIT-QTD TO WS-IDX-SIT-ACHADO
           END-IF
           MOVE SIT-NUMERO TO WS-SIT-NUMERO(WS-IDX-SIT-ACHADO)
           MOVE SIT-TIPO TO WS-SIT-TIPO(WS-IDX-SIT-ACHADO)
           MOVE SIT-MOTIVO TO WS-SIT-MOTIVO(WS-IDX-SIT-ACHADO)
           MOVE SIT-DATA TO WS-SIT-DATA(WS-IDX-SIT-ACHADO)
           MOVE SIT-RETOMADA TO WS-SIT-RETOMADA(WS-IDX-SIT-ACHADO)
           MOVE SIT-OBSERVACAO TO WS-SIT-OBS(WS-IDX-SIT-ACHADO).

       LOCALIZAR-SITUACAO.
           MOVE 0 TO WS-IDX-SIT-ACHADO
           PERFORM VARYING WS-IDX-SIT FROM 1 BY 1
                   UNTIL WS-IDX-SIT > WS-SIT-QTD
               IF WS-SIT-NUMERO(WS-IDX-SIT) = WS-SIT-BUSCA
                   MOVE WS-IDX-SIT TO WS-IDX-SIT-ACHADO
                   MOVE WS-SIT-QTD TO WS-IDX-SIT
               END-IF
           END-PERFORM.

       GRAVAR-SITUACAO-TAREFA.
           OPEN EXTEND SITUACOES
           IF WS-SITUACOES-STATUS = "35"
               OPEN OUTPUT SITUACOES
           END-IF
           MOVE WS-STN-NUMERO TO SIT-NUMERO
           MOVE WS-STN-TIPO TO SIT-TIPO
           MOVE WS-STN-MOTIVO TO SIT-MOTIVO
           MOVE WS-STN-DATA TO SIT-DATA
           MOVE WS-STN-RETOMADA TO SIT-RETOMADA
           MOVE WS-STN-OBS TO SIT-OBSERVACAO
           MOVE WS-OPERADOR-ID TO SIT-OPERADOR
           WRITE SIT-REGISTRO
           CLOSE SITUACOES.

       GERAR-RELATORIO-ESPERA.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           PERFORM CARREGAR-MOTIVOS
           PERFORM CARREGAR-SITUACOES
           MOVE 0 TO WS-ESP-TOTAL
           MOVE 0 TO WS-ESP-VENCIDAS
           MOVE 0 TO WS-ESP-SEM-DATA
           PERFORM VARYING WS-IDX-EMT FROM 1 BY 1
                   UNTIL WS-IDX-EMT > 101
               MOVE 0 TO WS-EMT-QTD(WS-IDX-EMT)
               MOVE 0 TO WS-EMT-DIAS(WS-IDX-EMT)
           END-PERFORM
           OPEN OUTPUT RELATORIO-ESP
           MOVE SPACES TO LINHA-ESP
           STRING "Tarefas em Espera - " DELIMITED BY SIZE
               WS-DATA-ATUAL DELIMITED BY SIZE
               INTO LINHA-ESP
           WRITE LINHA-ESP
           MOVE SPACES TO LINHA-ESP
           WRITE LINHA-ESP
           MOVE "  Núm.  Descrição                      "
             & "Responsável  Desde    Dias Retomada "
             & "Situação" TO LINHA-ESP
           WRITE LINHA-ESP
           MOVE 'N' TO WS-EOF-TAREFAS
           OPEN INPUT TAREFAS
           PERFORM UNTIL FIM-DE-ARQUIVO
               READ TAREFAS NEXT INTO TAREFA-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-TAREFAS
                   NOT AT END
                       IF TAREFA-EM-ESPERA
                           PERFORM ESCREVER-LINHA-ESPERA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAREFAS
           IF WS-ESP-TOTAL = 0
               MOVE "  (nenhuma tarefa em espera)" TO LINHA-ESP
               WRITE LINHA-ESP
           ELSE
               MOVE SPACES TO LINHA-ESP
               WRITE LINHA-ESP
               MOVE "Resumo por motivo:" TO LINHA-ESP
               WRITE LINHA-ESP
               PERFORM VARYING WS-IDX-EMT FROM 1 BY 1
                       UNTIL WS-IDX-EMT > WS-MOT-QTD
                   IF WS-EMT-QTD(WS-IDX-EMT) > 0
                       MOVE WS-MOT-CODIGO(WS-IDX-EMT) TO
                           WS-MOT-CODIGO-INPUT
                       MOVE WS-MOT-DESC(WS-IDX-EMT) TO
                           WS-MOT-DESC-EXIB
                       PERFORM ESCREVER-RESUMO-MOTIVO
                   END-IF
               END-PERFORM
               MOVE 101 TO WS-IDX-EMT
               IF WS-EMT-QTD(WS-IDX-EMT) > 0
                   MOVE "????" TO WS-MOT-CODIGO-INPUT
                   MOVE "(motivo não identificado)" TO
                       WS-MOT-DESC-EXIB
                   PERFORM ESCREVER-RESUMO-MOTIVO
               END-IF
           END-IF
           MOVE SPACES TO LINHA-ESP
           WRITE LINHA-ESP
           MOVE SPACES TO LINHA-ESP
           STRING "Total em espera: " DELIMITED BY SIZE
               WS-ESP-TOTAL DELIMITED BY SIZE
               "  retomada vencida: " DELIMITED BY SIZE
               WS-ESP-VENCIDAS DELIMITED BY SIZE
               "  sem retomada prevista: " DELIMITED BY SIZE
               WS-ESP-SEM-DATA DELIMITED BY SIZE
               INTO LINHA-ESP
           WRITE LINHA-ESP
           CLOSE RELATORIO-ESP
           DISPLAY "Tarefas em espera: " WS-ESP-TOTAL
           DISPLAY "Relatório gravado em esperas.txt".

       ESCREVER-LINHA-ESPERA.
           ADD 1 TO WS-ESP-TOTAL
           MOVE SPACES TO WS-MOT-CODIGO-INPUT
           MOVE 0 TO WS-ESP-DESDE
           MOVE 0 TO WS-ESP-RETOMADA
           MOVE SPACES TO WS-ESP-OBS
           MOVE TAREFA-NUMERO TO WS-SIT-BUSCA
           PERFORM LOCALIZAR-SITUACAO
           IF WS-IDX-SIT-ACHADO > 0
               IF WS-SIT-TIPO(WS-IDX-SIT-ACHADO) = 'E'
                   MOVE WS-SIT-MOTIVO(WS-IDX-SIT-ACHADO) TO
                       WS-MOT-CODIGO-INPUT
                   MOVE WS-SIT-DATA(WS-IDX-SIT-ACHADO) TO WS-ESP-DESDE
                   MOVE WS-SIT-RETOMADA(WS-IDX-SIT-ACHADO) TO
                       WS-ESP-RETOMADA
                   MOVE WS-SIT-OBS(WS-IDX-SIT-ACHADO) TO WS-ESP-OBS
               END-IF
           END-IF
           PERFORM CALCULAR-DIAS-ESPERA
           MOVE SPACES TO WS-ESP-MARCA
           IF WS-ESP-RETOMADA = 0
               MOVE "SEM DATA" TO WS-ESP-MARCA
               ADD 1 TO WS-ESP-SEM-DATA
           ELSE
               IF WS-ESP-RETOMADA < WS-DATA-ATUAL
                   MOVE "VENCIDA" TO WS-ESP-MARCA
                   ADD 1 TO WS-ESP-VENCIDAS
               END-IF
           END-IF
           PERFORM LOCALIZAR-MOTIVO
           IF WS-IDX-MOT-ACHADO > 0
               MOVE WS-MOT-DESC(WS-IDX-MOT-ACHADO) TO WS-MOT-DESC-EXIB
               MOVE WS-IDX-MOT-ACHADO TO WS-IDX-EMT
           ELSE
               IF WS-MOT-CODIGO-INPUT = SPACES
                   MOVE "(sem registro de espera)" TO WS-MOT-DESC-EXIB
               ELSE
                   MOVE "(motivo desconhecido)" TO WS-MOT-DESC-EXIB
               END-IF
               MOVE 101 TO WS-IDX-EMT
           END-IF
           ADD 1 TO WS-EMT-QTD(WS-IDX-EMT)
           ADD WS-ESP-DIAS TO WS-EMT-DIAS(WS-IDX-EMT)
           MOVE WS-ESP-DIAS TO WS-ESP-DIAS-ED
           MOVE SPACES TO LINHA-ESP
           STRING "  " DELIMITED BY SIZE
               TAREFA-NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAREFA-DESCRICAO(1:30) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAREFA-RESPONSAVEL(1:12) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ESP-DESDE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ESP-DIAS-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ESP-RETOMADA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ESP-MARCA DELIMITED BY SIZE
               INTO LINHA-ESP
           WRITE LINHA-ESP
           MOVE SPACES TO LINHA-ESP
           STRING "        Motivo " DELIMITED BY SIZE
               WS-MOT-CODIGO-INPUT DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-MOT-DESC-EXIB DELIMITED BY SIZE
               INTO LINHA-ESP
           WRITE LINHA-ESP
           IF WS-ESP-OBS NOT = SPACES
               MOVE SPACES TO LINHA-ESP
               STRING "        Obs.: " DELIMITED BY SIZE
                   WS-ESP-OBS DELIMITED BY SIZE
                   INTO LINHA-ESP
               WRITE LINHA-ESP
           END-IF.

       ESCREVER-RESUMO-MOTIVO.
           COMPUTE WS-ESP-MEDIA ROUNDED =
               WS-EMT-DIAS(WS-IDX-EMT) / WS-EMT-QTD(WS-IDX-EMT)
           MOVE WS-ESP-MEDIA TO WS-ESP-MEDIA-ED
           MOVE WS-EMT-DIAS(WS-IDX-EMT) TO WS-ESP-DIAS-TOT-ED
           MOVE SPACES TO LINHA-ESP
           STRING "  " DELIMITED BY SIZE
               WS-MOT-CODIGO-INPUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MOT-DESC-EXIB(1:30) DELIMITED BY SIZE
               " tarefas " DELIMITED BY SIZE
               WS-EMT-QTD(WS-IDX-EMT) DELIMITED BY SIZE
               "  dias parados " DELIMITED BY SIZE
               WS-ESP-DIAS-TOT-ED DELIMITED BY SIZE
               "  média " DELIMITED BY SIZE
               WS-ESP-MEDIA-ED DELIMITED BY SIZE
               INTO LINHA-ESP
           WRITE LINHA-ESP.

       SOLICITAR-MOTIVO.
           MOVE 'N' TO WS-MOT-VALIDO
           PERFORM CARREGAR-MOTIVOS
           IF WS-MOT-QTD = 0
               DISPLAY "Nenhum motivo cadastrado; inclua os motivos "
                   "em Manter Motivos."
               EXIT PARAGRAPH
           END-IF
           PERFORM LISTAR-MOTIVOS
           DISPLAY "Código do motivo: "
           MOVE SPACES TO WS-MOT-CODIGO-INPUT
           ACCEPT WS-MOT-CODIGO-INPUT
           PERFORM LOCALIZAR-MOTIVO
           IF WS-IDX-MOT-ACHADO = 0
               DISPLAY "Motivo não cadastrado."
               EXIT PARAGRAPH
           END-IF
           IF WS-MOT-FLAG(WS-IDX-MOT-ACHADO) NOT = 'S'
               DISPLAY "Motivo inativo."
               EXIT PARAGRAPH
           END-IF
           IF WS-MOT-TIPO(WS-IDX-MOT-ACHADO) NOT = 'A' AND
              WS-MOT-TIPO(WS-IDX-MOT-ACHADO) NOT = WS-MOT-TIPO-EXIGIDO
               DISPLAY "Motivo não se aplica a esta operação."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-MOT-VALIDO.

       CARREGAR-MOTIVOS.
           MOVE 0 TO WS-MOT-QTD
           MOVE 'N' TO WS-EOF-MOTIVOS
           OPEN INPUT MOTIVOS
           IF WS-MOTIVOS-STATUS = "00"
               PERFORM UNTIL FIM-DE-MOTIVOS
                   READ MOTIVOS
                       AT END
                           MOVE 'S' TO WS-EOF-MOTIVOS
                       NOT AT END
                           IF WS-MOT-QTD < 100
                               ADD 1 TO WS-MOT-QTD
                               MOVE MOT-CODIGO TO
                                   WS-MOT-CODIGO(WS-MOT-QTD)
                               MOVE MOT-DESCRICAO TO
                                   WS-MOT-DESC(WS-MOT-QTD)
                               MOVE MOT-TIPO TO
                                   WS-MOT-TIPO(WS-MOT-QTD)
                               MOVE MOT-ATIVO TO
                                   WS-MOT-FLAG(WS-MOT-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOTIVOS
           END-IF.

       LOCALIZAR-MOTIVO.
           MOVE 0 TO WS-IDX-MOT-ACHADO
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > WS-MOT-QTD
               IF WS-MOT-CODIGO(WS-IDX-MOT) = WS-MOT-CODIGO-INPUT
                   MOVE WS-IDX-MOT TO WS-IDX-MOT-ACHADO
                   MOVE WS-MOT-QTD TO WS-IDX-MOT
               END-IF
           END-PERFORM.

       MANTER-MOTIVOS.
           PERFORM CARREGAR-MOTIVOS
           DISPLAY "Manutenção de Motivos de Espera e Cancelamento"
           DISPLAY "1. Listar Motivos"
           DISPLAY "2. Incluir Motivo"
           DISPLAY "3. Ativar/Desativar Motivo"
           DISPLAY "4. Voltar"
           DISPLAY "Escolha uma opção: "
           ACCEPT WS-OPCAO-MOT
           EVALUATE WS-OPCAO-MOT
               WHEN 1
                   MOVE SPACE TO WS-MOT-TIPO-EXIGIDO
                   PERFORM LISTAR-MOTIVOS
               WHEN 2
                   PERFORM INCLUIR-MOTIVO
               WHEN 3
                   PERFORM ALTERNAR-MOTIVO
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opção inválida. Tente novamente."
           END-EVALUATE.

       LISTAR-MOTIVOS.
           IF WS-MOT-QTD = 0
               DISPLAY "Nenhum motivo cadastrado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Motivos cadastrados:"
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > WS-MOT-QTD
               PERFORM EXIBIR-MOTIVO
           END-PERFORM.

       EXIBIR-MOTIVO.
           IF WS-MOT-TIPO-EXIGIDO NOT = SPACE
               IF WS-MOT-FLAG(WS-IDX-MOT) = 'S' AND
                  (WS-MOT-TIPO(WS-IDX-MOT) = 'A' OR
                   WS-MOT-TIPO(WS-IDX-MOT) = WS-MOT-TIPO-EXIGIDO)
                   DISPLAY "  " WS-MOT-CODIGO(WS-IDX-MOT) " "
                       WS-MOT-DESC(WS-IDX-MOT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-MOT-TIPO(WS-IDX-MOT)
               WHEN 'E'
                   MOVE "espera" TO WS-MOT-TIPO-DESC
               WHEN 'X'
                   MOVE "cancelamento" TO WS-MOT-TIPO-DESC
               WHEN OTHER
                   MOVE "espera e cancelamento" TO WS-MOT-TIPO-DESC
           END-EVALUATE
           IF WS-MOT-FLAG(WS-IDX-MOT) = 'S'
               DISPLAY "  " WS-MOT-CODIGO(WS-IDX-MOT) " "
                   WS-MOT-DESC(WS-IDX-MOT) " "
                   FUNCTION TRIM(WS-MOT-TIPO-DESC) " (ativo)"
           ELSE
               DISPLAY "  " WS-MOT-CODIGO(WS-IDX-MOT) " "
                   WS-MOT-DESC(WS-IDX-MOT) " "
                   FUNCTION TRIM(WS-MOT-TIPO-DESC) " (inativo)"
           END-IF.

       INCLUIR-MOTIVO.
           IF WS-MOT-QTD >= 100
               DISPLAY "Cadastro de motivos cheio."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Código do motivo (até 4 caracteres): "
           MOVE SPACES TO WS-MOT-CODIGO-INPUT
           ACCEPT WS-MOT-CODIGO-INPUT
           IF WS-MOT-CODIGO-INPUT = SPACES
               DISPLAY "Código não pode ficar em branco."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZAR-MOTIVO
           IF WS-IDX-MOT-ACHADO > 0
               DISPLAY "Já existe motivo com esse código."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Descrição do motivo: "
           MOVE SPACES TO WS-MOT-DESC-INPUT
           ACCEPT WS-MOT-DESC-INPUT
           DISPLAY "Aplica-se a (E=espera X=cancelamento "
               "A=ambos): "
           MOVE SPACE TO WS-MOT-TIPO-INPUT
           ACCEPT WS-MOT-TIPO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-MOT-TIPO-INPUT) TO
               WS-MOT-TIPO-INPUT
           IF WS-MOT-TIPO-INPUT NOT = 'E' AND
              WS-MOT-TIPO-INPUT NOT = 'X' AND
              WS-MOT-TIPO-INPUT NOT = 'A'
               DISPLAY "Tipo inválido; motivo não incluído."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MOT-QTD
           MOVE WS-MOT-CODIGO-INPUT TO WS-MOT-CODIGO(WS-MOT-QTD)
           MOVE WS-MOT-DESC-INPUT TO WS-MOT-DESC(WS-MOT-QTD)
           MOVE WS-MOT-TIPO-INPUT TO WS-MOT-TIPO(WS-MOT-QTD)
           MOVE 'S' TO WS-MOT-FLAG(WS-MOT-QTD)
           PERFORM GRAVAR-MOTIVOS
           DISPLAY "Motivo " WS-MOT-CODIGO-INPUT " incluído.".

       ALTERNAR-MOTIVO.
           DISPLAY "Código do motivo: "
           MOVE SPACES TO WS-MOT-CODIGO-INPUT
           ACCEPT WS-MOT-CODIGO-INPUT
           PERFORM LOCALIZAR-MOTIVO
           IF WS-IDX-MOT-ACHADO = 0
               DISPLAY "Motivo não encontrado."
               EXIT PARAGRAPH
           END-IF
           IF WS-MOT-FLAG(WS-IDX-MOT-ACHADO) = 'S'
               MOVE 'N' TO WS-MOT-FLAG(WS-IDX-MOT-ACHADO)
               DISPLAY "Motivo " WS-MOT-CODIGO-INPUT " desativado."
           ELSE
               MOVE 'S' TO WS-MOT-FLAG(WS-IDX-MOT-ACHADO)
               DISPLAY "Motivo " WS-MOT-CODIGO-INPUT " reativado."
           END-IF
           PERFORM GRAVAR-MOTIVOS.

       GRAVAR-MOTIVOS.
           OPEN OUTPUT MOTIVOS
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > WS-MOT-QTD
               MOVE WS-MOT-CODIGO(WS-IDX-MOT) TO MOT-CODIGO
               MOVE WS-MOT-DESC(WS-IDX-MOT) TO MOT-DESCRICAO
               MOVE WS-MOT-TIPO(WS-IDX-MOT) TO MOT-TIPO
               MOVE WS-MOT-FLAG(WS-IDX-MOT) TO MOT-ATIVO
               WRITE MOT-REGISTRO
           END-PERFORM
           CLOSE MOTIVOS.

       REGISTRAR-LOG.
           ACCEPT WS-LOG-DATA-HORA FROM DATE YYYYMMDD
               WS-LOG-NUMERO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-LOG-DESCRICAO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-OPERADOR-ID DELIMITED BY SPACE
               INTO LINHA-LOG
           WRITE LINHA-LOG
           CLOSE TAREFAS-LOG
           ADD 1 TO WS-TOTAL-LANCAMENTOS.

       ARQUIVAR-CONCLUIDAS.
           DISPLAY "Arquivar concluídas e canceladas há quantos "
               "dias? (0=todas): "
           ACCEPT WS-DIAS-ARQUIVO
           PERFORM ARQUIVAR-POR-DIAS.

           ELSE
               MOVE TAREFA-DATA-VENC TO WS-DATA-REFERENCIA
           END-IF
           IF (TAREFA-CONCLUIDA OR TAREFA-CANCELADA) AND
              WS-DATA-REFERENCIA <= WS-DATA-CORTE
               MOVE TAREFA-DESCRICAO TO TAREFA-HIST-DESCRICAO
               MOVE TAREFA-STATUS TO TAREFA-HIST-STATUS
               MOVE TAREFA-DATA-VENC TO TAREFA-HIST-DATA-VENC
                   WS-TERMO-BUSCA(1:WS-TERMO-BUSCA-LEN)
           END-IF
           IF WS-OCORRENCIAS > 0
               IF TAREFA-HIST-STATUS = 'X'
                   DISPLAY TAREFA-HIST-NUMERO " - [-] "
                       TAREFA-HIST-DESCRICAO
                       " (canc. " TAREFA-HIST-DATA-CONCLUSAO ")"
               ELSE
                   DISPLAY TAREFA-HIST-NUMERO " - [X] "
                       TAREFA-HIST-DESCRICAO
                       " (concl. " TAREFA-HIST-DATA-CONCLUSAO ")"
               END-IF
           END-IF.

       RESTAURAR-DO-HISTORICO.
                           UNTIL WS-IDX-ST > WS-ST-QTD
                       IF WS-ST-NUMERO(WS-IDX-ST) =
                          WS-AVAL-PREREQ(WS-IDX-PRE) AND
                          (WS-ST-STATUS(WS-IDX-ST) = 'A' OR
                           WS-ST-STATUS(WS-IDX-ST) = 'E')
                           MOVE 'S' TO WS-BLOQUEADA
                           MOVE WS-AVAL-PREREQ(WS-IDX-PRE) TO
                               WS-PREREQ-PENDENTES
       MONTAR-MARCADOR-TAREFA.
           IF TAREFA-CONCLUIDA
               MOVE "[X] " TO WS-MARCADOR
               EXIT PARAGRAPH
           END-IF
           IF TAREFA-CANCELADA
               MOVE "[-] " TO WS-MARCADOR
               EXIT PARAGRAPH
           END-IF
           IF TAREFA-EM-ESPERA
               MOVE "[E] " TO WS-MARCADOR
           ELSE
               MOVE TAREFA-PREREQS TO WS-AVAL-PREREQS
               PERFORM VERIFICAR-BLOQUEIO
