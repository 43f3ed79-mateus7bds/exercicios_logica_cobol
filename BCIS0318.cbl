      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0318
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Arquivo de avisos ao cliente sobre o andamento da
      *             ordem de pagamento, p/ os canais internet banking,
      *             e-mail e SMS (arquivo NTFSAI, uma geracao nova por
      *             execucao - pode rodar mais de uma vez no dia). Le
      *             os eventos do acompanhamento (BCI277S/BCI277E,
      *             BCIS0277) e avisa os eventos 'S' mensagem SWIFT
      *             enviada, 'L' liquidada, 'D' devolvida (com o motivo
      *             gravado pelo BCIS0279) e 'X' expirada, com ordem,
      *             evento, valor, moeda e nome do beneficiario (extrato
      *             LOGNTF de BCISLOG0/BCISLOG1, classificado pela JCL
      *             por numero da ordem). Um registro por canal
      *             escolhido pelo cliente na BCI014N (BCIS014M);
      *             cliente sem registro ou sem adesao nao e avisado e
      *             os eventos dele nao sao avisados depois.
      *             Nao reenvio: a base de controle BCI318C guarda, por
      *             ordem, o ultimo evento ja examinado e o numero da
      *             execucao que o avancou; o registro de controle
      *             (ordem zero) guarda o numero da execucao, se ela
      *             terminou e a data do inicio dos avisos (eventos
      *             anteriores a primeira execucao nao sao avisados).
      *             Execucao interrompida (abend) deixa o controle em
      *             andamento: a reexecucao usa o mesmo numero, parte
      *             do evento anterior ao daquela execucao e gera de
      *             novo os mesmos avisos na geracao nova - a geracao
      *             da execucao interrompida e descartada pela JCL e
      *             nunca chega aos canais. Ordem + evento + canal
      *             identificam o aviso no canal.
      *             RETURN-CODE 4 quando ha erro de gravacao.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0318.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Situacao corrente e eventos do acompanhamento (BCIS0277)
           SELECT ARQ-BCI277S  ASSIGN TO BCI277S
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI277S-CHV
                  FILE STATUS  IS W-FS-BCI277S.
      *
           SELECT ARQ-BCI277E  ASSIGN TO BCI277E
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI277E-CHV
                  FILE STATUS  IS W-FS-BCI277E.
      *
      * Preferencias de aviso do cliente (mantidas pelo BCIS014M)
           SELECT ARQ-BCI014N  ASSIGN TO BCI014N
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI014N-CHV
                  FILE STATUS  IS W-FS-BCI014N.
      *
      * Controle dos avisos (ultimo evento examinado por ordem)
           SELECT ARQ-BCI318C  ASSIGN TO BCI318C
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI318C-CHV
                  FILE STATUS  IS W-FS-BCI318C.
      *
           SELECT LOGNTF ASSIGN TO LOGNTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-LOGNTF.
      *
           SELECT NTFSAI ASSIGN TO NTFSAI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-NTFSAI.
      *
           SELECT RELNTF ASSIGN TO RELNTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RELNTF.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI277S.
       01  REG-BCI277S.
           03  REG-BCI277S-CHV.
               05  REG-BCI277S-CD-IDFR-ORD     PIC 9(10).
           03  REG-BCI277S-CD-EST-ATU          PIC X(01).
           03  REG-BCI277S-QT-EVT              PIC 9(03).
           03  REG-BCI277S-CD-CLI              PIC 9(09).
           03  REG-BCI277S-CD-PRF-DEPE-EMT     PIC 9(04).
           03  REG-BCI277S-CD-MOE              PIC 9(03).
           03  REG-BCI277S-VL-MOEE             PIC 9(13)V9(02).
           03  REG-BCI277S-CD-SWFT-BNFC        PIC X(11).
           03  REG-BCI277S-DT-LQDC             PIC X(10).
           03  REG-BCI277S-CD-IDFR-MT103       PIC X(16).
           03  REG-BCI277S-CD-IDFR-MT202       PIC X(16).
           03  REG-BCI277S-DT-ULT-EVT          PIC 9(08).
           03  REG-BCI277S-CD-UETR             PIC X(36).
           03  FILLER                          PIC X(20).
      *
       FD  ARQ-BCI277E.
       01  REG-BCI277E.
           03  REG-BCI277E-CHV.
               05  REG-BCI277E-CD-IDFR-ORD     PIC 9(10).
               05  REG-BCI277E-NR-SEQ-EVT      PIC 9(03).
           03  REG-BCI277E-CD-EVT              PIC X(01).
           03  REG-BCI277E-DT-EVT              PIC 9(08).
           03  REG-BCI277E-HR-EVT              PIC 9(06).
           03  REG-BCI277E-CD-USU              PIC X(08).
           03  REG-BCI277E-TX-CMPL             PIC X(40).
      *
       FD  ARQ-BCI014N.
       01  REG-BCI014N.
           03  REG-BCI014N-CHV.
               05  REG-BCI014N-CD-CLI          PIC 9(09).
           03  REG-BCI014N-IN-ADES             PIC X(01).
           03  REG-BCI014N-IN-CNL-IB           PIC X(01).
           03  REG-BCI014N-IN-CNL-EMAIL        PIC X(01).
           03  REG-BCI014N-IN-CNL-SMS          PIC X(01).
           03  REG-BCI014N-CD-USU-ALTC         PIC X(08).
           03  REG-BCI014N-DT-ALTC             PIC 9(08).
           03  FILLER                          PIC X(20).
      *
      * Registro de ordem zero: controle das execucoes.
       FD  ARQ-BCI318C.
       01  REG-BCI318C.
           03  REG-BCI318C-CHV.
               05  REG-BCI318C-CD-IDFR-ORD     PIC 9(10).
           03  REG-BCI318C-DADOS.
               05  REG-BCI318C-NR-SEQ-ULT-EVT  PIC 9(03).
               05  REG-BCI318C-NR-SEQ-ANTR     PIC 9(03).
               05  REG-BCI318C-NR-EXEC-ATU     PIC 9(07).
               05  REG-BCI318C-DT-ULT-ATU      PIC 9(08).
               05  FILLER                      PIC X(19).
           03  REG-BCI318C-CTL REDEFINES REG-BCI318C-DADOS.
               05  REG-BCI318C-NR-EXEC         PIC 9(07).
               05  REG-BCI318C-IN-EXEC-ANDA    PIC X(01).
               05  REG-BCI318C-DT-ULT-EXEC     PIC 9(08).
               05  REG-BCI318C-DT-INI-AVSO     PIC 9(08).
               05  FILLER                      PIC X(16).
      *
      * Extrato de BCISLOG0/BCISLOG1 - registros aceitos, um por
      * registro/alteracao de ordem (classificado pela JCL por numero
      * da ordem; vale o ultimo da ordem).
       FD  LOGNTF
           RECORDING MODE IS F.
       01  REG-LOGNTF.
           03  LOGNTF-NR-ORD-PGTO          PIC 9(10).
           03  LOGNTF-NM-BNFC              PIC X(35).
           03  FILLER                      PIC X(35).
      *
      * Aviso ao cliente - um registro por evento e canal
       FD  NTFSAI
           RECORDING MODE IS F.
       01  REG-NTFSAI.
           03  NTFSAI-NR-ORD-PGTO          PIC 9(10).
           03  NTFSAI-NR-SEQ-EVT           PIC 9(03).
           03  NTFSAI-CD-CNL               PIC X(01).
               88  NTFSAI-CNL-IB                     VALUE 'I'.
               88  NTFSAI-CNL-EMAIL                  VALUE 'E'.
               88  NTFSAI-CNL-SMS                    VALUE 'S'.
           03  NTFSAI-CD-CLI               PIC 9(09).
           03  NTFSAI-CD-EVT               PIC X(01).
           03  NTFSAI-DT-EVT               PIC 9(08).
           03  NTFSAI-HR-EVT               PIC 9(06).
           03  NTFSAI-CD-MOE               PIC 9(03).
           03  NTFSAI-VL-MOEE              PIC 9(13)V9(02).
           03  NTFSAI-NM-BNFC              PIC X(35).
           03  NTFSAI-TX-MTV-DVLC          PIC X(40).
           03  NTFSAI-CD-UETR              PIC X(36).
           03  NTFSAI-DT-GRC               PIC 9(08).
           03  FILLER                      PIC X(25).
      *
       FD  RELNTF
           RECORDING MODE IS F.
       01  REG-RELNTF                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0318 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI277S                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI277E                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI014N                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI318C                PIC X(02) VALUE ZEROS.
       77  W-FS-LOGNTF                 PIC X(02) VALUE '00'.
       77  W-FS-NTFSAI                 PIC X(02) VALUE '00'.
       77  W-FS-RELNTF                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-BCI277S            PIC X(01) VALUE 'N'.
           88  FIM-BCI277S                       VALUE 'S'.
       77  W-IN-FIM-LOGNTF             PIC X(01) VALUE 'N'.
           88  FIM-LOGNTF                        VALUE 'S'.
       77  W-IN-CTL-EXISTE             PIC X(01) VALUE 'N'.
       77  W-IN-ORD-EXISTE             PIC X(01) VALUE 'N'.
       77  W-IN-REEXEC                 PIC X(01) VALUE 'N'.
      *
       01  W-DT-EXEC-AMD               PIC 9(08) VALUE ZEROS.
       01  W-DT-ULT-EXEC               PIC 9(08) VALUE ZEROS.
       01  W-DT-INI-AVSO               PIC 9(08) VALUE ZEROS.
       01  W-NR-EXEC                   PIC 9(07) VALUE ZEROS.
      *
      * Ordem em tratamento
       77  W-NR-SEQ-BASE               PIC 9(03) VALUE ZEROS.
       77  W-NR-SEQ-ULT                PIC 9(03) VALUE ZEROS.
       77  W-NR-SEQ-ANTR               PIC 9(03) VALUE ZEROS.
       01  W-NM-BNFC                   PIC X(35) VALUE SPACES.
      *
      * Preferencia do cliente da ordem ('N' quando sem registro)
       01  W-PREF-CLI.
           03  W-PREF-IN-ADES          PIC X(01).
               88  CLI-ADERIU                    VALUE 'S'.
           03  W-PREF-IN-CNL-IB        PIC X(01).
           03  W-PREF-IN-CNL-EMAIL     PIC X(01).
           03  W-PREF-IN-CNL-SMS       PIC X(01).
      *
      * Totais
       77  W-QT-LIDO-ORD               PIC 9(07) VALUE ZEROS.
       77  W-QT-ORD-EVT-NOVO           PIC 9(07) VALUE ZEROS.
       77  W-QT-EVT-EXMN               PIC 9(07) VALUE ZEROS.
       77  W-QT-EVT-AVSO               PIC 9(07) VALUE ZEROS.
       77  W-QT-EVT-SEM-ADES           PIC 9(07) VALUE ZEROS.
       77  W-QT-AVSO-IB                PIC 9(07) VALUE ZEROS.
       77  W-QT-AVSO-EMAIL             PIC 9(07) VALUE ZEROS.
       77  W-QT-AVSO-SMS               PIC 9(07) VALUE ZEROS.
       77  W-QT-SEM-NM-BNFC            PIC 9(07) VALUE ZEROS.
       77  W-QT-ERRO-GRV               PIC 9(07) VALUE ZEROS.
      *
       01  W-LN-CABEC.
           03  FILLER                  PIC X(32) VALUE
               'BCIS0318 - AVISOS AO CLIENTE DT='.
           03  W-CAB-DT-EXEC           PIC 9(08).
           03  FILLER                  PIC X(10) VALUE
               ' EXECUCAO '.
           03  W-CAB-NR-EXEC           PIC Z(6)9.
           03  W-CAB-TX-REEXEC         PIC X(14).
      *
       01  W-LN-DETALHE.
           03  W-DET-NR-ORD-PGTO       PIC 9(10).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-NR-SEQ-EVT        PIC 9(03).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-EVT            PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-CLI            PIC 9(09).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-MOE            PIC 9(03).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-MOEE           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-NM-BNFC           PIC X(35).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-TX-CNL            PIC X(03).
      *
       01  W-LN-TOTAL-1.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS LIDAS..................:'.
           03  W-TOT-QT-LIDO-ORD       PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-2.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS COM EVENTO NOVO........:'.
           03  W-TOT-QT-ORD-EVT-NOVO   PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-3.
           03  FILLER                  PIC X(32) VALUE
               'EVENTOS EXAMINADOS............:'.
           03  W-TOT-QT-EVT-EXMN       PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-4.
           03  FILLER                  PIC X(32) VALUE
               'EVENTOS AVISADOS..............:'.
           03  W-TOT-QT-EVT-AVSO       PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-5.
           03  FILLER                  PIC X(32) VALUE
               'EVENTOS DE CLIENTE SEM ADESAO.:'.
           03  W-TOT-QT-EVT-SEM-ADES   PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-6.
           03  FILLER                  PIC X(32) VALUE
               'AVISOS INTERNET BANKING.......:'.
           03  W-TOT-QT-AVSO-IB        PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-7.
           03  FILLER                  PIC X(32) VALUE
               'AVISOS E-MAIL.................:'.
           03  W-TOT-QT-AVSO-EMAIL     PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-8.
           03  FILLER                  PIC X(32) VALUE
               'AVISOS SMS....................:'.
           03  W-TOT-QT-AVSO-SMS       PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-9.
           03  FILLER                  PIC X(32) VALUE
               'AVISOS SEM NOME DO BENEFIC....:'.
           03  W-TOT-QT-SEM-NM-BNFC    PIC ZZZZ.ZZ9.
       01  W-LN-TOTAL-10.
           03  FILLER                  PIC X(32) VALUE
               'ERROS DE GRAVACAO.............:'.
           03  W-TOT-QT-ERRO-GRV       PIC ZZZZ.ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 020000-DATA-EXECUCAO
           PERFORM 037000-LE-LOGNTF
      *
           PERFORM 030000-LE-ORDEM
           PERFORM 040000-TRATA-ORDEM
               UNTIL FIM-BCI277S
      *
           PERFORM 080000-ESCREVE-TOTAL
      *
           IF  W-QT-ERRO-GRV GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           PERFORM 085000-ENCERRA-CONTROLE
           PERFORM 090000-FECHA-ARQUIVOS
      *
           STOP RUN
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  ARQ-BCI277S
           OPEN INPUT  ARQ-BCI277E
           OPEN INPUT  ARQ-BCI014N
           OPEN I-O    ARQ-BCI318C
           OPEN INPUT  LOGNTF
           OPEN OUTPUT NTFSAI
           OPEN OUTPUT RELNTF
      *
           IF  W-FS-BCI277S NOT EQUAL '00'
               DISPLAY 'BCIS0318 - Erro abertura BCI277S FS='
                       W-FS-BCI277S
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI277E NOT EQUAL '00'
               DISPLAY 'BCIS0318 - Erro abertura BCI277E FS='
                       W-FS-BCI277E
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI014N NOT EQUAL '00'
               DISPLAY 'BCIS0318 - Erro abertura BCI014N FS='
                       W-FS-BCI014N
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI318C NOT EQUAL '00'
               DISPLAY 'BCIS0318 - Erro abertura BCI318C FS='
                       W-FS-BCI318C
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-LOGNTF NOT EQUAL '00'
               DISPLAY 'BCIS0318 - Erro abertura LOGNTF FS='
                       W-FS-LOGNTF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-NTFSAI NOT EQUAL '00'
               DISPLAY 'BCIS0318 - Erro abertura NTFSAI FS='
                       W-FS-NTFSAI
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-RELNTF NOT EQUAL '00'
               DISPLAY 'BCIS0318 - Erro abertura RELNTF FS='
                       W-FS-RELNTF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       010000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       020000-DATA-EXECUCAO  SECTION.
      *----------------------------------------------------------------*
      * Controle das execucoes (ordem zero da BCI318C). Sem ele e a
      * primeira execucao: os avisos comecam na data de hoje. Execucao
      * anterior em andamento (interrompida) e refeita com o mesmo
      * numero; senao o numero avanca. O controle e marcado em
      * andamento antes do primeiro aviso.
      *
           ACCEPT W-DT-EXEC-AMD FROM DATE YYYYMMDD
      *
           MOVE ZEROS TO REG-BCI318C-CD-IDFR-ORD
           READ ARQ-BCI318C
               INVALID KEY
                   MOVE 'N'           TO W-IN-CTL-EXISTE
                   MOVE ZEROS         TO W-DT-ULT-EXEC
                                         W-NR-EXEC
                   MOVE W-DT-EXEC-AMD TO W-DT-INI-AVSO
               NOT INVALID KEY
                   MOVE 'S'           TO W-IN-CTL-EXISTE
                   MOVE REG-BCI318C-DT-ULT-EXEC TO W-DT-ULT-EXEC
                   MOVE REG-BCI318C-DT-INI-AVSO TO W-DT-INI-AVSO
                   MOVE REG-BCI318C-NR-EXEC     TO W-NR-EXEC
                   IF  REG-BCI318C-IN-EXEC-ANDA EQUAL 'S'
                       MOVE 'S' TO W-IN-REEXEC
                   END-IF
           END-READ
      *
           IF  W-IN-REEXEC EQUAL 'S'
               DISPLAY 'BCIS0318 - Execucao ' W-NR-EXEC
                       ' interrompida - refeita com o mesmo numero'
           ELSE
               ADD 1 TO W-NR-EXEC
           END-IF
      *
           MOVE ZEROS         TO REG-BCI318C-CD-IDFR-ORD
           MOVE SPACES        TO REG-BCI318C-CTL
           MOVE W-NR-EXEC     TO REG-BCI318C-NR-EXEC
           MOVE 'S'           TO REG-BCI318C-IN-EXEC-ANDA
           MOVE W-DT-ULT-EXEC TO REG-BCI318C-DT-ULT-EXEC
           MOVE W-DT-INI-AVSO TO REG-BCI318C-DT-INI-AVSO
      *
           IF  W-IN-CTL-EXISTE EQUAL 'S'
               REWRITE REG-BCI318C
                   INVALID KEY
                       DISPLAY 'BCIS0318 - Erro regravacao controle '
                               'BCI318C FS=' W-FS-BCI318C
                       PERFORM 090000-FECHA-ARQUIVOS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-BCI318C
                   INVALID KEY
                       DISPLAY 'BCIS0318 - Erro gravacao controle '
                               'BCI318C FS=' W-FS-BCI318C
                       PERFORM 090000-FECHA-ARQUIVOS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF
      *
           MOVE W-DT-EXEC-AMD TO W-CAB-DT-EXEC
           MOVE W-NR-EXEC     TO W-CAB-NR-EXEC
           IF  W-IN-REEXEC EQUAL 'S'
               MOVE ' (REEXECUCAO)' TO W-CAB-TX-REEXEC
           ELSE
               MOVE SPACES          TO W-CAB-TX-REEXEC
           END-IF
           WRITE REG-RELNTF FROM W-LN-CABEC
           MOVE SPACES TO REG-RELNTF
           WRITE REG-RELNTF
      *
      * Posiciona a BCI277S no inicio p/ a leitura sequencial
           MOVE ZEROS TO REG-BCI277S-CD-IDFR-ORD
           START ARQ-BCI277S KEY IS NOT LESS REG-BCI277S-CHV
               INVALID KEY
                   MOVE 'S' TO W-IN-FIM-BCI277S
           END-START
           .
       020000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       030000-LE-ORDEM  SECTION.
      *----------------------------------------------------------------*
      *
           IF  NOT FIM-BCI277S
               READ ARQ-BCI277S NEXT RECORD
                   AT END
                       MOVE 'S' TO W-IN-FIM-BCI277S
               END-READ
           END-IF
      *
           IF  NOT FIM-BCI277S
               ADD 1 TO W-QT-LIDO-ORD
           END-IF
           .
       030000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       035000-LOCALIZA-BNFC  SECTION.
      *----------------------------------------------------------------*
      * Casamento com o extrato do log (mesma ordem de classificacao
      * da BCI277S); sem registro no log o nome vai em branco.
      *
           MOVE SPACES TO W-NM-BNFC
           .
      *
       035000-AVANCA.
           IF  FIM-LOGNTF
               GO TO 035000-SAI
           END-IF
      *
           IF  LOGNTF-NR-ORD-PGTO LESS REG-BCI277S-CD-IDFR-ORD
               PERFORM 037000-LE-LOGNTF
               GO TO 035000-AVANCA
           END-IF
      *
           IF  LOGNTF-NR-ORD-PGTO EQUAL REG-BCI277S-CD-IDFR-ORD
               MOVE LOGNTF-NM-BNFC TO W-NM-BNFC
               PERFORM 037000-LE-LOGNTF
               GO TO 035000-AVANCA
           END-IF
           .
       035000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       037000-LE-LOGNTF  SECTION.
      *----------------------------------------------------------------*
      *
           READ LOGNTF
               AT END
                   MOVE 'S' TO W-IN-FIM-LOGNTF
           END-READ
           .
       037000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       040000-TRATA-ORDEM  SECTION.
      *----------------------------------------------------------------*
      * Ordem sem evento desde a ultima execucao concluida nao e lida
      * na BCI318C. Na reexecucao, o ponto de partida da ordem ja
      * avancada pela execucao interrompida e o anterior a ela.
      *
           IF  REG-BCI277S-QT-EVT EQUAL ZEROS
           OR  REG-BCI277S-DT-ULT-EVT LESS W-DT-ULT-EXEC
               GO TO 040000-PROXIMA
           END-IF
      *
           MOVE REG-BCI277S-CD-IDFR-ORD TO REG-BCI318C-CD-IDFR-ORD
           READ ARQ-BCI318C
               INVALID KEY
                   MOVE 'N'   TO W-IN-ORD-EXISTE
                   MOVE ZEROS TO W-NR-SEQ-BASE
                                 W-NR-SEQ-ANTR
               NOT INVALID KEY
                   MOVE 'S'   TO W-IN-ORD-EXISTE
                   IF  REG-BCI318C-NR-EXEC-ATU EQUAL W-NR-EXEC
                       MOVE REG-BCI318C-NR-SEQ-ANTR    TO W-NR-SEQ-BASE
                   ELSE
                       MOVE REG-BCI318C-NR-SEQ-ULT-EVT TO W-NR-SEQ-BASE
                   END-IF
                   MOVE W-NR-SEQ-BASE TO W-NR-SEQ-ANTR
           END-READ
      *
           IF  REG-BCI277S-QT-EVT NOT GREATER W-NR-SEQ-BASE
               GO TO 040000-PROXIMA
           END-IF
      *
           ADD 1 TO W-QT-ORD-EVT-NOVO
      *
           PERFORM 035000-LOCALIZA-BNFC
      *
           MOVE REG-BCI277S-CD-CLI TO REG-BCI014N-CD-CLI
           READ ARQ-BCI014N
               INVALID KEY
                   MOVE 'NNNN' TO W-PREF-CLI
               NOT INVALID KEY
                   MOVE REG-BCI014N-IN-ADES      TO W-PREF-IN-ADES
                   MOVE REG-BCI014N-IN-CNL-IB    TO W-PREF-IN-CNL-IB
                   MOVE REG-BCI014N-IN-CNL-EMAIL TO W-PREF-IN-CNL-EMAIL
                   MOVE REG-BCI014N-IN-CNL-SMS   TO W-PREF-IN-CNL-SMS
           END-READ
      *
           MOVE W-NR-SEQ-BASE TO W-NR-SEQ-ULT
           PERFORM 045000-LE-EVENTOS
      *
           IF  W-NR-SEQ-ULT GREATER W-NR-SEQ-BASE
               PERFORM 060000-ATUALIZA-ORDEM
           END-IF
           .
      *
       040000-PROXIMA.
           PERFORM 030000-LE-ORDEM
           .
       040000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       045000-LE-EVENTOS  SECTION.
      *----------------------------------------------------------------*
      * Eventos da ordem posteriores ao ponto de partida.
      *
           MOVE REG-BCI277S-CD-IDFR-ORD TO REG-BCI277E-CD-IDFR-ORD
           COMPUTE REG-BCI277E-NR-SEQ-EVT = W-NR-SEQ-BASE + 1
      *
           START ARQ-BCI277E KEY IS NOT LESS REG-BCI277E-CHV
               INVALID KEY
                   GO TO 045000-SAI
           END-START
           .
      *
       045000-LE.
           READ ARQ-BCI277E NEXT RECORD
               AT END
                   GO TO 045000-SAI
           END-READ
      *
           IF  REG-BCI277E-CD-IDFR-ORD NOT EQUAL
               REG-BCI277S-CD-IDFR-ORD
               GO TO 045000-SAI
           END-IF
      *
           ADD 1 TO W-QT-EVT-EXMN
           MOVE REG-BCI277E-NR-SEQ-EVT TO W-NR-SEQ-ULT
      *
           IF  REG-BCI277E-CD-EVT NOT EQUAL 'S' AND 'L' AND 'D' AND 'X'
           OR  REG-BCI277E-DT-EVT LESS W-DT-INI-AVSO
               GO TO 045000-LE
           END-IF
      *
           IF  NOT CLI-ADERIU
               ADD 1 TO W-QT-EVT-SEM-ADES
               GO TO 045000-LE
           END-IF
      *
           PERFORM 050000-GERA-AVISO
           GO TO 045000-LE
           .
       045000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       050000-GERA-AVISO  SECTION.
      *----------------------------------------------------------------*
      * Um registro por canal escolhido. O motivo so vai na devolucao
      * (complemento do evento 'D', gravado pelo BCIS0279).
      *
           ADD 1 TO W-QT-EVT-AVSO
      *
           MOVE SPACES                  TO REG-NTFSAI
           MOVE REG-BCI277S-CD-IDFR-ORD TO NTFSAI-NR-ORD-PGTO
           MOVE REG-BCI277E-NR-SEQ-EVT  TO NTFSAI-NR-SEQ-EVT
           MOVE REG-BCI277S-CD-CLI      TO NTFSAI-CD-CLI
           MOVE REG-BCI277E-CD-EVT      TO NTFSAI-CD-EVT
           MOVE REG-BCI277E-DT-EVT      TO NTFSAI-DT-EVT
           MOVE REG-BCI277E-HR-EVT      TO NTFSAI-HR-EVT
           MOVE REG-BCI277S-CD-MOE      TO NTFSAI-CD-MOE
           MOVE REG-BCI277S-VL-MOEE     TO NTFSAI-VL-MOEE
           MOVE W-NM-BNFC               TO NTFSAI-NM-BNFC
           MOVE REG-BCI277S-CD-UETR     TO NTFSAI-CD-UETR
           MOVE W-DT-EXEC-AMD           TO NTFSAI-DT-GRC
           IF  REG-BCI277E-CD-EVT EQUAL 'D'
               MOVE REG-BCI277E-TX-CMPL TO NTFSAI-TX-MTV-DVLC
           END-IF
      *
           IF  W-NM-BNFC EQUAL SPACES
               ADD 1 TO W-QT-SEM-NM-BNFC
           END-IF
      *
           MOVE SPACES TO W-DET-TX-CNL
      *
           IF  W-PREF-IN-CNL-IB EQUAL 'S'
               MOVE 'I' TO NTFSAI-CD-CNL
               MOVE 'I' TO W-DET-TX-CNL(1:1)
               PERFORM 055000-GRAVA-AVISO
               ADD 1 TO W-QT-AVSO-IB
           END-IF
      *
           IF  W-PREF-IN-CNL-EMAIL EQUAL 'S'
               MOVE 'E' TO NTFSAI-CD-CNL
               MOVE 'E' TO W-DET-TX-CNL(2:1)
               PERFORM 055000-GRAVA-AVISO
               ADD 1 TO W-QT-AVSO-EMAIL
           END-IF
      *
           IF  W-PREF-IN-CNL-SMS EQUAL 'S'
               MOVE 'S' TO NTFSAI-CD-CNL
               MOVE 'S' TO W-DET-TX-CNL(3:1)
               PERFORM 055000-GRAVA-AVISO
               ADD 1 TO W-QT-AVSO-SMS
           END-IF
      *
           PERFORM 070000-ESCREVE-DETALHE
           .
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       055000-GRAVA-AVISO  SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-NTFSAI
      *
           IF  W-FS-NTFSAI NOT EQUAL '00'
               DISPLAY 'BCIS0318 - Erro gravacao NTFSAI FS='
                       W-FS-NTFSAI ' ORDEM ' NTFSAI-NR-ORD-PGTO
               PERFORM 090000-FECHA-ARQUIVOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       055000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060000-ATUALIZA-ORDEM  SECTION.
      *----------------------------------------------------------------*
      * Guarda o ultimo evento examinado e, p/ a reexecucao, o ponto
      * de partida desta execucao.
      *
           MOVE REG-BCI277S-CD-IDFR-ORD TO REG-BCI318C-CD-IDFR-ORD
           MOVE SPACES                  TO REG-BCI318C-DADOS
           MOVE W-NR-SEQ-ULT            TO REG-BCI318C-NR-SEQ-ULT-EVT
           MOVE W-NR-SEQ-ANTR           TO REG-BCI318C-NR-SEQ-ANTR
           MOVE W-NR-EXEC               TO REG-BCI318C-NR-EXEC-ATU
           MOVE W-DT-EXEC-AMD           TO REG-BCI318C-DT-ULT-ATU
      *
           IF  W-IN-ORD-EXISTE EQUAL 'S'
               REWRITE REG-BCI318C
                   INVALID KEY
                       DISPLAY 'BCIS0318 - Erro regravacao BCI318C '
                               'ORDEM ' REG-BCI318C-CD-IDFR-ORD
                               ' FS=' W-FS-BCI318C
                       ADD 1 TO W-QT-ERRO-GRV
               END-REWRITE
           ELSE
               WRITE REG-BCI318C
                   INVALID KEY
                       DISPLAY 'BCIS0318 - Erro gravacao BCI318C '
                               'ORDEM ' REG-BCI318C-CD-IDFR-ORD
                               ' FS=' W-FS-BCI318C
                       ADD 1 TO W-QT-ERRO-GRV
               END-WRITE
           END-IF
           .
       060000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       070000-ESCREVE-DETALHE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REG-BCI277S-CD-IDFR-ORD TO W-DET-NR-ORD-PGTO
           MOVE REG-BCI277E-NR-SEQ-EVT  TO W-DET-NR-SEQ-EVT
           MOVE REG-BCI277E-CD-EVT      TO W-DET-CD-EVT
           MOVE REG-BCI277S-CD-CLI      TO W-DET-CD-CLI
           MOVE REG-BCI277S-CD-MOE      TO W-DET-CD-MOE
           MOVE REG-BCI277S-VL-MOEE     TO W-DET-VL-MOEE
           MOVE W-NM-BNFC               TO W-DET-NM-BNFC
           WRITE REG-RELNTF FROM W-LN-DETALHE
           .
       070000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       080000-ESCREVE-TOTAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES              TO REG-RELNTF
           WRITE REG-RELNTF
      *
           MOVE W-QT-LIDO-ORD       TO W-TOT-QT-LIDO-ORD
           WRITE REG-RELNTF         FROM W-LN-TOTAL-1
           MOVE W-QT-ORD-EVT-NOVO   TO W-TOT-QT-ORD-EVT-NOVO
           WRITE REG-RELNTF         FROM W-LN-TOTAL-2
           MOVE W-QT-EVT-EXMN       TO W-TOT-QT-EVT-EXMN
           WRITE REG-RELNTF         FROM W-LN-TOTAL-3
           MOVE W-QT-EVT-AVSO       TO W-TOT-QT-EVT-AVSO
           WRITE REG-RELNTF         FROM W-LN-TOTAL-4
           MOVE W-QT-EVT-SEM-ADES   TO W-TOT-QT-EVT-SEM-ADES
           WRITE REG-RELNTF         FROM W-LN-TOTAL-5
           MOVE W-QT-AVSO-IB        TO W-TOT-QT-AVSO-IB
           WRITE REG-RELNTF         FROM W-LN-TOTAL-6
           MOVE W-QT-AVSO-EMAIL     TO W-TOT-QT-AVSO-EMAIL
           WRITE REG-RELNTF         FROM W-LN-TOTAL-7
           MOVE W-QT-AVSO-SMS       TO W-TOT-QT-AVSO-SMS
           WRITE REG-RELNTF         FROM W-LN-TOTAL-8
           MOVE W-QT-SEM-NM-BNFC    TO W-TOT-QT-SEM-NM-BNFC
           WRITE REG-RELNTF         FROM W-LN-TOTAL-9
           MOVE W-QT-ERRO-GRV       TO W-TOT-QT-ERRO-GRV
           WRITE REG-RELNTF         FROM W-LN-TOTAL-10
           .
       080000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       085000-ENCERRA-CONTROLE  SECTION.
      *----------------------------------------------------------------*
      * So depois de fechado o arquivo de avisos a execucao e dada como
      * concluida; a partir dai os eventos dela nao sao mais gerados.
      * Erro de gravacao na BCI318C nao impede o encerramento: a ordem
      * sai no relatorio e seria avisada de novo na proxima execucao.
      *
           CLOSE NTFSAI
      *
           IF  W-FS-NTFSAI NOT EQUAL '00'
               DISPLAY 'BCIS0318 - Erro fechamento NTFSAI FS='
                       W-FS-NTFSAI ' - execucao ' W-NR-EXEC
                       ' fica em andamento'
               MOVE 16 TO RETURN-CODE
               GO TO 085000-SAI
           END-IF
      *
           MOVE ZEROS         TO REG-BCI318C-CD-IDFR-ORD
           MOVE SPACES        TO REG-BCI318C-CTL
           MOVE W-NR-EXEC     TO REG-BCI318C-NR-EXEC
           MOVE 'N'           TO REG-BCI318C-IN-EXEC-ANDA
           MOVE W-DT-EXEC-AMD TO REG-BCI318C-DT-ULT-EXEC
           MOVE W-DT-INI-AVSO TO REG-BCI318C-DT-INI-AVSO
      *
           REWRITE REG-BCI318C
               INVALID KEY
                   DISPLAY 'BCIS0318 - Erro regravacao controle '
                           'BCI318C FS=' W-FS-BCI318C
                   MOVE 16 TO RETURN-CODE
           END-REWRITE
           .
       085000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       090000-FECHA-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-BCI277S
           CLOSE ARQ-BCI277E
           CLOSE ARQ-BCI014N
           CLOSE ARQ-BCI318C
           CLOSE LOGNTF
           CLOSE RELNTF
           .
       090000-SAI.
           EXIT
           .
