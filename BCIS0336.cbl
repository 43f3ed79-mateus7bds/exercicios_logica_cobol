      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0336
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Batch diario - relatorio RELSPR da receita de
      *             spread de cambio do dia, lida da BCI335T (taxa por
      *             ordem, gravada pelo OPES500V via BCIS0335) pela
      *             chave alternativa data + segmento + canal + moeda:
      *             uma linha por segmento/canal/moeda com quantidade
      *             de ordens, reais pela taxa base, reais cobrados,
      *             receita de spread e quantas ordens levaram spread
      *             negociado de cliente; subtotal por segmento e
      *             total geral. Ordens canceladas no dia nao entram
      *             na receita e sao contadas a parte.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0336.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Taxa por ordem (mantida pelo BCIS0335)
           SELECT ARQ-BCI335T  ASSIGN TO BCI335T
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI335T-CHV
                  ALTERNATE RECORD KEY IS REG-BCI335T-CHV-RCT
                  FILE STATUS  IS W-FS-BCI335T.
      *
           SELECT RELSPR ASSIGN TO RELSPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RELSPR.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI335T.
       01  REG-BCI335T.
           03  REG-BCI335T-CHV.
               05  REG-BCI335T-CD-IDFR-ORD     PIC 9(10).
           03  REG-BCI335T-CHV-RCT.
               05  REG-BCI335T-DT-APLC         PIC 9(08).
               05  REG-BCI335T-CD-TIP-CLI      PIC 9(01).
               05  REG-BCI335T-CD-CNL          PIC X(01).
               05  REG-BCI335T-CD-MOE          PIC 9(03).
               05  REG-BCI335T-CD-IDFR-RCT     PIC 9(10).
           03  REG-BCI335T-CD-CLI              PIC 9(09).
           03  REG-BCI335T-IN-MTP-DVSR         PIC X(01).
           03  REG-BCI335T-VL-TAXA-BASE        PIC 9(08)V9(07).
           03  REG-BCI335T-VL-TAXA-APLD        PIC 9(08)V9(07).
           03  REG-BCI335T-PC-SPRD             PIC 9(02)V9(04).
           03  REG-BCI335T-IN-ORIG-SPRD        PIC X(01).
           03  REG-BCI335T-VL-MOEE             PIC 9(13)V9(02).
           03  REG-BCI335T-VL-MOEN             PIC 9(13)V9(02).
           03  REG-BCI335T-VL-MOEN-BASE        PIC 9(13)V9(02).
           03  REG-BCI335T-VL-RCT-SPRD         PIC S9(13)V9(02).
           03  REG-BCI335T-IN-CNCD             PIC X(01).
           03  REG-BCI335T-HR-APLC             PIC 9(06).
           03  REG-BCI335T-CD-USU              PIC X(08).
           03  REG-BCI335T-QT-ALT              PIC 9(03).
           03  FILLER                          PIC X(20).
      *
       FD  RELSPR
           RECORDING MODE IS F.
       01  REG-RELSPR                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0336 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI335T                PIC X(02) VALUE ZEROS.
       77  W-FS-RELSPR                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-BASE               PIC X(01) VALUE 'N'.
           88  FIM-BASE                          VALUE 'S'.
      *
       77  W-QT-LIDO                   PIC 9(09) VALUE ZEROS.
       77  W-QT-CNCD                   PIC 9(06) VALUE ZEROS.
       77  W-VL-CNCD                   PIC S9(15)V9(02) VALUE ZEROS.
       77  W-NR-NVL                    PIC 9(01) VALUE ZEROS.
      *
       01  W-DT-EXEC-AMD               PIC 9(08) VALUE ZEROS.
       01  W-HR-EXEC-CMPL              PIC 9(08) VALUE ZEROS.
       01  W-DT-EXEC                   PIC 9(08) VALUE ZEROS.
       01  W-HR-EXEC                   PIC 9(06) VALUE ZEROS.
      *
      * Quebra corrente (segmento / canal / moeda)
       01  W-QBR-ATU.
           03  W-QBR-CD-TIP-CLI        PIC 9(01) VALUE ZEROS.
           03  W-QBR-CD-CNL            PIC X(01) VALUE SPACES.
           03  W-QBR-CD-MOE            PIC 9(03) VALUE ZEROS.
      *
      * Acumuladores: 1 = segmento/canal/moeda, 2 = segmento, 3 = geral
       01  W-TAB-ACUM.
           03  W-ACUM                  OCCURS 3 TIMES.
               05  W-ACUM-QT-ORD       PIC 9(07).
               05  W-ACUM-QT-NEGC      PIC 9(07).
               05  W-ACUM-VL-BASE      PIC 9(15)V9(02).
               05  W-ACUM-VL-MOEN      PIC 9(15)V9(02).
               05  W-ACUM-VL-RCT       PIC S9(15)V9(02).
      *
       01  W-LN-CABEC.
           03  FILLER                  PIC X(52) VALUE
               'BCIS0336 - RECEITA DE SPREAD DE CAMBIO           DT='.
           03  W-CAB-DT-EXEC           PIC 9(08).
           03  FILLER                  PIC X(04) VALUE ' HR='.
           03  W-CAB-HR-EXEC           PIC 9(06).
      *
       01  W-LN-TITULO.
           03  FILLER                  PIC X(37) VALUE
               'SEGM CANAL MOEDA   ORDENS NEGOCIADAS'.
           03  FILLER                  PIC X(42) VALUE
               '     REAIS TAXA BASE     REAIS COBRADOS   '.
           03  FILLER                  PIC X(20) VALUE
               ' RECEITA DE SPREAD'.
      *
       01  W-LN-DETALHE.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-CD-TIP-CLI        PIC X(01).
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  W-DET-CD-CNL            PIC X(01).
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  W-DET-CD-MOE            PIC X(03).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-QT-ORD            PIC Z.ZZZ.ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-QT-NEGC           PIC Z.ZZZ.ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-BASE           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-MOEN           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-RCT            PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-TX-NVL            PIC X(16).
      *
       01  W-LN-TOTAL-1.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS LIDAS NA DATA..........:'.
           03  W-TOT-QT-LIDO           PIC ZZZ.ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-2.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS CANCELADAS (FORA)......:'.
           03  W-TOT-QT-CNCD           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-3.
           03  FILLER                  PIC X(32) VALUE
               'RECEITA DAS CANCELADAS........:'.
           03  W-TOT-VL-CNCD           PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 020000-DATA-EXECUCAO
           PERFORM 030000-POSICIONA-BASE
           PERFORM 035000-LE-PROXIMA-TAXA
      *
           IF  NOT FIM-BASE
               MOVE REG-BCI335T-CD-TIP-CLI TO W-QBR-CD-TIP-CLI
               MOVE REG-BCI335T-CD-CNL     TO W-QBR-CD-CNL
               MOVE REG-BCI335T-CD-MOE     TO W-QBR-CD-MOE
           END-IF
      *
           PERFORM 040000-PROCESSA-TAXA UNTIL FIM-BASE
      *
           IF  W-ACUM-QT-ORD(1) NOT EQUAL ZEROS
               PERFORM 060000-QUEBRA-MOEDA
           END-IF
      *
           IF  W-ACUM-QT-ORD(2) NOT EQUAL ZEROS
               PERFORM 065000-QUEBRA-SEGMENTO
           END-IF
      *
           PERFORM 080000-ESCREVE-TOTAL
           PERFORM 090000-FECHA-ARQUIVOS
      *
           STOP RUN
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  ARQ-BCI335T
           OPEN OUTPUT RELSPR
      *
           IF  W-FS-BCI335T NOT EQUAL '00'
               DISPLAY 'BCIS0336 - Erro abertura BCI335T FS='
                       W-FS-BCI335T
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-RELSPR NOT EQUAL '00'
               DISPLAY 'BCIS0336 - Erro abertura RELSPR FS='
                       W-FS-RELSPR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           INITIALIZE W-TAB-ACUM
           .
       010000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       020000-DATA-EXECUCAO  SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT W-DT-EXEC-AMD  FROM DATE YYYYMMDD
           ACCEPT W-HR-EXEC-CMPL FROM TIME
      *
           MOVE W-DT-EXEC-AMD         TO W-DT-EXEC
           MOVE W-HR-EXEC-CMPL(1:6)   TO W-HR-EXEC
      *
           MOVE W-DT-EXEC       TO W-CAB-DT-EXEC
           MOVE W-HR-EXEC       TO W-CAB-HR-EXEC
           WRITE REG-RELSPR     FROM W-LN-CABEC
           MOVE SPACES          TO REG-RELSPR
           WRITE REG-RELSPR
           WRITE REG-RELSPR     FROM W-LN-TITULO
           .
       020000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       030000-POSICIONA-BASE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'       TO W-IN-FIM-BASE
           MOVE LOW-VALUES TO REG-BCI335T-CHV-RCT
           MOVE W-DT-EXEC TO REG-BCI335T-DT-APLC
      *
           START ARQ-BCI335T KEY IS NOT LESS REG-BCI335T-CHV-RCT
               INVALID KEY
                   MOVE 'S' TO W-IN-FIM-BASE
           END-START
           .
       030000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       035000-LE-PROXIMA-TAXA  SECTION.
      *----------------------------------------------------------------*
      *
           IF  FIM-BASE
               GO TO 035000-SAI
           END-IF
      *
           READ ARQ-BCI335T NEXT RECORD
               AT END
                   MOVE 'S' TO W-IN-FIM-BASE
           END-READ
      *
           IF  NOT FIM-BASE
           AND REG-BCI335T-DT-APLC NOT EQUAL W-DT-EXEC
               MOVE 'S' TO W-IN-FIM-BASE
           END-IF
           .
       035000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       040000-PROCESSA-TAXA  SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO W-QT-LIDO
      *
           IF  REG-BCI335T-IN-CNCD EQUAL 'S'
               ADD 1                       TO W-QT-CNCD
               ADD REG-BCI335T-VL-RCT-SPRD TO W-VL-CNCD
               GO TO 040000-LE
           END-IF
      *
           IF  REG-BCI335T-CD-TIP-CLI NOT EQUAL W-QBR-CD-TIP-CLI
               IF  W-ACUM-QT-ORD(1) NOT EQUAL ZEROS
                   PERFORM 060000-QUEBRA-MOEDA
               END-IF
               IF  W-ACUM-QT-ORD(2) NOT EQUAL ZEROS
                   PERFORM 065000-QUEBRA-SEGMENTO
               END-IF
           ELSE
               IF  REG-BCI335T-CD-CNL NOT EQUAL W-QBR-CD-CNL
               OR  REG-BCI335T-CD-MOE NOT EQUAL W-QBR-CD-MOE
                   IF  W-ACUM-QT-ORD(1) NOT EQUAL ZEROS
                       PERFORM 060000-QUEBRA-MOEDA
                   END-IF
               END-IF
           END-IF
      *
           MOVE REG-BCI335T-CD-TIP-CLI TO W-QBR-CD-TIP-CLI
           MOVE REG-BCI335T-CD-CNL     TO W-QBR-CD-CNL
           MOVE REG-BCI335T-CD-MOE     TO W-QBR-CD-MOE
      *
           PERFORM 050000-ACUMULA VARYING W-NR-NVL FROM 1 BY 1
                   UNTIL W-NR-NVL GREATER 3
           .
       040000-LE.
           PERFORM 035000-LE-PROXIMA-TAXA
           .
       040000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       050000-ACUMULA  SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                        TO W-ACUM-QT-ORD(W-NR-NVL)
           ADD REG-BCI335T-VL-MOEN-BASE TO W-ACUM-VL-BASE(W-NR-NVL)
           ADD REG-BCI335T-VL-MOEN      TO W-ACUM-VL-MOEN(W-NR-NVL)
           ADD REG-BCI335T-VL-RCT-SPRD  TO W-ACUM-VL-RCT(W-NR-NVL)
      *
           IF  REG-BCI335T-IN-ORIG-SPRD EQUAL 'C'
               ADD 1                    TO W-ACUM-QT-NEGC(W-NR-NVL)
           END-IF
           .
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060000-QUEBRA-MOEDA  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1                   TO W-NR-NVL
           MOVE W-QBR-CD-TIP-CLI    TO W-DET-CD-TIP-CLI
           MOVE W-QBR-CD-CNL        TO W-DET-CD-CNL
           MOVE W-QBR-CD-MOE        TO W-DET-CD-MOE
           MOVE SPACES              TO W-DET-TX-NVL
           PERFORM 070000-ESCREVE-LINHA
           .
       060000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       065000-QUEBRA-SEGMENTO  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 2                   TO W-NR-NVL
           MOVE W-QBR-CD-TIP-CLI    TO W-DET-CD-TIP-CLI
           MOVE '*'                 TO W-DET-CD-CNL
           MOVE '***'               TO W-DET-CD-MOE
           MOVE 'TOTAL SEGMENTO'    TO W-DET-TX-NVL
           PERFORM 070000-ESCREVE-LINHA
      *
           MOVE SPACES              TO REG-RELSPR
           WRITE REG-RELSPR
           .
       065000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       070000-ESCREVE-LINHA  SECTION.
      *----------------------------------------------------------------*
      * Escreve a linha do nivel W-NR-NVL e zera o acumulador.
      *
           MOVE W-ACUM-QT-ORD(W-NR-NVL)  TO W-DET-QT-ORD
           MOVE W-ACUM-QT-NEGC(W-NR-NVL) TO W-DET-QT-NEGC
           MOVE W-ACUM-VL-BASE(W-NR-NVL) TO W-DET-VL-BASE
           MOVE W-ACUM-VL-MOEN(W-NR-NVL) TO W-DET-VL-MOEN
           MOVE W-ACUM-VL-RCT(W-NR-NVL)  TO W-DET-VL-RCT
      *
           WRITE REG-RELSPR FROM W-LN-DETALHE
      *
           INITIALIZE W-ACUM(W-NR-NVL)
           .
       070000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       080000-ESCREVE-TOTAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 3                   TO W-NR-NVL
           MOVE '*'                 TO W-DET-CD-TIP-CLI
                                       W-DET-CD-CNL
           MOVE '***'               TO W-DET-CD-MOE
           MOVE 'TOTAL GERAL'       TO W-DET-TX-NVL
           PERFORM 070000-ESCREVE-LINHA
      *
           MOVE SPACES          TO REG-RELSPR
           WRITE REG-RELSPR
      *
           MOVE W-QT-LIDO       TO W-TOT-QT-LIDO
           WRITE REG-RELSPR     FROM W-LN-TOTAL-1
           MOVE W-QT-CNCD       TO W-TOT-QT-CNCD
           WRITE REG-RELSPR     FROM W-LN-TOTAL-2
           MOVE W-VL-CNCD       TO W-TOT-VL-CNCD
           WRITE REG-RELSPR     FROM W-LN-TOTAL-3
           .
       080000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       090000-FECHA-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-BCI335T
           CLOSE RELSPR
           .
       090000-SAI.
           EXIT
           .
