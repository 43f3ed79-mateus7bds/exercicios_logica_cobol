      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0320
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Relatorio diario dos documentos comprobatorios
      *             pendentes das ordens de pagamento (BCI319D, gravada
      *             pelo OPES500V via BCIS0319 quando a tabela BCI015D
      *             exige documento). Lista cada ordem com documento
      *             ainda nao entregue, com a idade em relacao a data
      *             limite: a vencer, vencida 1-30, 31-60, 61-90 e
      *             acima de 90 dias. Ordem cancelada ou expirada no
      *             acompanhamento (BCI277S 'C'/'X') fica fora.
      *             Totaliza quantidade por faixa de idade e valor em
      *             moeda nacional por dependencia emissora e no geral.
      *             Encerra com RETURN-CODE 4 quando ha documento
      *             vencido, p/ a esteira destacar o dia.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0320.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Documento comprobatorio por ordem (mantido pelo BCIS0319)
           SELECT ARQ-BCI319D  ASSIGN TO BCI319D
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS REG-BCI319D-CHV
                  FILE STATUS  IS W-FS-BCI319D.
      *
      * Situacao corrente da ordem no acompanhamento (BCIS0277)
           SELECT ARQ-BCI277S  ASSIGN TO BCI277S
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS REG-BCI277S-CHV
                  FILE STATUS  IS W-FS-BCI277S.
      *
           SELECT RELDOC ASSIGN TO RELDOC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RELDOC.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI319D.
       01  REG-BCI319D.
           03  REG-BCI319D-CHV.
               05  REG-BCI319D-CD-IDFR-ORD     PIC 9(10).
           03  REG-BCI319D-CD-NTZ              PIC 9(05).
           03  REG-BCI319D-CD-TIP-CLI          PIC 9(01).
           03  REG-BCI319D-CD-TIP-DCTO         PIC X(02).
           03  REG-BCI319D-CD-REF-DCTO         PIC X(30).
           03  REG-BCI319D-CD-EST              PIC X(01).
           03  REG-BCI319D-DT-REG              PIC 9(08).
           03  REG-BCI319D-DT-LIM              PIC 9(08).
           03  REG-BCI319D-CD-CLI              PIC 9(09).
           03  REG-BCI319D-CD-PRF-DEPE-EMT     PIC 9(04).
           03  REG-BCI319D-CD-MOE              PIC 9(03).
           03  REG-BCI319D-VL-MOEE             PIC 9(13)V9(02).
           03  REG-BCI319D-VL-MOEN             PIC 9(13)V9(02).
           03  REG-BCI319D-CD-USU-REG          PIC X(08).
           03  REG-BCI319D-DT-ENTG             PIC 9(08).
           03  REG-BCI319D-CD-USU-ENTG         PIC X(08).
           03  FILLER                          PIC X(20).
      *
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
       FD  RELDOC
           RECORDING MODE IS F.
       01  REG-RELDOC                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0320 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI319D                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI277S                PIC X(02) VALUE ZEROS.
       77  W-FS-RELDOC                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-BASE               PIC X(01) VALUE 'N'.
           88  FIM-BASE                          VALUE 'S'.
      *
       77  W-QT-LIDO                   PIC 9(06) VALUE ZEROS.
       77  W-QT-FORA                   PIC 9(06) VALUE ZEROS.
       77  W-QT-PEND                   PIC 9(06) VALUE ZEROS.
       77  W-QT-VNCD                   PIC 9(06) VALUE ZEROS.
       77  W-VL-PEND                   PIC 9(15)V9(02) VALUE ZEROS.
      *
       77  W-QT-DIAS-ATRS              PIC S9(05) VALUE ZEROS.
       77  W-NR-INT-HOJE               PIC S9(09) VALUE ZEROS.
       77  W-NR-INT-LIM                PIC S9(09) VALUE ZEROS.
      * Faixa de idade: 1 = a vencer; 2 = 1-30; 3 = 31-60;
      * 4 = 61-90; 5 = acima de 90 dias apos a data limite
       77  W-NR-FX                     PIC 9(01) VALUE ZEROS.
       77  W-IX-DEPE                   PIC 9(05) VALUE ZEROS.
       77  W-IX-FX                     PIC 9(01) VALUE ZEROS.
      *
       01  W-DT-EXEC-AMD               PIC 9(08) VALUE ZEROS.
      *
      * Totais por dependencia emissora (posicao = prefixo + 1) e
      * total geral por faixa de idade
       01  W-TAB-DEPE.
           03  W-DEPE-OCR OCCURS 10000 TIMES.
               05  W-DEPE-QT-FX        PIC 9(06) OCCURS 5 TIMES.
               05  W-DEPE-VL-MOEN      PIC 9(15)V9(02).
      *
       01  W-TAB-GERAL.
           03  W-GERAL-QT-FX           PIC 9(06) OCCURS 5 TIMES.
      *
       01  W-TAB-NM-FX.
           03  FILLER                  PIC X(10) VALUE 'A VENCER  '.
           03  FILLER                  PIC X(10) VALUE 'VENC 1-30 '.
           03  FILLER                  PIC X(10) VALUE 'VENC 31-60'.
           03  FILLER                  PIC X(10) VALUE 'VENC 61-90'.
           03  FILLER                  PIC X(10) VALUE 'VENC > 90 '.
       01  W-TAB-NM-FX-R REDEFINES W-TAB-NM-FX.
           03  W-NM-FX                 PIC X(10) OCCURS 5 TIMES.
      *
       01  W-LN-CABEC.
           03  FILLER                  PIC X(32) VALUE
               'BCIS0320 - DOCTOS PENDENTES DT='.
           03  W-CAB-DT-EXEC           PIC 9(08).
      *
       01  W-LN-TITULO.
           03  FILLER                  PIC X(48) VALUE
               'DEPE ORDEM      CLIENTE   DC DT-REG   DT-LIMIT '.
           03  FILLER                  PIC X(48) VALUE
               ' ATRASO IDADE      VALOR MOEDA NACIONAL'.
      *
       01  W-LN-DETALHE.
           03  W-DET-CD-DEPE           PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-NR-ORD            PIC Z(9)9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-CLI            PIC Z(8)9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-TIP-DCTO       PIC X(02).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-DT-REG            PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-DT-LIM            PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-QT-DIAS           PIC -----9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-NM-FX             PIC X(10).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-MOEN           PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  W-LN-DEPE.
           03  FILLER                  PIC X(12) VALUE
               'TOTAL DEPE '.
           03  W-DEP-CD-DEPE           PIC 9(04).
           03  FILLER                  PIC X(02) VALUE ': '.
           03  W-DEP-OCR OCCURS 5 TIMES.
               05  W-DEP-NM-FX         PIC X(10).
               05  W-DEP-QT-FX         PIC ZZZ.ZZ9.
               05  FILLER              PIC X(01) VALUE SPACES.
           03  W-DEP-VL-MOEN           PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  W-LN-TOTAL-1.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS COM DOCTO REGISTRADO...:'.
           03  W-TOT-QT-LIDO           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-2.
           03  FILLER                  PIC X(32) VALUE
               'CANCELADAS/EXPIRADAS (FORA)...:'.
           03  W-TOT-QT-FORA           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-3.
           03  FILLER                  PIC X(32) VALUE
               'DOCUMENTOS PENDENTES..........:'.
           03  W-TOT-QT-PEND           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-4.
           03  FILLER                  PIC X(32) VALUE
               'DOCUMENTOS VENCIDOS...........:'.
           03  W-TOT-QT-VNCD           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-5.
           03  FILLER                  PIC X(21) VALUE SPACES.
           03  W-TOT-NM-FX             PIC X(10).
           03  FILLER                  PIC X(01) VALUE ':'.
           03  W-TOT-QT-FX             PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-6.
           03  FILLER                  PIC X(32) VALUE
               'VALOR PENDENTE MOEDA NACIONAL.:'.
           03  W-TOT-VL-PEND           PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 020000-DATA-EXECUCAO
           PERFORM 035000-LE-PROXIMO-DCTO
           PERFORM 040000-PROCESSA-DCTO UNTIL FIM-BASE
           PERFORM 070000-ESCREVE-DEPE
           PERFORM 080000-ESCREVE-TOTAL
           PERFORM 090000-FECHA-ARQUIVOS
      *
           IF  W-QT-VNCD GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           STOP RUN
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  ARQ-BCI319D
           OPEN INPUT  ARQ-BCI277S
           OPEN OUTPUT RELDOC
      *
           IF  W-FS-BCI319D NOT EQUAL '00'
               DISPLAY 'BCIS0320 - Erro abertura BCI319D FS='
                       W-FS-BCI319D
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI277S NOT EQUAL '00'
               DISPLAY 'BCIS0320 - Erro abertura BCI277S FS='
                       W-FS-BCI277S
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-RELDOC NOT EQUAL '00'
               DISPLAY 'BCIS0320 - Erro abertura RELDOC FS='
                       W-FS-RELDOC
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
      *
           ACCEPT W-DT-EXEC-AMD FROM DATE YYYYMMDD
           COMPUTE W-NR-INT-HOJE =
               FUNCTION INTEGER-OF-DATE (W-DT-EXEC-AMD)
      *
           INITIALIZE W-TAB-DEPE
                      W-TAB-GERAL
      *
           MOVE W-DT-EXEC-AMD   TO W-CAB-DT-EXEC
           WRITE REG-RELDOC     FROM W-LN-CABEC
           MOVE SPACES          TO REG-RELDOC
           WRITE REG-RELDOC
           WRITE REG-RELDOC     FROM W-LN-TITULO
           .
       020000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       035000-LE-PROXIMO-DCTO  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-BCI319D NEXT RECORD
               AT END
                   MOVE 'S' TO W-IN-FIM-BASE
           END-READ
           .
       035000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       040000-PROCESSA-DCTO  SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO W-QT-LIDO
      *
           IF  REG-BCI319D-CD-EST NOT EQUAL 'P'
               GO TO 040000-PROXIMO
           END-IF
      *
      *    Ordem cancelada ou expirada nao tem documento a cobrar
           MOVE REG-BCI319D-CD-IDFR-ORD TO REG-BCI277S-CD-IDFR-ORD
           READ ARQ-BCI277S
               INVALID KEY
                   MOVE SPACES TO REG-BCI277S-CD-EST-ATU
           END-READ
      *
           IF  REG-BCI277S-CD-EST-ATU EQUAL 'C'
           OR  REG-BCI277S-CD-EST-ATU EQUAL 'X'
               ADD 1 TO W-QT-FORA
               GO TO 040000-PROXIMO
           END-IF
      *
           PERFORM 050000-CALCULA-IDADE
           PERFORM 060000-ESCREVE-DETALHE
           .
       040000-PROXIMO.
           PERFORM 035000-LE-PROXIMO-DCTO
           .
       040000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       050000-CALCULA-IDADE  SECTION.
      *----------------------------------------------------------------*
      * Dias apos a data limite (negativo = ainda no prazo); data
      * limite invalida conta como vencida no dia.
      *
           MOVE 1 TO W-QT-DIAS-ATRS
      *
           COMPUTE W-NR-INT-LIM =
               FUNCTION INTEGER-OF-DATE (REG-BCI319D-DT-LIM)
           ON SIZE ERROR
               MOVE ZEROS TO W-NR-INT-LIM
           END-COMPUTE
      *
           IF  W-NR-INT-LIM GREATER ZEROS
               COMPUTE W-QT-DIAS-ATRS = W-NR-INT-HOJE - W-NR-INT-LIM
           END-IF
      *
           EVALUATE TRUE
               WHEN W-QT-DIAS-ATRS NOT GREATER ZEROS
                   MOVE 1 TO W-NR-FX
               WHEN W-QT-DIAS-ATRS NOT GREATER 30
                   MOVE 2 TO W-NR-FX
               WHEN W-QT-DIAS-ATRS NOT GREATER 60
                   MOVE 3 TO W-NR-FX
               WHEN W-QT-DIAS-ATRS NOT GREATER 90
                   MOVE 4 TO W-NR-FX
               WHEN OTHER
                   MOVE 5 TO W-NR-FX
           END-EVALUATE
      *
           COMPUTE W-IX-DEPE = REG-BCI319D-CD-PRF-DEPE-EMT + 1
      *
           ADD 1 TO W-QT-PEND
                    W-DEPE-QT-FX (W-IX-DEPE W-NR-FX)
                    W-GERAL-QT-FX (W-NR-FX)
           ADD REG-BCI319D-VL-MOEN TO W-VL-PEND
                                      W-DEPE-VL-MOEN (W-IX-DEPE)
      *
           IF  W-NR-FX GREATER 1
               ADD 1 TO W-QT-VNCD
           END-IF
           .
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060000-ESCREVE-DETALHE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REG-BCI319D-CD-PRF-DEPE-EMT TO W-DET-CD-DEPE
           MOVE REG-BCI319D-CD-IDFR-ORD     TO W-DET-NR-ORD
           MOVE REG-BCI319D-CD-CLI          TO W-DET-CD-CLI
           MOVE REG-BCI319D-CD-TIP-DCTO     TO W-DET-CD-TIP-DCTO
           MOVE REG-BCI319D-DT-REG          TO W-DET-DT-REG
           MOVE REG-BCI319D-DT-LIM          TO W-DET-DT-LIM
           MOVE W-QT-DIAS-ATRS              TO W-DET-QT-DIAS
           MOVE W-NM-FX (W-NR-FX)           TO W-DET-NM-FX
           MOVE REG-BCI319D-VL-MOEN         TO W-DET-VL-MOEN
           WRITE REG-RELDOC FROM W-LN-DETALHE
           .
       060000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       070000-ESCREVE-DEPE  SECTION.
      *----------------------------------------------------------------*
      * Uma linha por dependencia com documento pendente.
      *
           MOVE SPACES TO REG-RELDOC
           WRITE REG-RELDOC
      *
           MOVE 1 TO W-IX-DEPE
           .
       070000-PROXIMA-DEPE.
           IF  W-IX-DEPE GREATER 10000
               GO TO 070000-SAI
           END-IF
      *
           IF  W-DEPE-QT-FX (W-IX-DEPE 1) EQUAL ZEROS
           AND W-DEPE-QT-FX (W-IX-DEPE 2) EQUAL ZEROS
           AND W-DEPE-QT-FX (W-IX-DEPE 3) EQUAL ZEROS
           AND W-DEPE-QT-FX (W-IX-DEPE 4) EQUAL ZEROS
           AND W-DEPE-QT-FX (W-IX-DEPE 5) EQUAL ZEROS
               ADD 1 TO W-IX-DEPE
               GO TO 070000-PROXIMA-DEPE
           END-IF
      *
           COMPUTE W-DEP-CD-DEPE = W-IX-DEPE - 1
           MOVE 1 TO W-IX-FX
           PERFORM 075000-MONTA-FX-DEPE 5 TIMES
           MOVE W-DEPE-VL-MOEN (W-IX-DEPE)  TO W-DEP-VL-MOEN
           WRITE REG-RELDOC FROM W-LN-DEPE
      *
           ADD 1 TO W-IX-DEPE
           GO TO 070000-PROXIMA-DEPE
           .
       070000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       075000-MONTA-FX-DEPE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE W-NM-FX (W-IX-FX)      TO W-DEP-NM-FX (W-IX-FX)
           MOVE W-DEPE-QT-FX (W-IX-DEPE W-IX-FX)
                                       TO W-DEP-QT-FX (W-IX-FX)
           ADD 1 TO W-IX-FX
           .
       075000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       080000-ESCREVE-TOTAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES          TO REG-RELDOC
           WRITE REG-RELDOC
      *
           MOVE W-QT-LIDO       TO W-TOT-QT-LIDO
           WRITE REG-RELDOC     FROM W-LN-TOTAL-1
      *
           MOVE W-QT-FORA       TO W-TOT-QT-FORA
           WRITE REG-RELDOC     FROM W-LN-TOTAL-2
      *
           MOVE W-QT-PEND       TO W-TOT-QT-PEND
           WRITE REG-RELDOC     FROM W-LN-TOTAL-3
      *
           MOVE W-QT-VNCD       TO W-TOT-QT-VNCD
           WRITE REG-RELDOC     FROM W-LN-TOTAL-4
      *
           MOVE 1 TO W-IX-FX
           PERFORM 085000-ESCREVE-TOTAL-FX 5 TIMES
      *
           MOVE W-VL-PEND       TO W-TOT-VL-PEND
           WRITE REG-RELDOC     FROM W-LN-TOTAL-6
           .
       080000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       085000-ESCREVE-TOTAL-FX  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE W-NM-FX (W-IX-FX)        TO W-TOT-NM-FX
           MOVE W-GERAL-QT-FX (W-IX-FX)  TO W-TOT-QT-FX
           WRITE REG-RELDOC FROM W-LN-TOTAL-5
           ADD 1 TO W-IX-FX
           .
       085000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       090000-FECHA-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-BCI319D
           CLOSE ARQ-BCI277S
           CLOSE RELDOC
           .
       090000-SAI.
           EXIT
           .
