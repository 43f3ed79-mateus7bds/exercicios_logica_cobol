      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0327
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Faturamento mensal das tarifas dos clientes com
      *             convenio (BCI016D, tela BCIS016M). Roda no inicio
      *             do mes e fecha a competencia anterior: le as
      *             tarifas acumuladas na BCI326T (gravadas pelo
      *             OPES500V via BCIS0326 no lugar do debito por
      *             ordem), agrupa por cliente e aplica a faixa de
      *             desconto do convenio pela quantidade de ordens do
      *             mes (maior faixa cuja quantidade minima foi
      *             atingida). Por cliente gera:
      *             1) um registro de fatura no arquivo FATTAR (conta
      *                de faturamento do convenio, tarifa bruta,
      *                desconto e valor liquido);
      *             2) um jogo balanceado no arquivo de interface
      *                contabil CNTSAI, mesmo layout do BCIS0281:
      *                debito do cliente e credito de receita de
      *                tarifa pelo valor liquido (numero da fatura no
      *                lugar do numero da ordem);
      *             3) a linha do relatorio RELFAT.
      *             Tarifas acumuladas em competencias anteriores ainda
      *             nao faturadas entram na fatura; as do mes corrente
      *             ficam p/ o proximo fechamento. Ordem cancelada ou
      *             expirada (BCI277S 'C'/'X') nao e faturada
      *             (tarifa marcada 'C'). Cada tarifa faturada recebe o
      *             numero da fatura, de modo que um novo run da mesma
      *             competencia fatura somente o que ficou pendente e
      *             continua a numeracao (AAAAMM + sequencial). Cliente
      *             sem convenio na BCI016D fica pendente e encerra com
      *             RETURN-CODE 4.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0327.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tarifa acumulada por ordem (mantida pelo BCIS0326)
           SELECT ARQ-BCI326T  ASSIGN TO BCI326T
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI326T-CHV
                  FILE STATUS  IS W-FS-BCI326T.
      *
      * Convenio de faturamento (mantido pela BCIS016M)
           SELECT ARQ-BCI016D  ASSIGN TO BCI016D
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS REG-BCI016D-CHV
                  FILE STATUS  IS W-FS-BCI016D.
      *
      * Situacao corrente da ordem no acompanhamento (BCIS0277)
           SELECT ARQ-BCI277S  ASSIGN TO BCI277S
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS REG-BCI277S-CHV
                  FILE STATUS  IS W-FS-BCI277S.
      *
           SELECT FATTAR ASSIGN TO FATTAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-FATTAR.
      *
           SELECT CNTSAI ASSIGN TO CNTSAI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-CNTSAI.
      *
           SELECT RELFAT ASSIGN TO RELFAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RELFAT.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI326T.
       01  REG-BCI326T.
           03  REG-BCI326T-CHV.
               05  REG-BCI326T-CD-CLI          PIC 9(09).
               05  REG-BCI326T-CD-IDFR-ORD     PIC 9(10).
           03  REG-BCI326T-DT-INI-VGC          PIC 9(08).
           03  REG-BCI326T-AA-MM-CPTC          PIC 9(06).
           03  REG-BCI326T-DT-REG              PIC 9(08).
           03  REG-BCI326T-CD-PRF-DEPE-EMT     PIC 9(04).
           03  REG-BCI326T-CD-TIP-ORD-PGTO     PIC 9(01).
           03  REG-BCI326T-CD-MOE              PIC 9(03).
           03  REG-BCI326T-VL-MOEE             PIC 9(13)V9(02).
           03  REG-BCI326T-VL-TARF-MOEN        PIC 9(13)V9(02).
           03  REG-BCI326T-CD-EST              PIC X(01).
           03  REG-BCI326T-NR-FAT              PIC 9(10).
           03  REG-BCI326T-NR-FAT-R REDEFINES REG-BCI326T-NR-FAT.
               05  REG-BCI326T-AA-MM-FAT       PIC 9(06).
               05  REG-BCI326T-NR-SEQ-FAT      PIC 9(04).
           03  REG-BCI326T-DT-FAT              PIC 9(08).
           03  REG-BCI326T-CD-USU              PIC X(08).
           03  REG-BCI326T-DT-ULT-ATU          PIC 9(08).
           03  FILLER                          PIC X(20).
      *
       FD  ARQ-BCI016D.
       01  REG-BCI016D.
           03  REG-BCI016D-CHV.
               05  REG-BCI016D-CD-CLI          PIC 9(09).
               05  REG-BCI016D-DT-INI-VGC      PIC 9(08).
           03  REG-BCI016D-DADOS.
               05  REG-BCI016D-DT-FIM-VGC      PIC 9(08).
               05  REG-BCI016D-NR-AG-FAT       PIC 9(04).
               05  REG-BCI016D-NR-CC-FAT       PIC 9(11).
               05  REG-BCI016D-QT-FAIXA        PIC 9(01).
               05  REG-BCI016D-TB-FAIXA OCCURS 5 TIMES.
                   07  REG-BCI016D-QT-ORD-MIN  PIC 9(06).
                   07  REG-BCI016D-PC-DSC      PIC 9(03)V9(02).
           03  REG-BCI016D-CD-USU-ALTC         PIC X(08).
           03  REG-BCI016D-DT-ALTC             PIC 9(08).
           03  FILLER                          PIC X(16).
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
      * Fatura mensal de tarifas - um registro por cliente conveniado.
       FD  FATTAR
           RECORDING MODE IS F.
       01  REG-FATTAR.
           03  FATTAR-NR-FAT               PIC 9(10).
           03  FATTAR-AA-MM-CPTC           PIC 9(06).
           03  FATTAR-CD-CLI               PIC 9(09).
           03  FATTAR-DT-INI-VGC           PIC 9(08).
           03  FATTAR-NR-AG-FAT            PIC 9(04).
           03  FATTAR-NR-CC-FAT            PIC 9(11).
           03  FATTAR-QT-ORD               PIC 9(06).
           03  FATTAR-VL-TARF-BRT          PIC 9(13)V9(02).
           03  FATTAR-PC-DSC               PIC 9(03)V9(02).
           03  FATTAR-VL-DSC               PIC 9(13)V9(02).
           03  FATTAR-VL-TARF-LIQ          PIC 9(13)V9(02).
           03  FATTAR-DT-EMS               PIC 9(08).
           03  FILLER                      PIC X(20).
      *
      * Interface contabil - um registro por lancamento (mesmo layout
      * do BCIS0281).
       FD  CNTSAI
           RECORDING MODE IS F.
       01  REG-CNTSAI.
           03  CNTSAI-DT-MVT               PIC 9(08).
           03  CNTSAI-CD-PRF-DEPE-EMT      PIC 9(04).
           03  CNTSAI-CD-MOE               PIC 9(03).
           03  CNTSAI-CD-CTA-CTB           PIC 9(09).
           03  CNTSAI-IN-DEB-CRD           PIC X(01).
           03  CNTSAI-VL-LCTO              PIC 9(13)V9(02).
           03  CNTSAI-NR-ORD-PGTO          PIC 9(10).
           03  CNTSAI-CD-INST-DST          PIC 9(12).
           03  FILLER                      PIC X(11).
      *
       FD  RELFAT
           RECORDING MODE IS F.
       01  REG-RELFAT                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0327 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
      * Contas contabeis da interface (mesmo plano do BCIS0281) e
      * codigo da moeda nacional.
       77  CTE-CTA-DEB-CLI             PIC 9(09) VALUE 111100001.
       77  CTE-CTA-RCT-TARF            PIC 9(09) VALUE 713300001.
       77  CTE-CD-MOE-REAL             PIC 9(03) VALUE 790.
      *
       77  W-FS-BCI326T                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI016D                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI277S                PIC X(02) VALUE ZEROS.
       77  W-FS-FATTAR                 PIC X(02) VALUE '00'.
       77  W-FS-CNTSAI                 PIC X(02) VALUE '00'.
       77  W-FS-RELFAT                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-BASE               PIC X(01) VALUE 'N'.
           88  FIM-BASE                          VALUE 'S'.
      * Situacao do cliente corrente: F = faturando; S = sem convenio
       77  W-IN-CLI                    PIC X(01) VALUE SPACES.
      *
       77  W-QT-LIDO                   PIC 9(09) VALUE ZEROS.
       77  W-QT-FATD                   PIC 9(09) VALUE ZEROS.
       77  W-QT-CANC                   PIC 9(06) VALUE ZEROS.
       77  W-QT-PROX                   PIC 9(06) VALUE ZEROS.
       77  W-QT-SEM-CNV                PIC 9(06) VALUE ZEROS.
       77  W-QT-FAT                    PIC 9(06) VALUE ZEROS.
       77  W-QT-LCTO                   PIC 9(06) VALUE ZEROS.
       77  W-VL-BRT-GRL                PIC 9(15)V9(02) VALUE ZEROS.
       77  W-VL-DSC-GRL                PIC 9(15)V9(02) VALUE ZEROS.
       77  W-VL-LIQ-GRL                PIC 9(15)V9(02) VALUE ZEROS.
      *
      * Fatura do cliente corrente
       77  W-CD-CLI-ANT                PIC 9(09) VALUE ZEROS.
       77  W-NR-SEQ-FAT                PIC 9(04) VALUE ZEROS.
       77  W-QT-ORD-CLI                PIC 9(06) VALUE ZEROS.
       77  W-VL-BRT-CLI                PIC 9(13)V9(02) VALUE ZEROS.
       77  W-VL-DSC-CLI                PIC 9(13)V9(02) VALUE ZEROS.
       77  W-VL-LIQ-CLI                PIC 9(13)V9(02) VALUE ZEROS.
       77  W-PC-DSC-CLI                PIC 9(03)V9(02) VALUE ZEROS.
       77  W-IX-FAIXA                  PIC 9(01) VALUE ZEROS.
      *
       01  W-DT-EXEC-AMD               PIC 9(08) VALUE ZEROS.
       01  W-DT-EXEC-AMD-R REDEFINES W-DT-EXEC-AMD.
           03  W-AA-EXEC               PIC 9(04).
           03  W-MM-EXEC               PIC 9(02).
           03  W-DD-EXEC               PIC 9(02).
      *
      * Competencia faturada = mes anterior ao da execucao
       01  W-AA-MM-CPTC                PIC 9(06) VALUE ZEROS.
       01  W-AA-MM-CPTC-R REDEFINES W-AA-MM-CPTC.
           03  W-AA-CPTC               PIC 9(04).
           03  W-MM-CPTC               PIC 9(02).
      *
       01  W-NR-FAT                    PIC 9(10) VALUE ZEROS.
       01  W-NR-FAT-R REDEFINES W-NR-FAT.
           03  W-AA-MM-FAT             PIC 9(06).
           03  W-NR-SEQ-FAT-NR         PIC 9(04).
      *
       01  W-LN-CABEC.
           03  FILLER                  PIC X(45) VALUE
               'BCIS0327 - FATURAMENTO MENSAL DE TARIFAS  DT='.
           03  W-CAB-DT-EXEC           PIC 9(08).
           03  FILLER                  PIC X(07) VALUE ' CPTC='.
           03  W-CAB-AA-MM-CPTC        PIC 9(06).
      *
       01  W-LN-TITULO.
           03  FILLER                  PIC X(44) VALUE
               'FATURA       CLIENTE AGEN CONTA        ORDEN'.
           03  FILLER                  PIC X(44) VALUE
               'S      TARIFA BRUTA   %DSC          DESCONTO'.
           03  FILLER                  PIC X(44) VALUE
               '     VALOR LIQUIDO SITUACAO'.
      *
       01  W-LN-DETALHE.
           03  W-DET-NR-FAT            PIC 9(10).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-CLI            PIC Z(8)9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-NR-AG             PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-NR-CC             PIC 9(11).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-QT-ORD            PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-BRT            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-PC-DSC            PIC ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-DSC            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-LIQ            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-TX-SIT            PIC X(20).
      *
       01  W-LN-TOTAL-1.
           03  FILLER                  PIC X(32) VALUE
               'TARIFAS LIDAS NA BASE.........:'.
           03  W-TOT-QT-LIDO           PIC ZZZ.ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-2.
           03  FILLER                  PIC X(32) VALUE
               'TARIFAS FATURADAS.............:'.
           03  W-TOT-QT-FATD           PIC ZZZ.ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-3.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS CANCELADAS (NAO FATUR.):'.
           03  W-TOT-QT-CANC           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-4.
           03  FILLER                  PIC X(32) VALUE
               'TARIFAS DO MES CORRENTE.......:'.
           03  W-TOT-QT-PROX           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-5.
           03  FILLER                  PIC X(32) VALUE
               'CLIENTES SEM CONVENIO.........:'.
           03  W-TOT-QT-SEM-CNV        PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-6.
           03  FILLER                  PIC X(32) VALUE
               'FATURAS EMITIDAS..............:'.
           03  W-TOT-QT-FAT            PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-7.
           03  FILLER                  PIC X(32) VALUE
               'LANCAMENTOS GERADOS...........:'.
           03  W-TOT-QT-LCTO           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-8.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL TARIFA BRUTA............:'.
           03  W-TOT-VL-BRT            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  W-LN-TOTAL-9.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL DESCONTO................:'.
           03  W-TOT-VL-DSC            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  W-LN-TOTAL-10.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL FATURADO (LIQUIDO)......:'.
           03  W-TOT-VL-LIQ            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 020000-DATA-EXECUCAO
           PERFORM 025000-ULTIMA-FATURA
           PERFORM 030000-POSICIONA-BASE
           PERFORM 035000-LE-PROXIMA-TARIFA
           PERFORM 040000-PROCESSA-TARIFA UNTIL FIM-BASE
           PERFORM 060000-FECHA-FATURA
           PERFORM 080000-ESCREVE-TOTAL
           PERFORM 090000-FECHA-ARQUIVOS
      *
           IF  W-QT-SEM-CNV GREATER ZEROS
      *        Tarifa acumulada de cliente sem convenio fica pendente
      *        ate a regularizacao da tabela.
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           STOP RUN
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O    ARQ-BCI326T
           OPEN INPUT  ARQ-BCI016D
           OPEN INPUT  ARQ-BCI277S
           OPEN OUTPUT FATTAR
           OPEN OUTPUT CNTSAI
           OPEN OUTPUT RELFAT
      *
           IF  W-FS-BCI326T NOT EQUAL '00'
               DISPLAY 'BCIS0327 - Erro abertura BCI326T FS='
                       W-FS-BCI326T
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI016D NOT EQUAL '00'
               DISPLAY 'BCIS0327 - Erro abertura BCI016D FS='
                       W-FS-BCI016D
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI277S NOT EQUAL '00'
               DISPLAY 'BCIS0327 - Erro abertura BCI277S FS='
                       W-FS-BCI277S
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-FATTAR NOT EQUAL '00'
               DISPLAY 'BCIS0327 - Erro abertura FATTAR FS='
                       W-FS-FATTAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-CNTSAI NOT EQUAL '00'
               DISPLAY 'BCIS0327 - Erro abertura CNTSAI FS='
                       W-FS-CNTSAI
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-RELFAT NOT EQUAL '00'
               DISPLAY 'BCIS0327 - Erro abertura RELFAT FS='
                       W-FS-RELFAT
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
      *
           IF  W-MM-EXEC EQUAL 1
               COMPUTE W-AA-CPTC = W-AA-EXEC - 1
               MOVE 12             TO W-MM-CPTC
           ELSE
               MOVE W-AA-EXEC      TO W-AA-CPTC
               COMPUTE W-MM-CPTC = W-MM-EXEC - 1
           END-IF
      *
           MOVE W-DT-EXEC-AMD   TO W-CAB-DT-EXEC
           MOVE W-AA-MM-CPTC    TO W-CAB-AA-MM-CPTC
           WRITE REG-RELFAT     FROM W-LN-CABEC
           MOVE SPACES          TO REG-RELFAT
           WRITE REG-RELFAT
           WRITE REG-RELFAT     FROM W-LN-TITULO
           .
       020000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       025000-ULTIMA-FATURA  SECTION.
      *----------------------------------------------------------------*
      * Novo run da mesma competencia continua a numeracao das
      * faturas: maior sequencial ja gravado na base p/ a competencia.
      *
           PERFORM 030000-POSICIONA-BASE
           PERFORM 035000-LE-PROXIMA-TARIFA
           .
       025000-LE.
           IF  FIM-BASE
               GO TO 025000-SAI
           END-IF
      *
           IF  REG-BCI326T-CD-EST    EQUAL 'F'
           AND REG-BCI326T-AA-MM-FAT EQUAL W-AA-MM-CPTC
           AND REG-BCI326T-NR-SEQ-FAT GREATER W-NR-SEQ-FAT
               MOVE REG-BCI326T-NR-SEQ-FAT TO W-NR-SEQ-FAT
           END-IF
      *
           PERFORM 035000-LE-PROXIMA-TARIFA
           GO TO 025000-LE
           .
       025000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       030000-POSICIONA-BASE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'   TO W-IN-FIM-BASE
           MOVE ZEROS TO REG-BCI326T-CD-CLI
                         REG-BCI326T-CD-IDFR-ORD
      *
           START ARQ-BCI326T KEY IS NOT LESS REG-BCI326T-CHV
               INVALID KEY
                   MOVE 'S' TO W-IN-FIM-BASE
           END-START
           .
       030000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       035000-LE-PROXIMA-TARIFA  SECTION.
      *----------------------------------------------------------------*
      *
           IF  FIM-BASE
               GO TO 035000-SAI
           END-IF
      *
           READ ARQ-BCI326T NEXT RECORD
               AT END
                   MOVE 'S' TO W-IN-FIM-BASE
           END-READ
           .
       035000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       040000-PROCESSA-TARIFA  SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO W-QT-LIDO
      *
           IF  REG-BCI326T-CD-EST NOT EQUAL 'A'
               GO TO 040000-PROXIMO
           END-IF
      *
           IF  REG-BCI326T-AA-MM-CPTC GREATER W-AA-MM-CPTC
               ADD 1 TO W-QT-PROX
               GO TO 040000-PROXIMO
           END-IF
      *
           IF  REG-BCI326T-CD-CLI NOT EQUAL W-CD-CLI-ANT
               PERFORM 060000-FECHA-FATURA
               PERFORM 050000-ABRE-FATURA
           END-IF
      *
           IF  W-IN-CLI NOT EQUAL 'F'
               GO TO 040000-PROXIMO
           END-IF
      *
      *    Ordem cancelada ou expirada nao e faturada
           MOVE REG-BCI326T-CD-IDFR-ORD TO REG-BCI277S-CD-IDFR-ORD
           READ ARQ-BCI277S
               INVALID KEY
                   MOVE SPACES TO REG-BCI277S-CD-EST-ATU
           END-READ
      *
           IF  REG-BCI277S-CD-EST-ATU EQUAL 'C'
           OR  REG-BCI277S-CD-EST-ATU EQUAL 'X'
               MOVE 'C'           TO REG-BCI326T-CD-EST
               MOVE W-DT-EXEC-AMD TO REG-BCI326T-DT-ULT-ATU
               REWRITE REG-BCI326T
               ADD 1 TO W-QT-CANC
               GO TO 040000-PROXIMO
           END-IF
      *
           ADD 1                        TO W-QT-ORD-CLI
           ADD REG-BCI326T-VL-TARF-MOEN TO W-VL-BRT-CLI
      *
           MOVE 'F'           TO REG-BCI326T-CD-EST
           MOVE W-NR-FAT      TO REG-BCI326T-NR-FAT
           MOVE W-DT-EXEC-AMD TO REG-BCI326T-DT-FAT
                                 REG-BCI326T-DT-ULT-ATU
           REWRITE REG-BCI326T
               INVALID KEY
                   DISPLAY 'BCIS0327 - Erro regravacao BCI326T FS='
                           W-FS-BCI326T ' ORDEM '
                           REG-BCI326T-CD-IDFR-ORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           ADD 1 TO W-QT-FATD
           .
       040000-PROXIMO.
           PERFORM 035000-LE-PROXIMA-TARIFA
           .
       040000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       050000-ABRE-FATURA  SECTION.
      *----------------------------------------------------------------*
      * Primeira tarifa faturavel do cliente: localiza o convenio
      * gravado com a tarifa e numera a fatura.
      *
           MOVE REG-BCI326T-CD-CLI TO W-CD-CLI-ANT
           MOVE ZEROS              TO W-QT-ORD-CLI
                                      W-VL-BRT-CLI
      *
           MOVE REG-BCI326T-CD-CLI     TO REG-BCI016D-CD-CLI
           MOVE REG-BCI326T-DT-INI-VGC TO REG-BCI016D-DT-INI-VGC
           READ ARQ-BCI016D
               INVALID KEY
                   MOVE 'S' TO W-IN-CLI
                   ADD 1 TO W-QT-SEM-CNV
                   MOVE ZEROS             TO W-DET-NR-FAT
                   MOVE REG-BCI326T-CD-CLI TO W-DET-CD-CLI
                   MOVE ZEROS             TO W-DET-NR-AG
                                             W-DET-NR-CC
                                             W-DET-QT-ORD
                                             W-DET-VL-BRT
                                             W-DET-PC-DSC
                                             W-DET-VL-DSC
                                             W-DET-VL-LIQ
                   MOVE 'SEM CONVENIO'    TO W-DET-TX-SIT
                   WRITE REG-RELFAT FROM W-LN-DETALHE
                   GO TO 050000-SAI
           END-READ
      *
           MOVE 'F'           TO W-IN-CLI
           ADD 1              TO W-NR-SEQ-FAT
           MOVE W-AA-MM-CPTC  TO W-AA-MM-FAT
           MOVE W-NR-SEQ-FAT  TO W-NR-SEQ-FAT-NR
           .
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060000-FECHA-FATURA  SECTION.
      *----------------------------------------------------------------*
      * Aplica a faixa de desconto e emite a fatura do cliente
      * corrente: registro FATTAR, lancamentos CNTSAI e relatorio.
      *
           IF  W-IN-CLI     NOT EQUAL 'F'
           OR  W-QT-ORD-CLI EQUAL ZEROS
               MOVE SPACES TO W-IN-CLI
               GO TO 060000-SAI
           END-IF
      *
           MOVE ZEROS TO W-PC-DSC-CLI
           MOVE 1     TO W-IX-FAIXA
           PERFORM 065000-PROCURA-FAIXA
               UNTIL W-IX-FAIXA GREATER REG-BCI016D-QT-FAIXA
      *
           COMPUTE W-VL-DSC-CLI ROUNDED =
               W-VL-BRT-CLI * W-PC-DSC-CLI / 100
           COMPUTE W-VL-LIQ-CLI = W-VL-BRT-CLI - W-VL-DSC-CLI
      *
           MOVE SPACES                 TO REG-FATTAR
           MOVE W-NR-FAT               TO FATTAR-NR-FAT
           MOVE W-AA-MM-CPTC           TO FATTAR-AA-MM-CPTC
           MOVE W-CD-CLI-ANT           TO FATTAR-CD-CLI
           MOVE REG-BCI016D-DT-INI-VGC TO FATTAR-DT-INI-VGC
           MOVE REG-BCI016D-NR-AG-FAT  TO FATTAR-NR-AG-FAT
           MOVE REG-BCI016D-NR-CC-FAT  TO FATTAR-NR-CC-FAT
           MOVE W-QT-ORD-CLI           TO FATTAR-QT-ORD
           MOVE W-VL-BRT-CLI           TO FATTAR-VL-TARF-BRT
           MOVE W-PC-DSC-CLI           TO FATTAR-PC-DSC
           MOVE W-VL-DSC-CLI           TO FATTAR-VL-DSC
           MOVE W-VL-LIQ-CLI           TO FATTAR-VL-TARF-LIQ
           MOVE W-DT-EXEC-AMD          TO FATTAR-DT-EMS
           WRITE REG-FATTAR
           ADD 1 TO W-QT-FAT
      *
      *    Jogo balanceado pelo valor liquido (desconto integral nao
      *    gera lancamento).
           IF  W-VL-LIQ-CLI GREATER ZEROS
               PERFORM 070000-INICIA-LCTO
               MOVE CTE-CTA-DEB-CLI    TO CNTSAI-CD-CTA-CTB
               MOVE 'D'                TO CNTSAI-IN-DEB-CRD
               PERFORM 075000-GRAVA-LCTO
      *
               PERFORM 070000-INICIA-LCTO
               MOVE CTE-CTA-RCT-TARF   TO CNTSAI-CD-CTA-CTB
               MOVE 'C'                TO CNTSAI-IN-DEB-CRD
               PERFORM 075000-GRAVA-LCTO
           END-IF
      *
           MOVE W-NR-FAT               TO W-DET-NR-FAT
           MOVE W-CD-CLI-ANT           TO W-DET-CD-CLI
           MOVE REG-BCI016D-NR-AG-FAT  TO W-DET-NR-AG
           MOVE REG-BCI016D-NR-CC-FAT  TO W-DET-NR-CC
           MOVE W-QT-ORD-CLI           TO W-DET-QT-ORD
           MOVE W-VL-BRT-CLI           TO W-DET-VL-BRT
           MOVE W-PC-DSC-CLI           TO W-DET-PC-DSC
           MOVE W-VL-DSC-CLI           TO W-DET-VL-DSC
           MOVE W-VL-LIQ-CLI           TO W-DET-VL-LIQ
           MOVE 'FATURADA'             TO W-DET-TX-SIT
           WRITE REG-RELFAT FROM W-LN-DETALHE
      *
           ADD W-VL-BRT-CLI TO W-VL-BRT-GRL
           ADD W-VL-DSC-CLI TO W-VL-DSC-GRL
           ADD W-VL-LIQ-CLI TO W-VL-LIQ-GRL
      *
           MOVE SPACES TO W-IN-CLI
           MOVE ZEROS  TO W-QT-ORD-CLI
                          W-VL-BRT-CLI
           .
       060000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       065000-PROCURA-FAIXA  SECTION.
      *----------------------------------------------------------------*
      * Faixas em ordem crescente: vale a ultima atingida.
      *
           IF  W-QT-ORD-CLI NOT LESS
               REG-BCI016D-QT-ORD-MIN (W-IX-FAIXA)
               MOVE REG-BCI016D-PC-DSC (W-IX-FAIXA) TO W-PC-DSC-CLI
           END-IF
           ADD 1 TO W-IX-FAIXA
           .
       065000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       070000-INICIA-LCTO  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                TO REG-CNTSAI
           MOVE W-DT-EXEC-AMD         TO CNTSAI-DT-MVT
           MOVE REG-BCI016D-NR-AG-FAT TO CNTSAI-CD-PRF-DEPE-EMT
           MOVE CTE-CD-MOE-REAL       TO CNTSAI-CD-MOE
           MOVE W-VL-LIQ-CLI          TO CNTSAI-VL-LCTO
           MOVE W-NR-FAT              TO CNTSAI-NR-ORD-PGTO
           MOVE ZEROS                 TO CNTSAI-CD-INST-DST
           .
       070000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       075000-GRAVA-LCTO  SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-CNTSAI
           ADD 1 TO W-QT-LCTO
           .
       075000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       080000-ESCREVE-TOTAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES          TO REG-RELFAT
           WRITE REG-RELFAT
      *
           MOVE W-QT-LIDO       TO W-TOT-QT-LIDO
           WRITE REG-RELFAT     FROM W-LN-TOTAL-1
           MOVE W-QT-FATD       TO W-TOT-QT-FATD
           WRITE REG-RELFAT     FROM W-LN-TOTAL-2
           MOVE W-QT-CANC       TO W-TOT-QT-CANC
           WRITE REG-RELFAT     FROM W-LN-TOTAL-3
           MOVE W-QT-PROX       TO W-TOT-QT-PROX
           WRITE REG-RELFAT     FROM W-LN-TOTAL-4
           MOVE W-QT-SEM-CNV    TO W-TOT-QT-SEM-CNV
           WRITE REG-RELFAT     FROM W-LN-TOTAL-5
           MOVE W-QT-FAT        TO W-TOT-QT-FAT
           WRITE REG-RELFAT     FROM W-LN-TOTAL-6
           MOVE W-QT-LCTO       TO W-TOT-QT-LCTO
           WRITE REG-RELFAT     FROM W-LN-TOTAL-7
           MOVE W-VL-BRT-GRL    TO W-TOT-VL-BRT
           WRITE REG-RELFAT     FROM W-LN-TOTAL-8
           MOVE W-VL-DSC-GRL    TO W-TOT-VL-DSC
           WRITE REG-RELFAT     FROM W-LN-TOTAL-9
           MOVE W-VL-LIQ-GRL    TO W-TOT-VL-LIQ
           WRITE REG-RELFAT     FROM W-LN-TOTAL-10
           .
       080000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       090000-FECHA-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-BCI326T
           CLOSE ARQ-BCI016D
           CLOSE ARQ-BCI277S
           CLOSE FATTAR
           CLOSE CNTSAI
           CLOSE RELFAT
           .
       090000-SAI.
           EXIT
           .
