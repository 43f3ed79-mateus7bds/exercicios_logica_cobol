      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0326
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Acumulo da tarifa das ordens de pagamento de
      *             cliente com convenio de faturamento mensal
      *             (BCI326T). Na confirmacao do registro o OPES500V
      *             (923-000), em vez de debitar a tarifa na conta do
      *             cliente, grava aqui a tarifa da ordem com o mes de
      *             competencia e o convenio vigente (BCI016D via
      *             BCIS016R). O faturamento do mes e feito pelo
      *             BCIS0327, que marca as tarifas como faturadas.
      *             Funcoes: 1 = acumula (inclusao da ordem; regrava se
      *             ja acumulada e ainda nao faturada); 2 = consulta;
      *             3 = atualiza (alteracao da ordem - so tarifa ja
      *             acumulada e nao faturada); 4 = cancela (ordem
      *             devolvida e reembolsada - BCIS0328: a tarifa ainda
      *             nao faturada sai da fatura).
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 002 15102026 Manut.  F7021226 Funcao 4 - cancela a tarifa
      *                               acumulada e nao faturada da
      *                               ordem (situacao 'C').
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0326.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tarifa acumulada por ordem (chave: cliente + numero da ordem)
           SELECT ARQ-BCI326T  ASSIGN TO BCI326T
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI326T-CHV
                  FILE STATUS  IS W-FS-BCI326T.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI326T.
       01  REG-BCI326T.
           03  REG-BCI326T-CHV.
               05  REG-BCI326T-CD-CLI          PIC 9(09).
               05  REG-BCI326T-CD-IDFR-ORD     PIC 9(10).
      * Convenio (BCI016D) vigente no registro da ordem
           03  REG-BCI326T-DT-INI-VGC          PIC 9(08).
      * Mes de competencia (AAAAMM) = mes do registro da ordem
           03  REG-BCI326T-AA-MM-CPTC          PIC 9(06).
           03  REG-BCI326T-DT-REG              PIC 9(08).
           03  REG-BCI326T-CD-PRF-DEPE-EMT     PIC 9(04).
           03  REG-BCI326T-CD-TIP-ORD-PGTO     PIC 9(01).
           03  REG-BCI326T-CD-MOE              PIC 9(03).
           03  REG-BCI326T-VL-MOEE             PIC 9(13)V9(02).
           03  REG-BCI326T-VL-TARF-MOEN        PIC 9(13)V9(02).
      * A = acumulada; F = faturada; C = ordem cancelada (nao fatura)
           03  REG-BCI326T-CD-EST              PIC X(01).
           03  REG-BCI326T-NR-FAT              PIC 9(10).
           03  REG-BCI326T-DT-FAT              PIC 9(08).
           03  REG-BCI326T-CD-USU              PIC X(08).
           03  REG-BCI326T-DT-ULT-ATU          PIC 9(08).
           03  FILLER                          PIC X(20).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0326 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS002'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI326T                PIC X(02) VALUE ZEROS.
       77  W-IN-EXISTE                 PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K0326-CD-FUC                 PIC  9(01).
               88  K0326-ACUMULA            VALUE 1.
               88  K0326-CONSULTA           VALUE 2.
               88  K0326-ATUALIZA           VALUE 3.
               88  K0326-CANCELA            VALUE 4.
           03  K0326-CD-CLI                 PIC  9(09).
           03  K0326-CD-IDFR-ORD            PIC  9(10).
           03  K0326-DT-INI-VGC             PIC  9(08).
           03  K0326-CD-PRF-DEPE-EMT        PIC  9(04).
           03  K0326-CD-TIP-ORD-PGTO        PIC  9(01).
           03  K0326-CD-MOE                 PIC  9(03).
           03  K0326-VL-MOEE                PIC  9(13)V9(02).
           03  K0326-VL-TARF-MOEN           PIC  9(13)V9(02).
           03  K0326-CD-USU                 PIC  X(08).
           03  K0326-DT-ATU                 PIC  9(08).
           03  K0326-AA-MM-CPTC             PIC  9(06).
           03  K0326-CD-EST                 PIC  X(01).
           03  K0326-NR-FAT                 PIC  9(10).
           03  K0326-DT-FAT                 PIC  9(08).
           03  K0326-CD-RTN                 PIC  9(02).
           03  K0326-TX-MSG-RTN             PIC  X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K0326-CD-RTN
           MOVE SPACES TO K0326-TX-MSG-RTN
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K0326-CD-RTN
               MOVE 'S0326 - Area com tamanho invalido (book).'
                   TO K0326-TX-MSG-RTN
               GOBACK
           END-IF
      *
           IF  K0326-CD-CLI      EQUAL ZEROS
           OR  K0326-CD-IDFR-ORD EQUAL ZEROS
               MOVE 3 TO K0326-CD-RTN
               MOVE 'S0326 - Cliente ou ordem nao informado.'
                   TO K0326-TX-MSG-RTN
               GOBACK
           END-IF
      *
           OPEN I-O ARQ-BCI326T
      *
           IF  W-FS-BCI326T NOT EQUAL '00'
               MOVE 6 TO K0326-CD-RTN
               STRING 'S0326 - Erro abertura BCI326T FS='
                   DELIMITED BY SIZE
                   W-FS-BCI326T              DELIMITED BY SIZE
                   INTO K0326-TX-MSG-RTN
               GOBACK
           END-IF
      *
           EVALUATE TRUE
               WHEN K0326-ACUMULA
               WHEN K0326-ATUALIZA
                   PERFORM 100-000-ACUMULA-TARIFA
               WHEN K0326-CONSULTA
                   PERFORM 200-000-CONSULTA-TARIFA
               WHEN K0326-CANCELA
                   PERFORM 300-000-CANCELA-TARIFA
               WHEN OTHER
                   MOVE 2 TO K0326-CD-RTN
                   MOVE 'S0326 - Codigo de funcao invalido.'
                       TO K0326-TX-MSG-RTN
           END-EVALUATE
      *
           CLOSE ARQ-BCI326T
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       100-000-ACUMULA-TARIFA  SECTION.
      *----------------------------------------------------------------*
      * Inclusao: grava a tarifa da ordem no mes de competencia do
      * registro. Alteracao: regrava o valor da tarifa ja acumulada.
      * Tarifa ja faturada nao e mais alterada (RTN 22).
      *
           IF  K0326-ACUMULA
           AND (K0326-VL-TARF-MOEN EQUAL ZEROS
            OR  K0326-DT-INI-VGC   EQUAL ZEROS)
               MOVE 3 TO K0326-CD-RTN
               MOVE 'S0326 - Tarifa ou convenio nao informado.'
                   TO K0326-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           MOVE K0326-CD-CLI      TO REG-BCI326T-CD-CLI
           MOVE K0326-CD-IDFR-ORD TO REG-BCI326T-CD-IDFR-ORD
      *
           READ ARQ-BCI326T
               INVALID KEY
                   MOVE 'N' TO W-IN-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO W-IN-EXISTE
           END-READ
      *
           IF  W-IN-EXISTE EQUAL 'N'
           AND K0326-ATUALIZA
               MOVE 21 TO K0326-CD-RTN
               MOVE 'S0326 - Ordem sem tarifa acumulada.'
                   TO K0326-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           IF  W-IN-EXISTE        EQUAL 'S'
           AND REG-BCI326T-CD-EST NOT EQUAL 'A'
               MOVE 22 TO K0326-CD-RTN
               MOVE 'S0326 - Tarifa da ordem ja faturada ou cancelada.'
                   TO K0326-TX-MSG-RTN
               PERFORM 900-000-DEVOLVE-REGISTRO
               GO TO 100-000-SAI
           END-IF
      *
           IF  W-IN-EXISTE EQUAL 'N'
               INITIALIZE REG-BCI326T
               MOVE K0326-CD-CLI          TO REG-BCI326T-CD-CLI
               MOVE K0326-CD-IDFR-ORD     TO REG-BCI326T-CD-IDFR-ORD
               MOVE K0326-DT-INI-VGC      TO REG-BCI326T-DT-INI-VGC
               MOVE K0326-DT-ATU          TO REG-BCI326T-DT-REG
               MOVE K0326-DT-ATU(1:6)     TO REG-BCI326T-AA-MM-CPTC
               MOVE 'A'                   TO REG-BCI326T-CD-EST
           END-IF
      *
           MOVE K0326-CD-PRF-DEPE-EMT TO REG-BCI326T-CD-PRF-DEPE-EMT
           MOVE K0326-CD-TIP-ORD-PGTO TO REG-BCI326T-CD-TIP-ORD-PGTO
           MOVE K0326-CD-MOE          TO REG-BCI326T-CD-MOE
           MOVE K0326-VL-MOEE         TO REG-BCI326T-VL-MOEE
           MOVE K0326-VL-TARF-MOEN    TO REG-BCI326T-VL-TARF-MOEN
           MOVE K0326-CD-USU          TO REG-BCI326T-CD-USU
           MOVE K0326-DT-ATU          TO REG-BCI326T-DT-ULT-ATU
      *
           IF  W-IN-EXISTE EQUAL 'N'
               WRITE REG-BCI326T
                   INVALID KEY
                       MOVE 4 TO K0326-CD-RTN
                       MOVE 'S0326 - Erro ao gravar tarifa BCI326T.'
                           TO K0326-TX-MSG-RTN
               END-WRITE
           ELSE
               REWRITE REG-BCI326T
                   INVALID KEY
                       MOVE 5 TO K0326-CD-RTN
                       MOVE 'S0326 - Erro ao regravar tarifa BCI326T.'
                           TO K0326-TX-MSG-RTN
               END-REWRITE
           END-IF
      *
           IF  K0326-CD-RTN EQUAL ZEROS
               PERFORM 900-000-DEVOLVE-REGISTRO
           END-IF
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       200-000-CONSULTA-TARIFA  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE K0326-CD-CLI      TO REG-BCI326T-CD-CLI
           MOVE K0326-CD-IDFR-ORD TO REG-BCI326T-CD-IDFR-ORD
      *
           READ ARQ-BCI326T
               INVALID KEY
                   MOVE 21 TO K0326-CD-RTN
                   MOVE 'S0326 - Ordem sem tarifa acumulada.'
                       TO K0326-TX-MSG-RTN
           END-READ
      *
           IF  K0326-CD-RTN EQUAL ZEROS
               PERFORM 900-000-DEVOLVE-REGISTRO
           END-IF
           .
       200-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       300-000-CANCELA-TARIFA  SECTION.
      *----------------------------------------------------------------*
      * Tarifa acumulada e ainda nao faturada sai da fatura do mes
      * (situacao 'C'). Ja faturada ou cancelada devolve RTN 22.
      *
           MOVE K0326-CD-CLI      TO REG-BCI326T-CD-CLI
           MOVE K0326-CD-IDFR-ORD TO REG-BCI326T-CD-IDFR-ORD
      *
           READ ARQ-BCI326T
               INVALID KEY
                   MOVE 21 TO K0326-CD-RTN
                   MOVE 'S0326 - Ordem sem tarifa acumulada.'
                       TO K0326-TX-MSG-RTN
                   GO TO 300-000-SAI
           END-READ
      *
           IF  REG-BCI326T-CD-EST NOT EQUAL 'A'
               MOVE 22 TO K0326-CD-RTN
               MOVE 'S0326 - Tarifa da ordem ja faturada ou cancelada.'
                   TO K0326-TX-MSG-RTN
               PERFORM 900-000-DEVOLVE-REGISTRO
               GO TO 300-000-SAI
           END-IF
      *
           MOVE 'C'          TO REG-BCI326T-CD-EST
           MOVE K0326-CD-USU TO REG-BCI326T-CD-USU
           MOVE K0326-DT-ATU TO REG-BCI326T-DT-ULT-ATU
      *
           REWRITE REG-BCI326T
               INVALID KEY
                   MOVE 5 TO K0326-CD-RTN
                   MOVE 'S0326 - Erro ao regravar tarifa BCI326T.'
                       TO K0326-TX-MSG-RTN
           END-REWRITE
      *
           IF  K0326-CD-RTN EQUAL ZEROS
               PERFORM 900-000-DEVOLVE-REGISTRO
           END-IF
           .
       300-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       900-000-DEVOLVE-REGISTRO  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REG-BCI326T-DT-INI-VGC      TO K0326-DT-INI-VGC
           MOVE REG-BCI326T-CD-PRF-DEPE-EMT TO K0326-CD-PRF-DEPE-EMT
           MOVE REG-BCI326T-CD-TIP-ORD-PGTO TO K0326-CD-TIP-ORD-PGTO
           MOVE REG-BCI326T-CD-MOE          TO K0326-CD-MOE
           MOVE REG-BCI326T-VL-MOEE         TO K0326-VL-MOEE
           MOVE REG-BCI326T-VL-TARF-MOEN    TO K0326-VL-TARF-MOEN
           MOVE REG-BCI326T-AA-MM-CPTC      TO K0326-AA-MM-CPTC
           MOVE REG-BCI326T-CD-EST          TO K0326-CD-EST
           MOVE REG-BCI326T-NR-FAT          TO K0326-NR-FAT
           MOVE REG-BCI326T-DT-FAT          TO K0326-DT-FAT
           .
       900-000-SAI.
           EXIT
           .
