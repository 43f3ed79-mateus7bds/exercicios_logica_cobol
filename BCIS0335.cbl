      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0335
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Taxa de cambio por ordem de pagamento (BCI335T):
      *             guarda, na confirmacao do registro (OPES500V/
      *             932-000), a taxa base do OPES824S e a taxa aplicada
      *             ao cliente com o spread da tabela BCI019S (ou o
      *             negociado do cliente), o spread percentual e a
      *             origem, e apura aqui a receita de spread em reais
      *             (moeda nacional cobrada - moeda nacional pela taxa
      *             base). Chave alternativa data + segmento + canal +
      *             moeda p/ o relatorio diario de receita (BCIS0336).
      *             Funcoes: 1 = registra (inclui ou regrava a ordem
      *             alterada - prevalece a ultima confirmacao);
      *             2 = consulta;
      *             3 = marca a ordem cancelada (sai da receita).
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0335.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Taxa por ordem (chave: numero da ordem; alternativa: data +
      * segmento + canal + moeda + ordem)
           SELECT ARQ-BCI335T  ASSIGN TO BCI335T
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI335T-CHV
                  ALTERNATE RECORD KEY IS REG-BCI335T-CHV-RCT
                  FILE STATUS  IS W-FS-BCI335T.
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
      * 'C' negociado do cliente, 'T' tabela, 'N' sem spread
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
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0335 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI335T                PIC X(02) VALUE ZEROS.
       77  W-IN-EXISTE                 PIC X(01) VALUE 'N'.
       77  W-QT-ALT                    PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K0335-CD-FUC                 PIC  9(01).
               88  K0335-REGISTRA           VALUE 1.
               88  K0335-CONSULTA           VALUE 2.
               88  K0335-CANCELA            VALUE 3.
           03  K0335-CD-IDFR-ORD            PIC  9(10).
           03  K0335-CD-CLI                 PIC  9(09).
           03  K0335-CD-TIP-CLI             PIC  9(01).
           03  K0335-CD-CNL                 PIC  X(01).
           03  K0335-CD-MOE                 PIC  9(03).
           03  K0335-IN-MTP-DVSR            PIC  X(01).
           03  K0335-VL-TAXA-BASE           PIC  9(08)V9(07).
           03  K0335-VL-TAXA-APLD           PIC  9(08)V9(07).
           03  K0335-PC-SPRD                PIC  9(02)V9(04).
           03  K0335-IN-ORIG-SPRD           PIC  X(01).
           03  K0335-VL-MOEE                PIC  9(13)V9(02).
           03  K0335-VL-MOEN                PIC  9(13)V9(02).
           03  K0335-CD-USU                 PIC  X(08).
           03  K0335-DT-ATU                 PIC  9(08).
           03  K0335-HR-ATU                 PIC  9(06).
           03  K0335-VL-MOEN-BASE           PIC  9(13)V9(02).
           03  K0335-VL-RCT-SPRD            PIC S9(13)V9(02).
           03  K0335-IN-CNCD                PIC  X(01).
           03  K0335-CD-RTN                 PIC  9(02).
           03  K0335-TX-MSG-RTN             PIC  X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K0335-CD-RTN
           MOVE SPACES TO K0335-TX-MSG-RTN
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K0335-CD-RTN
               MOVE 'S0335 - Area com tamanho invalido (book).'
                   TO K0335-TX-MSG-RTN
               GOBACK
           END-IF
      *
           OPEN I-O ARQ-BCI335T
      *
           IF  W-FS-BCI335T NOT EQUAL '00'
               MOVE 6 TO K0335-CD-RTN
               STRING 'S0335 - Erro abertura BCI335T FS='
                   DELIMITED BY SIZE
                   W-FS-BCI335T              DELIMITED BY SIZE
                   INTO K0335-TX-MSG-RTN
               GOBACK
           END-IF
      *
           EVALUATE TRUE
               WHEN K0335-REGISTRA
                   PERFORM 100-000-REGISTRA-TAXA
               WHEN K0335-CONSULTA
               WHEN K0335-CANCELA
                   PERFORM 200-000-TRATA-TAXA
               WHEN OTHER
                   MOVE 2 TO K0335-CD-RTN
                   MOVE 'S0335 - Codigo de funcao invalido.'
                       TO K0335-TX-MSG-RTN
           END-EVALUATE
      *
           CLOSE ARQ-BCI335T
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       100-000-REGISTRA-TAXA  SECTION.
      *----------------------------------------------------------------*
      * Inclui a taxa da ordem ou, se ja registrada (alteracao),
      * regrava com os valores da nova confirmacao - a receita passa
      * p/ a data da alteracao.
      *
           IF  K0335-CD-IDFR-ORD  EQUAL ZEROS
           OR  K0335-VL-TAXA-BASE EQUAL ZEROS
           OR  K0335-VL-TAXA-APLD EQUAL ZEROS
               MOVE 3 TO K0335-CD-RTN
               MOVE 'S0335 - Ordem ou taxa nao informada.'
                   TO K0335-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           PERFORM 150-000-APURA-RECEITA
      *
           IF  K0335-CD-RTN NOT EQUAL ZEROS
               GO TO 100-000-SAI
           END-IF
      *
           MOVE K0335-CD-IDFR-ORD TO REG-BCI335T-CD-IDFR-ORD
      *
           READ ARQ-BCI335T
               INVALID KEY
                   MOVE 'N'   TO W-IN-EXISTE
                   MOVE ZEROS TO W-QT-ALT
               NOT INVALID KEY
                   MOVE 'S'   TO W-IN-EXISTE
                   COMPUTE W-QT-ALT = REG-BCI335T-QT-ALT + 1
           END-READ
      *
           INITIALIZE REG-BCI335T
           MOVE K0335-CD-IDFR-ORD      TO REG-BCI335T-CD-IDFR-ORD
                                          REG-BCI335T-CD-IDFR-RCT
           MOVE K0335-DT-ATU           TO REG-BCI335T-DT-APLC
           MOVE K0335-CD-TIP-CLI       TO REG-BCI335T-CD-TIP-CLI
           MOVE K0335-CD-CNL           TO REG-BCI335T-CD-CNL
           MOVE K0335-CD-MOE           TO REG-BCI335T-CD-MOE
           MOVE K0335-CD-CLI           TO REG-BCI335T-CD-CLI
           MOVE K0335-IN-MTP-DVSR      TO REG-BCI335T-IN-MTP-DVSR
           MOVE K0335-VL-TAXA-BASE     TO REG-BCI335T-VL-TAXA-BASE
           MOVE K0335-VL-TAXA-APLD     TO REG-BCI335T-VL-TAXA-APLD
           MOVE K0335-PC-SPRD          TO REG-BCI335T-PC-SPRD
           MOVE K0335-IN-ORIG-SPRD     TO REG-BCI335T-IN-ORIG-SPRD
           MOVE K0335-VL-MOEE          TO REG-BCI335T-VL-MOEE
           MOVE K0335-VL-MOEN          TO REG-BCI335T-VL-MOEN
           MOVE K0335-VL-MOEN-BASE     TO REG-BCI335T-VL-MOEN-BASE
           MOVE K0335-VL-RCT-SPRD      TO REG-BCI335T-VL-RCT-SPRD
           MOVE 'N'                    TO REG-BCI335T-IN-CNCD
           MOVE K0335-HR-ATU           TO REG-BCI335T-HR-APLC
           MOVE K0335-CD-USU           TO REG-BCI335T-CD-USU
           MOVE W-QT-ALT               TO REG-BCI335T-QT-ALT
      *
           IF  W-IN-EXISTE EQUAL 'N'
               WRITE REG-BCI335T
                   INVALID KEY
                       MOVE 4 TO K0335-CD-RTN
                       MOVE 'S0335 - Erro ao gravar taxa BCI335T.'
                           TO K0335-TX-MSG-RTN
               END-WRITE
           ELSE
               REWRITE REG-BCI335T
                   INVALID KEY
                       MOVE 5 TO K0335-CD-RTN
                       MOVE 'S0335 - Erro ao regravar taxa BCI335T.'
                           TO K0335-TX-MSG-RTN
               END-REWRITE
           END-IF
      *
           MOVE 'N'                    TO K0335-IN-CNCD
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       150-000-APURA-RECEITA  SECTION.
      *----------------------------------------------------------------*
      * Moeda nacional pela taxa base, no mesmo ramo multiplicador/
      * divisor da taxa aplicada; a receita e a diferenca p/ o valor
      * cobrado do cliente.
      *
           IF  K0335-IN-MTP-DVSR EQUAL 'M'
               COMPUTE K0335-VL-MOEN-BASE ROUNDED =
                   K0335-VL-MOEE * K0335-VL-TAXA-BASE
                   ON SIZE ERROR
                       MOVE 7 TO K0335-CD-RTN
               END-COMPUTE
           ELSE
               COMPUTE K0335-VL-MOEN-BASE ROUNDED =
                   K0335-VL-MOEE / K0335-VL-TAXA-BASE
                   ON SIZE ERROR
                       MOVE 7 TO K0335-CD-RTN
               END-COMPUTE
           END-IF
      *
           IF  K0335-CD-RTN NOT EQUAL ZEROS
               MOVE 'S0335 - Valor pela taxa base fora da faixa.'
                   TO K0335-TX-MSG-RTN
               GO TO 150-000-SAI
           END-IF
      *
           COMPUTE K0335-VL-RCT-SPRD =
               K0335-VL-MOEN - K0335-VL-MOEN-BASE
           .
       150-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       200-000-TRATA-TAXA  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE K0335-CD-IDFR-ORD TO REG-BCI335T-CD-IDFR-ORD
      *
           READ ARQ-BCI335T
               INVALID KEY
                   MOVE 21 TO K0335-CD-RTN
                   MOVE 'S0335 - Ordem sem taxa registrada.'
                       TO K0335-TX-MSG-RTN
           END-READ
      *
           IF  K0335-CD-RTN NOT EQUAL ZEROS
               GO TO 200-000-SAI
           END-IF
      *
           IF  K0335-CANCELA
           AND REG-BCI335T-IN-CNCD NOT EQUAL 'S'
               MOVE 'S' TO REG-BCI335T-IN-CNCD
               REWRITE REG-BCI335T
                   INVALID KEY
                       MOVE 5 TO K0335-CD-RTN
                       MOVE 'S0335 - Erro ao regravar taxa BCI335T.'
                           TO K0335-TX-MSG-RTN
               END-REWRITE
           END-IF
      *
           MOVE REG-BCI335T-CD-CLI       TO K0335-CD-CLI
           MOVE REG-BCI335T-CD-TIP-CLI   TO K0335-CD-TIP-CLI
           MOVE REG-BCI335T-CD-CNL       TO K0335-CD-CNL
           MOVE REG-BCI335T-CD-MOE       TO K0335-CD-MOE
           MOVE REG-BCI335T-IN-MTP-DVSR  TO K0335-IN-MTP-DVSR
           MOVE REG-BCI335T-VL-TAXA-BASE TO K0335-VL-TAXA-BASE
           MOVE REG-BCI335T-VL-TAXA-APLD TO K0335-VL-TAXA-APLD
           MOVE REG-BCI335T-PC-SPRD      TO K0335-PC-SPRD
           MOVE REG-BCI335T-IN-ORIG-SPRD TO K0335-IN-ORIG-SPRD
           MOVE REG-BCI335T-VL-MOEE      TO K0335-VL-MOEE
           MOVE REG-BCI335T-VL-MOEN      TO K0335-VL-MOEN
           MOVE REG-BCI335T-VL-MOEN-BASE TO K0335-VL-MOEN-BASE
           MOVE REG-BCI335T-VL-RCT-SPRD  TO K0335-VL-RCT-SPRD
           MOVE REG-BCI335T-IN-CNCD      TO K0335-IN-CNCD
           .
       200-000-SAI.
           EXIT
           .
