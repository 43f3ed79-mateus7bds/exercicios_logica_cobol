      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0312
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Solicitacao de recall SWIFT (MT192) da ordem ja
      *             enviada e ainda nao liquidada. O cancelamento do
      *             OPES500V (097-000) so vale enquanto a ordem esta
      *             'R'/'A' - depois da MT103 gerada pelo BCIS0286 a
      *             agencia nao tinha como pedir a devolucao pelo
      *             sistema. Este modulo valida a situacao da ordem
      *             no acompanhamento (BCIS0277), grava o pedido na
      *             base BCI312R com as referencias da MT192 e, se
      *             houve cobertura, da MT292, e anexa o evento 'Q'
      *             recall solicitado. A montagem das mensagens fica
      *             com o batch BCIS0313 e as respostas MT196/MT296
      *             do correspondente com o BCIS0314.
      *             Funcoes: 1 = solicita recall; 2 = consulta.
      *             Chave: identificador da ordem (um recall vivo por
      *             ordem; recusado, pode ser pedido de novo, com nova
      *             tentativa).
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0312.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Pedidos de recall (chave: identificador da ordem)
           SELECT ARQ-BCI312R  ASSIGN TO BCI312R
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI312R-CHV
                  FILE STATUS  IS W-FS-BCI312R.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI312R.
       01  REG-BCI312R.
           03  REG-BCI312R-CHV.
               05  REG-BCI312R-CD-IDFR-ORD     PIC 9(10).
      * P = pendente de mensagem; M = MT192 enviada; A = aceito pelo
      * correspondente; R = recusado pelo correspondente
           03  REG-BCI312R-CD-EST-RCL          PIC X(01).
           03  REG-BCI312R-NR-TNTV             PIC 9(02).
           03  REG-BCI312R-CD-MTV-RCL          PIC X(04).
           03  REG-BCI312R-TX-MTV-RCL          PIC X(35).
           03  REG-BCI312R-CD-IDFR-MT103       PIC X(16).
           03  REG-BCI312R-CD-IDFR-MT202       PIC X(16).
           03  REG-BCI312R-CD-UETR             PIC X(36).
           03  REG-BCI312R-CD-USU              PIC X(08).
           03  REG-BCI312R-DT-SLCT             PIC 9(08).
           03  REG-BCI312R-HR-SLCT             PIC 9(06).
           03  REG-BCI312R-CD-IDFR-MT192       PIC X(16).
           03  REG-BCI312R-CD-IDFR-MT292       PIC X(16).
           03  REG-BCI312R-DT-MSG              PIC 9(08).
           03  REG-BCI312R-CD-RSP-MT196        PIC X(04).
           03  REG-BCI312R-CD-RSP-MT296        PIC X(04).
           03  REG-BCI312R-DT-RSP              PIC 9(08).
           03  REG-BCI312R-TX-RSP              PIC X(35).
           03  FILLER                          PIC X(20).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      ******************************************************************
      ************** Tabela lista de programas chamados ****************
      ******************************************************************
       01 TAB-PROGRAMAS-CHAMADOS.
          03 BCIS0277                      PIC X(8) VALUE 'BCIS0277'.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0312 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI312R                PIC X(02) VALUE ZEROS.
       77  W-IN-REG-NOVO               PIC X(01) VALUE 'N'.
       77  W-NR-TNTV                   PIC 9(02) VALUE ZEROS.
      *
      * BCIS0277 - base de acompanhamento (mesmo book do chamado)
       01  L-BCIS0277.
           03  K0277-CD-FUC                 PIC  9(01).
           03  K0277-CD-IDFR-ORD            PIC  9(10).
           03  K0277-CD-EVT                 PIC  X(01).
           03  K0277-DT-EVT                 PIC  9(08).
           03  K0277-HR-EVT                 PIC  9(06).
           03  K0277-CD-USU                 PIC  X(08).
           03  K0277-TX-CMPL                PIC  X(40).
           03  K0277-CD-CLI                 PIC  9(09).
           03  K0277-CD-PRF-DEPE-EMT        PIC  9(04).
           03  K0277-CD-MOE                 PIC  9(03).
           03  K0277-VL-MOEE                PIC  9(13)V9(02).
           03  K0277-CD-SWFT-BNFC           PIC  X(11).
           03  K0277-DT-LQDC                PIC  X(10).
           03  K0277-CD-IDFR-MT103          PIC  X(16).
           03  K0277-CD-IDFR-MT202          PIC  X(16).
           03  K0277-CD-UETR                PIC  X(36).
           03  K0277-CD-EST-ATU             PIC  X(01).
           03  K0277-DT-ULT-EVT             PIC  9(08).
           03  K0277-CD-RTN                 PIC  9(02).
           03  K0277-TX-MSG-RTN             PIC  X(60).
           03  K0277-QT-HIST                PIC  9(03).
           03  K0277-TB-HIST OCCURS 20 TIMES.
               05  K0277-H-CD-EVT           PIC  X(01).
               05  K0277-H-DT-EVT           PIC  9(08).
               05  K0277-H-HR-EVT           PIC  9(06).
               05  K0277-H-CD-USU           PIC  X(08).
               05  K0277-H-TX-CMPL          PIC  X(40).
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K0312-CD-FUC                 PIC  9(01).
               88  K0312-SOLICITA           VALUE 1.
               88  K0312-CONSULTA           VALUE 2.
           03  K0312-CD-IDFR-ORD            PIC  9(10).
      * Motivo SWIFT do pedido: DUPL, CUST, UPAY, FRAD, TECH
           03  K0312-CD-MTV-RCL             PIC  X(04).
           03  K0312-TX-MTV-RCL             PIC  X(35).
           03  K0312-CD-USU                 PIC  X(08).
           03  K0312-DT-ATU                 PIC  9(08).
           03  K0312-HR-ATU                 PIC  9(06).
           03  K0312-CD-EST-RCL             PIC  X(01).
           03  K0312-NR-TNTV                PIC  9(02).
           03  K0312-CD-IDFR-MT103          PIC  X(16).
           03  K0312-CD-IDFR-MT202          PIC  X(16).
           03  K0312-CD-IDFR-MT192          PIC  X(16).
           03  K0312-CD-IDFR-MT292          PIC  X(16).
           03  K0312-DT-SLCT                PIC  9(08).
           03  K0312-DT-MSG                 PIC  9(08).
           03  K0312-CD-RSP-MT196           PIC  X(04).
           03  K0312-CD-RSP-MT296           PIC  X(04).
           03  K0312-DT-RSP                 PIC  9(08).
           03  K0312-TX-RSP                 PIC  X(35).
           03  K0312-CD-RTN                 PIC  9(02).
           03  K0312-TX-MSG-RTN             PIC  X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K0312-CD-RTN
           MOVE SPACES TO K0312-TX-MSG-RTN
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K0312-CD-RTN
               MOVE 'S0312 - Area com tamanho invalido (book).'
                   TO K0312-TX-MSG-RTN
               GOBACK
           END-IF
      *
           IF  K0312-CD-IDFR-ORD EQUAL ZEROS
               MOVE 2 TO K0312-CD-RTN
               MOVE 'S0312 - Informe o identificador da ordem.'
                   TO K0312-TX-MSG-RTN
               GOBACK
           END-IF
      *
           OPEN I-O ARQ-BCI312R
      *
           IF  W-FS-BCI312R NOT EQUAL '00'
               MOVE 6 TO K0312-CD-RTN
               STRING 'S0312 - Erro abertura BCI312R FS='
                   DELIMITED BY SIZE
                   W-FS-BCI312R              DELIMITED BY SIZE
                   INTO K0312-TX-MSG-RTN
               GOBACK
           END-IF
      *
           EVALUATE TRUE
               WHEN K0312-SOLICITA
                   PERFORM 100-000-SOLICITA-RECALL
               WHEN K0312-CONSULTA
                   PERFORM 300-000-CONSULTA-RECALL
               WHEN OTHER
                   MOVE 2 TO K0312-CD-RTN
                   MOVE 'S0312 - Codigo de funcao invalido.'
                       TO K0312-TX-MSG-RTN
           END-EVALUATE
      *
           CLOSE ARQ-BCI312R
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       100-000-SOLICITA-RECALL  SECTION.
      *----------------------------------------------------------------*
      *
           IF  K0312-CD-MTV-RCL NOT EQUAL 'DUPL'
           AND K0312-CD-MTV-RCL NOT EQUAL 'CUST'
           AND K0312-CD-MTV-RCL NOT EQUAL 'UPAY'
           AND K0312-CD-MTV-RCL NOT EQUAL 'FRAD'
           AND K0312-CD-MTV-RCL NOT EQUAL 'TECH'
               MOVE 3 TO K0312-CD-RTN
               MOVE 'S0312 - Motivo invalido (DUPL/CUST/UPAY/FRAD/TECH)'
                   TO K0312-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           PERFORM 110-000-VALIDA-SITUACAO
      *
           IF  K0312-CD-RTN NOT EQUAL ZEROS
               GO TO 100-000-SAI
           END-IF
      *
      *    Pedido anterior da mesma ordem: so o recusado admite nova
      *    tentativa - o pendente/enviado ainda aguarda resposta e o
      *    aceito ja encerrou.
           MOVE 'N'               TO W-IN-REG-NOVO
           MOVE ZEROS             TO W-NR-TNTV
           MOVE K0312-CD-IDFR-ORD TO REG-BCI312R-CD-IDFR-ORD
      *
           READ ARQ-BCI312R
               INVALID KEY
                   MOVE 'S' TO W-IN-REG-NOVO
               NOT INVALID KEY
                   MOVE REG-BCI312R-NR-TNTV TO W-NR-TNTV
           END-READ
      *
           IF  W-IN-REG-NOVO EQUAL 'N'
           AND REG-BCI312R-CD-EST-RCL NOT EQUAL 'R'
               MOVE 12 TO K0312-CD-RTN
               MOVE 'S0312 - Ja existe recall em andamento ou aceito.'
                   TO K0312-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           ADD 1 TO W-NR-TNTV
      *
           INITIALIZE REG-BCI312R
           MOVE K0312-CD-IDFR-ORD     TO REG-BCI312R-CD-IDFR-ORD
           MOVE 'P'                   TO REG-BCI312R-CD-EST-RCL
           MOVE W-NR-TNTV             TO REG-BCI312R-NR-TNTV
           MOVE K0312-CD-MTV-RCL      TO REG-BCI312R-CD-MTV-RCL
           MOVE K0312-TX-MTV-RCL      TO REG-BCI312R-TX-MTV-RCL
           MOVE K0277-CD-IDFR-MT103   TO REG-BCI312R-CD-IDFR-MT103
           MOVE K0277-CD-IDFR-MT202   TO REG-BCI312R-CD-IDFR-MT202
           MOVE K0277-CD-UETR         TO REG-BCI312R-CD-UETR
           MOVE K0312-CD-USU          TO REG-BCI312R-CD-USU
           MOVE K0312-DT-ATU          TO REG-BCI312R-DT-SLCT
           MOVE K0312-HR-ATU          TO REG-BCI312R-HR-SLCT
      *
      *    Referencias do recall: RC (MT192) / RV (MT292) + ordem +
      *    tentativa - a resposta MT196/MT296 traz a referencia no
      *    campo 21 e a ingestao BCIS0314 chega na ordem por ela.
           STRING 'RC'                DELIMITED BY SIZE
                  K0312-CD-IDFR-ORD   DELIMITED BY SIZE
                  W-NR-TNTV           DELIMITED BY SIZE
                  INTO REG-BCI312R-CD-IDFR-MT192
      *
           IF  K0277-CD-IDFR-MT202 NOT EQUAL SPACES
               STRING 'RV'                DELIMITED BY SIZE
                      K0312-CD-IDFR-ORD   DELIMITED BY SIZE
                      W-NR-TNTV           DELIMITED BY SIZE
                      INTO REG-BCI312R-CD-IDFR-MT292
           END-IF
      *
           IF  W-IN-REG-NOVO EQUAL 'S'
               WRITE REG-BCI312R
                   INVALID KEY
                       MOVE 4 TO K0312-CD-RTN
                       MOVE 'S0312 - Erro ao gravar pedido BCI312R.'
                           TO K0312-TX-MSG-RTN
               END-WRITE
           ELSE
               REWRITE REG-BCI312R
                   INVALID KEY
                       MOVE 4 TO K0312-CD-RTN
                       MOVE 'S0312 - Erro ao regravar pedido BCI312R.'
                           TO K0312-TX-MSG-RTN
               END-REWRITE
           END-IF
      *
           IF  K0312-CD-RTN NOT EQUAL ZEROS
               GO TO 100-000-SAI
           END-IF
      *
           PERFORM 120-000-GRAVA-EVT-RECALL
      *
           PERFORM 310-000-DEVOLVE-PEDIDO
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       110-000-VALIDA-SITUACAO  SECTION.
      *----------------------------------------------------------------*
      * Recall so p/ ordem com MT103 gerada e ainda sem liquidacao:
      * mensagem gerada, aceita no intermediario, creditada ao
      * beneficiario, expirada/em apuracao ou recall anterior
      * recusado. Antes da mensagem o caminho e o cancelamento do
      * OPES500V.
      *
           INITIALIZE L-BCIS0277
      *
           MOVE 2                 TO K0277-CD-FUC
           MOVE K0312-CD-IDFR-ORD TO K0277-CD-IDFR-ORD
      *
           MOVE LENGTH OF L-BCIS0277 TO EIBCALEN
           CALL BCIS0277 USING DFHEIBLK L-BCIS0277
      *
           IF  K0277-CD-RTN NOT EQUAL ZEROS
               MOVE K0277-CD-RTN     TO K0312-CD-RTN
               MOVE K0277-TX-MSG-RTN TO K0312-TX-MSG-RTN
               GO TO 110-000-SAI
           END-IF
      *
           EVALUATE K0277-CD-EST-ATU
               WHEN 'S'
               WHEN 'G'
               WHEN 'B'
               WHEN 'X'
               WHEN 'N'
                   CONTINUE
               WHEN 'R'
               WHEN 'A'
               WHEN 'E'
                   MOVE 10 TO K0312-CD-RTN
                   MOVE 'S0312 - Ordem sem mensagem - use cancelamento.'
                       TO K0312-TX-MSG-RTN
               WHEN 'Q'
               WHEN 'K'
                   MOVE 12 TO K0312-CD-RTN
                   MOVE 'S0312 - Recall em andamento ou ja aceito.'
                       TO K0312-TX-MSG-RTN
               WHEN OTHER
                   MOVE 11 TO K0312-CD-RTN
                   STRING 'S0312 - Situacao ' K0277-CD-EST-ATU
                       ' da ordem nao permite o recall.'
                       DELIMITED BY SIZE INTO K0312-TX-MSG-RTN
           END-EVALUATE
      *
           IF  K0312-CD-RTN EQUAL ZEROS
           AND K0277-CD-IDFR-MT103 EQUAL SPACES
               MOVE 10 TO K0312-CD-RTN
               MOVE 'S0312 - Ordem sem mensagem - use cancelamento.'
                   TO K0312-TX-MSG-RTN
           END-IF
           .
       110-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       120-000-GRAVA-EVT-RECALL  SECTION.
      *----------------------------------------------------------------*
      * Evento 'Q' recall solicitado no acompanhamento - a consulta
      * BCIS0278 passa a mostrar o pedido. O pedido ja esta gravado:
      * falha aqui e devolvida como aviso, a MT192 segue no batch.
      *
           INITIALIZE L-BCIS0277
      *
           MOVE 1                 TO K0277-CD-FUC
           MOVE K0312-CD-IDFR-ORD TO K0277-CD-IDFR-ORD
           MOVE 'Q'               TO K0277-CD-EVT
           MOVE K0312-DT-ATU      TO K0277-DT-EVT
           MOVE K0312-HR-ATU      TO K0277-HR-EVT
           MOVE K0312-CD-USU      TO K0277-CD-USU
           STRING 'Recall ' K0312-CD-MTV-RCL ' '
                  K0312-TX-MTV-RCL
               DELIMITED BY SIZE INTO K0277-TX-CMPL
      *
           MOVE LENGTH OF L-BCIS0277 TO EIBCALEN
           CALL BCIS0277 USING DFHEIBLK L-BCIS0277
      *
           IF  K0277-CD-RTN NOT EQUAL ZEROS
               MOVE 9 TO K0312-CD-RTN
               STRING 'S0312 - Recall gravado; falha acompanhamento: '
                      K0277-TX-MSG-RTN
                   DELIMITED BY SIZE INTO K0312-TX-MSG-RTN
           END-IF
           .
       120-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       300-000-CONSULTA-RECALL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE K0312-CD-IDFR-ORD TO REG-BCI312R-CD-IDFR-ORD
      *
           READ ARQ-BCI312R
               INVALID KEY
                   MOVE 21 TO K0312-CD-RTN
                   MOVE 'S0312 - Nao ha recall p/ a ordem.'
                       TO K0312-TX-MSG-RTN
           END-READ
      *
           IF  K0312-CD-RTN EQUAL ZEROS
               PERFORM 310-000-DEVOLVE-PEDIDO
           END-IF
           .
       300-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       310-000-DEVOLVE-PEDIDO  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REG-BCI312R-CD-EST-RCL    TO K0312-CD-EST-RCL
           MOVE REG-BCI312R-NR-TNTV       TO K0312-NR-TNTV
           MOVE REG-BCI312R-CD-MTV-RCL    TO K0312-CD-MTV-RCL
           MOVE REG-BCI312R-TX-MTV-RCL    TO K0312-TX-MTV-RCL
           MOVE REG-BCI312R-CD-IDFR-MT103 TO K0312-CD-IDFR-MT103
           MOVE REG-BCI312R-CD-IDFR-MT202 TO K0312-CD-IDFR-MT202
           MOVE REG-BCI312R-CD-IDFR-MT192 TO K0312-CD-IDFR-MT192
           MOVE REG-BCI312R-CD-IDFR-MT292 TO K0312-CD-IDFR-MT292
           MOVE REG-BCI312R-DT-SLCT       TO K0312-DT-SLCT
           MOVE REG-BCI312R-DT-MSG        TO K0312-DT-MSG
           MOVE REG-BCI312R-CD-RSP-MT196  TO K0312-CD-RSP-MT196
           MOVE REG-BCI312R-CD-RSP-MT296  TO K0312-CD-RSP-MT296
           MOVE REG-BCI312R-DT-RSP        TO K0312-DT-RSP
           MOVE REG-BCI312R-TX-RSP        TO K0312-TX-RSP
           .
       310-000-SAI.
           EXIT
           .
