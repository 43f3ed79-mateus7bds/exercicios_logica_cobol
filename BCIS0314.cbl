      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0314
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Ingestao diaria das respostas dos correspondentes
      *             aos pedidos de recall (MT196 a MT192 e MT296 a
      *             MT292). Le o arquivo RCLENT da rede (um registro
      *             por resposta: tipo, referencia do correspondente,
      *             nossa referencia do campo 21, codigo de resposta do
      *             campo 76 e texto), chega ao pedido da base BCI312R
      *             pela propria referencia (RC/RV + ordem +
      *             tentativa, gerada pelo BCIS0312) e atualiza a
      *             resposta de cada perna. CNCL da MT196 - e da
      *             MT296, quando houve cobertura - encerra o recall
      *             como aceito e anexa o evento 'K' ao acompanhamento
      *             (BCIS0277); RJCR em qualquer perna encerra como
      *             recusado com o evento 'N'; PDCR so registra a
      *             pendencia no correspondente. Resposta sem pedido,
      *             de tentativa anterior ou a recall ja encerrado sai
      *             no relatorio de excecao RELRSP.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0314.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCLENT ASSIGN TO RCLENT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RCLENT.
      *
           SELECT ARQ-BCI312R  ASSIGN TO BCI312R
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI312R-CHV
                  FILE STATUS  IS W-FS-BCI312R.
      *
           SELECT RELRSP ASSIGN TO RELRSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RELRSP.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *
      * Respostas MT196/MT296 do dia, na ordem de chegada.
       FD  RCLENT
           RECORDING MODE IS F.
       01  REG-RCLENT.
           03  RCLENT-CD-TIP-MSG           PIC X(03).
           03  RCLENT-CD-IDFR-MSG          PIC X(16).
           03  RCLENT-CD-IDFR-RLTD.
               05  RCLENT-CD-PRFX-RLTD     PIC X(02).
               05  RCLENT-NR-ORD-RLTD      PIC X(10).
               05  FILLER                  PIC X(04).
           03  RCLENT-CD-SWFT-EMT          PIC X(11).
           03  RCLENT-CD-RSP               PIC X(04).
           03  RCLENT-TX-RSP               PIC X(35).
           03  RCLENT-DT-RSP               PIC 9(08).
           03  RCLENT-HR-RSP               PIC 9(06).
           03  FILLER                      PIC X(21).
      *
      * Pedidos de recall (mesmo layout do BCIS0312)
       FD  ARQ-BCI312R.
       01  REG-BCI312R.
           03  REG-BCI312R-CHV.
               05  REG-BCI312R-CD-IDFR-ORD     PIC 9(10).
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
      *
       FD  RELRSP
           RECORDING MODE IS F.
       01  REG-RELRSP                      PIC X(132).
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
                                            '*** BCIS0314 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-RCLENT                 PIC X(02) VALUE '00'.
       77  W-FS-BCI312R                PIC X(02) VALUE '00'.
       77  W-FS-RELRSP                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-RCLENT             PIC X(01) VALUE 'N'.
           88  FIM-RCLENT                        VALUE 'S'.
       77  W-IN-EXCECAO                PIC X(01) VALUE 'N'.
      *
       77  W-QT-RSP                    PIC 9(06) VALUE ZEROS.
       77  W-QT-ACEITO                 PIC 9(06) VALUE ZEROS.
       77  W-QT-RECUSADO               PIC 9(06) VALUE ZEROS.
       77  W-QT-PENDENTE               PIC 9(06) VALUE ZEROS.
       77  W-QT-EXCECAO                PIC 9(06) VALUE ZEROS.
       77  W-CD-EVT-RCL                PIC X(01) VALUE SPACES.
      *
      * Simulacao do bloco EIB p/ chamar um programa CICS a partir de
      * batch puro (mesma tecnica do BCIS0269).
       01  DFHEIBLK.
           03  EIBCALEN                PIC S9(04) COMP.
           03  FILLER                  PIC X(84).
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
      *
       01  W-LN-DETALHE.
           03  W-DET-CD-TIP-MSG        PIC X(03).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-CD-IDFR-RLTD      PIC X(16).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-CD-SWFT-EMT       PIC X(11).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-CD-RSP            PIC X(04).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-SITUACAO          PIC X(28).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-TX-RSP            PIC X(35).
      *
       01  W-LN-TOTAL-1.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL DE RESPOSTAS LIDAS......:'.
           03  W-TOT-QT-RSP            PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-2.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL DE RECALLS ACEITOS......:'.
           03  W-TOT-QT-ACEITO         PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-3.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL DE RECALLS RECUSADOS....:'.
           03  W-TOT-QT-RECUSADO       PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-4.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL PENDENTES/AGUARDA PERNA.:'.
           03  W-TOT-QT-PENDENTE       PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-5.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL DE EXCECOES.............:'.
           03  W-TOT-QT-EXCECAO        PIC ZZZ.ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 030000-LE-RCLENT
           PERFORM 040000-PROCESSA-RESPOSTA UNTIL FIM-RCLENT
           PERFORM 080000-ESCREVE-TOTAL
           PERFORM 090000-FECHA-ARQUIVOS
      *
           IF  W-QT-EXCECAO GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           STOP RUN
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  RCLENT
           OPEN I-O    ARQ-BCI312R
           OPEN OUTPUT RELRSP
      *
           IF  W-FS-RCLENT NOT EQUAL '00'
               DISPLAY 'BCIS0314 - Erro abertura RCLENT FS='
                       W-FS-RCLENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI312R NOT EQUAL '00'
               DISPLAY 'BCIS0314 - Erro abertura BCI312R FS='
                       W-FS-BCI312R
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-RELRSP NOT EQUAL '00'
               DISPLAY 'BCIS0314 - Erro abertura RELRSP FS='
                       W-FS-RELRSP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       010000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       030000-LE-RCLENT  SECTION.
      *----------------------------------------------------------------*
      *
           READ RCLENT
               AT END
                   MOVE 'S' TO W-IN-FIM-RCLENT
           END-READ
      *
           IF  NOT FIM-RCLENT
               ADD 1 TO W-QT-RSP
           END-IF
           .
       030000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       040000-PROCESSA-RESPOSTA  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE RCLENT-CD-TIP-MSG     TO W-DET-CD-TIP-MSG
           MOVE RCLENT-CD-IDFR-RLTD   TO W-DET-CD-IDFR-RLTD
           MOVE RCLENT-CD-SWFT-EMT    TO W-DET-CD-SWFT-EMT
           MOVE RCLENT-CD-RSP         TO W-DET-CD-RSP
           MOVE RCLENT-TX-RSP         TO W-DET-TX-RSP
      *
           PERFORM 045000-LOCALIZA-PEDIDO
      *
           IF  W-IN-EXCECAO EQUAL 'S'
               ADD 1 TO W-QT-EXCECAO
               WRITE REG-RELRSP FROM W-LN-DETALHE
               GO TO 040000-LE-PROXIMA
           END-IF
      *
           PERFORM 050000-TRATA-RESPOSTA
      *
           WRITE REG-RELRSP FROM W-LN-DETALHE
           .
       040000-LE-PROXIMA.
           PERFORM 030000-LE-RCLENT
           .
       040000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       045000-LOCALIZA-PEDIDO  SECTION.
      *----------------------------------------------------------------*
      * A ordem vem na propria referencia do campo 21 (RC/RV + ordem +
      * tentativa). So vale a resposta a tentativa corrente de um
      * recall ainda em aberto.
      *
           MOVE 'S' TO W-IN-EXCECAO
      *
           IF  NOT (RCLENT-CD-TIP-MSG EQUAL '196'
                    AND RCLENT-CD-PRFX-RLTD EQUAL 'RC')
           AND NOT (RCLENT-CD-TIP-MSG EQUAL '296'
                    AND RCLENT-CD-PRFX-RLTD EQUAL 'RV')
               MOVE 'REFERENCIA INVALIDA'        TO W-DET-SITUACAO
               GO TO 045000-SAI
           END-IF
      *
           IF  RCLENT-NR-ORD-RLTD NOT NUMERIC
               MOVE 'REFERENCIA INVALIDA'        TO W-DET-SITUACAO
               GO TO 045000-SAI
           END-IF
      *
           MOVE RCLENT-NR-ORD-RLTD TO REG-BCI312R-CD-IDFR-ORD
      *
           READ ARQ-BCI312R
               INVALID KEY
                   MOVE 'SEM PEDIDO DE RECALL'   TO W-DET-SITUACAO
                   GO TO 045000-SAI
           END-READ
      *
           IF  (RCLENT-CD-TIP-MSG EQUAL '196'
                AND RCLENT-CD-IDFR-RLTD NOT EQUAL
                    REG-BCI312R-CD-IDFR-MT192)
           OR  (RCLENT-CD-TIP-MSG EQUAL '296'
                AND RCLENT-CD-IDFR-RLTD NOT EQUAL
                    REG-BCI312R-CD-IDFR-MT292)
               MOVE 'TENTATIVA ANTERIOR'         TO W-DET-SITUACAO
               GO TO 045000-SAI
           END-IF
      *
           IF  REG-BCI312R-CD-EST-RCL NOT EQUAL 'M'
               MOVE 'RECALL NAO ESTA EM ABERTO'  TO W-DET-SITUACAO
               GO TO 045000-SAI
           END-IF
      *
           MOVE 'N' TO W-IN-EXCECAO
           .
       045000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       050000-TRATA-RESPOSTA  SECTION.
      *----------------------------------------------------------------*
      *
           IF  RCLENT-CD-RSP NOT EQUAL 'CNCL'
           AND RCLENT-CD-RSP NOT EQUAL 'RJCR'
           AND RCLENT-CD-RSP NOT EQUAL 'PDCR'
               ADD 1 TO W-QT-EXCECAO
               MOVE 'RESPOSTA DESCONHECIDA'      TO W-DET-SITUACAO
               GO TO 050000-SAI
           END-IF
      *
           IF  RCLENT-CD-TIP-MSG EQUAL '196'
               MOVE RCLENT-CD-RSP TO REG-BCI312R-CD-RSP-MT196
           ELSE
               MOVE RCLENT-CD-RSP TO REG-BCI312R-CD-RSP-MT296
           END-IF
           MOVE RCLENT-DT-RSP     TO REG-BCI312R-DT-RSP
           MOVE RCLENT-TX-RSP     TO REG-BCI312R-TX-RSP
           MOVE SPACES            TO W-CD-EVT-RCL
      *
      *    Aceite so fecha com todas as pernas canceladas; recusa em
      *    qualquer perna encerra o recall.
           EVALUATE TRUE
               WHEN RCLENT-CD-RSP EQUAL 'RJCR'
                   MOVE 'R'  TO REG-BCI312R-CD-EST-RCL
                   MOVE 'N'  TO W-CD-EVT-RCL
                   ADD 1     TO W-QT-RECUSADO
                   MOVE 'RECALL RECUSADO'        TO W-DET-SITUACAO
               WHEN REG-BCI312R-CD-RSP-MT196 EQUAL 'CNCL'
               AND (REG-BCI312R-CD-IDFR-MT292 EQUAL SPACES
                OR  REG-BCI312R-CD-RSP-MT296 EQUAL 'CNCL')
                   MOVE 'A'  TO REG-BCI312R-CD-EST-RCL
                   MOVE 'K'  TO W-CD-EVT-RCL
                   ADD 1     TO W-QT-ACEITO
                   MOVE 'RECALL ACEITO'          TO W-DET-SITUACAO
               WHEN RCLENT-CD-RSP EQUAL 'CNCL'
                   ADD 1     TO W-QT-PENDENTE
                   MOVE 'ACEITO - AGUARDA OUTRA PERNA'
                                                 TO W-DET-SITUACAO
               WHEN OTHER
                   ADD 1     TO W-QT-PENDENTE
                   MOVE 'PENDENTE NO CORRESPONDENTE'
                                                 TO W-DET-SITUACAO
           END-EVALUATE
      *
           REWRITE REG-BCI312R
               INVALID KEY
                   DISPLAY 'BCIS0314 - Erro ao regravar pedido '
                           REG-BCI312R-CD-IDFR-ORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
      *
           IF  W-CD-EVT-RCL NOT EQUAL SPACES
               PERFORM 060000-ANEXA-EVENTO
           END-IF
           .
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060000-ANEXA-EVENTO  SECTION.
      *----------------------------------------------------------------*
      * Evento 'K' recall aceito / 'N' recall recusado, com o tipo da
      * mensagem, o codigo e o texto da resposta.
      *
           INITIALIZE L-BCIS0277
      *
           MOVE 1                       TO K0277-CD-FUC
           MOVE REG-BCI312R-CD-IDFR-ORD TO K0277-CD-IDFR-ORD
           MOVE W-CD-EVT-RCL            TO K0277-CD-EVT
           MOVE RCLENT-DT-RSP           TO K0277-DT-EVT
           MOVE RCLENT-HR-RSP           TO K0277-HR-EVT
           MOVE 'BCIS0314'              TO K0277-CD-USU
           STRING 'MT' RCLENT-CD-TIP-MSG ' ' RCLENT-CD-RSP ' '
                  RCLENT-TX-RSP
               DELIMITED BY SIZE INTO K0277-TX-CMPL
      *
           MOVE LENGTH OF L-BCIS0277    TO EIBCALEN
           CALL BCIS0277 USING DFHEIBLK L-BCIS0277
      *
           IF  K0277-CD-RTN NOT EQUAL ZEROS
               ADD 1 TO W-QT-EXCECAO
               MOVE 'FALHA EVENTO'          TO W-DET-SITUACAO
               DISPLAY 'BCIS0314 - Aviso: falha evento recall ordem '
                       REG-BCI312R-CD-IDFR-ORD ' - ' K0277-TX-MSG-RTN
           END-IF
           .
       060000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       080000-ESCREVE-TOTAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES          TO REG-RELRSP
           WRITE REG-RELRSP
      *
           MOVE W-QT-RSP        TO W-TOT-QT-RSP
           WRITE REG-RELRSP     FROM W-LN-TOTAL-1
      *
           MOVE W-QT-ACEITO     TO W-TOT-QT-ACEITO
           WRITE REG-RELRSP     FROM W-LN-TOTAL-2
      *
           MOVE W-QT-RECUSADO   TO W-TOT-QT-RECUSADO
           WRITE REG-RELRSP     FROM W-LN-TOTAL-3
      *
           MOVE W-QT-PENDENTE   TO W-TOT-QT-PENDENTE
           WRITE REG-RELRSP     FROM W-LN-TOTAL-4
      *
           MOVE W-QT-EXCECAO    TO W-TOT-QT-EXCECAO
           WRITE REG-RELRSP     FROM W-LN-TOTAL-5
           .
       080000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       090000-FECHA-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE RCLENT
           CLOSE ARQ-BCI312R
           CLOSE RELRSP
           .
       090000-SAI.
           EXIT
           .
