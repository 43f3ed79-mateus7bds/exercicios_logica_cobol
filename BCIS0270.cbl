      *             emissao, registrada dentro da janela de dias
      *             informada pelo chamador (parametro QT-DIAS-DUPL do
      *             BCIS003R, mantido pela tela BCIS003M).
      *             Funcao 3 - consulta se o cliente ja enviou ordem
      *             ao beneficiario (SWIFT + conta), em qualquer data
      *             ainda mantida na base: reconhecimento do
      *             beneficiario novo na retencao do primeiro
      *             pagamento (OPES500V/928-000). A propria ordem do
      *             chamador (alteracao de ordem ja gravada na base)
      *             nao conta como pagamento anterior.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 002 15102026 Manut.  F7021226 Funcao 3 - beneficiario ja
      *                               pago pelo cliente (retencao do
      *                               primeiro pagamento). Novo campo
      *                               K0270-IN-BNFC-PAGO no commarea.
      *                               Ordem informada em
      *                               K0270-CD-IDFR-ORD-PGTO ignorada
      *                               na pesquisa.
      * 001 22082026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0270 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS002'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
      *
       77  W-QT-DIAS-RCDO              PIC 9(02) VALUE ZEROS.
       77  W-QT-DIAS-MES               PIC 9(02) VALUE ZEROS.
      *
      * Pesquisa do beneficiario ja pago (funcao 3)
       77  W-IN-FIM-PSQ                PIC X(01) VALUE 'N'.
       77  W-CD-IDFR-ORD-CHMD          PIC 9(10) VALUE ZEROS.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
           03  K0270-CD-FUC                 PIC  9(01).
               88  K0270-CONSULTA           VALUE 1.
               88  K0270-GRAVA              VALUE 2.
               88  K0270-CONSULTA-BNFC      VALUE 3.
           03  K0270-CD-CLI                 PIC  9(09).
           03  K0270-CD-SWFT-BNFC           PIC  X(11).
           03  K0270-CD-CT-BNFC             PIC  X(20).
           03  K0270-IN-DUPL                PIC  X(01).
           03  K0270-CD-RTN                 PIC  9(02).
           03  K0270-TX-MSG-RTN             PIC  X(60).
           03  K0270-IN-BNFC-PAGO           PIC  X(01).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
           MOVE ZEROS  TO K0270-CD-RTN
           MOVE SPACES TO K0270-TX-MSG-RTN
           MOVE 'N'    TO K0270-IN-DUPL
                          K0270-IN-BNFC-PAGO
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 9 TO K0270-CD-RTN
                   PERFORM 100-000-CONSULTA-DUPL
               WHEN K0270-GRAVA
                   PERFORM 200-000-GRAVA-ORD-RECT
               WHEN K0270-CONSULTA-BNFC
                   PERFORM 300-000-CONSULTA-BNFC
               WHEN OTHER
                   MOVE 2 TO K0270-CD-RTN
                   MOVE 'S0270 - Codigo de funcao invalido.'
       200-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       300-000-CONSULTA-BNFC  SECTION.
      *----------------------------------------------------------------*
      * Posiciona na primeira ordem do cliente ao beneficiario (SWIFT +
      * conta), qualquer valor e data de emissao, e le em sequencia
      * saltando as linhas da propria ordem do chamador (informada em
      * K0270-CD-IDFR-ORD-PGTO; zero na inclusao ainda sem numero).
      * K0270-IN-BNFC-PAGO = 'S' devolve tambem o identificador da
      * outra ordem encontrada.
      *
           MOVE K0270-CD-IDFR-ORD-PGTO TO W-CD-IDFR-ORD-CHMD
           MOVE 'N'                    TO W-IN-FIM-PSQ
      *
           OPEN INPUT ARQ-BCI0270
      *
           IF  W-FS-BCI0270 NOT EQUAL '00'
               MOVE 6 TO K0270-CD-RTN
               STRING 'S0270 - Erro abertura BCI0270 FS='
                   DELIMITED BY SIZE
                   W-FS-BCI0270              DELIMITED BY SIZE
                   INTO K0270-TX-MSG-RTN
               GO TO 300-000-SAI
           END-IF
      *
           MOVE K0270-CD-CLI          TO REG-BCI0270-CD-CLI
           MOVE K0270-CD-SWFT-BNFC    TO REG-BCI0270-CD-SWFT-BNFC
           MOVE K0270-CD-CT-BNFC      TO REG-BCI0270-CD-CT-BNFC
           MOVE ZEROS                 TO REG-BCI0270-VL-MOEE
           MOVE LOW-VALUES            TO REG-BCI0270-DT-EMS
      *
           START ARQ-BCI0270 KEY IS NOT LESS REG-BCI0270-CHV
               INVALID KEY
                   MOVE 'S' TO W-IN-FIM-PSQ
           END-START
      *
           PERFORM 310-000-LE-PROXIMA-ORD
               UNTIL W-IN-FIM-PSQ EQUAL 'S'
      *
           CLOSE ARQ-BCI0270
           .
       300-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       310-000-LE-PROXIMA-ORD  SECTION.
      *----------------------------------------------------------------*
      * Proxima linha da base; termina na primeira ordem de outro
      * numero ao mesmo beneficiario ou na troca de cliente/SWIFT/
      * conta.
      *
           READ ARQ-BCI0270 NEXT RECORD
               AT END
                   MOVE 'S' TO W-IN-FIM-PSQ
                   GO TO 310-000-SAI
           END-READ
      *
           IF  W-FS-BCI0270 NOT EQUAL '00'
           OR  REG-BCI0270-CD-CLI       NOT EQUAL K0270-CD-CLI
           OR  REG-BCI0270-CD-SWFT-BNFC NOT EQUAL K0270-CD-SWFT-BNFC
           OR  REG-BCI0270-CD-CT-BNFC   NOT EQUAL K0270-CD-CT-BNFC
               MOVE 'S' TO W-IN-FIM-PSQ
               GO TO 310-000-SAI
           END-IF
      *
           IF  W-CD-IDFR-ORD-CHMD NOT EQUAL ZEROS
           AND REG-BCI0270-CD-IDFR-ORD-PGTO EQUAL W-CD-IDFR-ORD-CHMD
               GO TO 310-000-SAI
           END-IF
      *
           MOVE 'S' TO K0270-IN-BNFC-PAGO
           MOVE REG-BCI0270-CD-IDFR-ORD-PGTO
               TO K0270-CD-IDFR-ORD-PGTO
           MOVE 'S' TO W-IN-FIM-PSQ
           .
       310-000-SAI.
           EXIT
           .
