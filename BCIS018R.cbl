      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS018R
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Consulta (somente leitura) a tabela de habilitacao
      *             de tipos de ordem por canal e interface (BCI018D),
      *             mantida pela tela BCIS018M. Chamado pelo OPES500V
      *             (925-000): devolve a vigencia que contem a data de
      *             referencia p/ o tipo de ordem + canal + interface,
      *             procurando primeiro a dependencia informada e, sem
      *             vigencia p/ ela, a linha geral (dependencia zeros).
      *             Sem vigencia alguma devolve IN-ENCT = 'N' (a
      *             combinacao segue o tratamento do proprio programa).
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS018R.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Mesma tabela mantida pela BCIS018M, aberta somente p/ leitura.
           SELECT ARQ-BCI018D  ASSIGN TO BCI018D
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI018D-CHV
                  FILE STATUS  IS W-FS-BCI018D.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI018D.
       01  REG-BCI018D.
           03  REG-BCI018D-CHV.
               05  REG-BCI018D-CHV-CMB.
                   07  REG-BCI018D-CD-TIP-ORD  PIC 9(01).
                   07  REG-BCI018D-CD-CNL      PIC X(01).
                   07  REG-BCI018D-CD-ITCE     PIC 9(02).
                   07  REG-BCI018D-CD-DEPE     PIC 9(04).
               05  REG-BCI018D-DT-INI-VGC      PIC 9(08).
           03  REG-BCI018D-DADOS.
               05  REG-BCI018D-DT-FIM-VGC      PIC 9(08).
               05  REG-BCI018D-IN-HBLT         PIC X(01).
               05  REG-BCI018D-TX-MSG-BLQ      PIC X(60).
           03  REG-BCI018D-CD-USU-ALTC         PIC X(08).
           03  REG-BCI018D-DT-ALTC             PIC 9(08).
           03  FILLER                          PIC X(16).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS018R ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI018D                PIC X(02) VALUE ZEROS.
      *
       01  W-CHV-CMB.
           03  W-CHV-CD-TIP-ORD        PIC 9(01) VALUE ZEROS.
           03  W-CHV-CD-CNL            PIC X(01) VALUE SPACES.
           03  W-CHV-CD-ITCE           PIC 9(02) VALUE ZEROS.
           03  W-CHV-CD-DEPE           PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K018R-CD-TIP-ORD-ENT    PIC 9(01).
           03  K018R-CD-CNL-ENT        PIC X(01).
           03  K018R-CD-ITCE-ENT       PIC 9(02).
           03  K018R-CD-DEPE-ENT       PIC 9(04).
           03  K018R-DT-REF-ENT        PIC 9(08).
           03  K018R-IN-ENCT           PIC X(01).
           03  K018R-IN-HBLT-SAID      PIC X(01).
           03  K018R-TX-MSG-BLQ-SAID   PIC X(60).
           03  K018R-CD-DEPE-SAID      PIC 9(04).
           03  K018R-DT-INI-VGC-SAID   PIC 9(08).
           03  K018R-CD-RTN            PIC 9(01).
           03  K018R-TX-RTN            PIC X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K018R-CD-RTN
                          K018R-CD-DEPE-SAID
                          K018R-DT-INI-VGC-SAID
           MOVE SPACES TO K018R-TX-RTN
                          K018R-TX-MSG-BLQ-SAID
           MOVE 'N'    TO K018R-IN-ENCT
           MOVE 'S'    TO K018R-IN-HBLT-SAID
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K018R-CD-RTN
               MOVE 'S018R - Area com tamanho invalido (book).'
                   TO K018R-TX-RTN
               GOBACK
           END-IF
      *
           OPEN INPUT ARQ-BCI018D
      *
           IF  W-FS-BCI018D NOT EQUAL '00'
               MOVE 2 TO K018R-CD-RTN
               STRING 'S018R - Erro abertura BCI018D FS='
                   DELIMITED BY SIZE
                   W-FS-BCI018D              DELIMITED BY SIZE
                   INTO K018R-TX-RTN
               GOBACK
           END-IF
      *
           MOVE K018R-CD-TIP-ORD-ENT TO W-CHV-CD-TIP-ORD
           MOVE K018R-CD-CNL-ENT     TO W-CHV-CD-CNL
           MOVE K018R-CD-ITCE-ENT    TO W-CHV-CD-ITCE
           MOVE K018R-CD-DEPE-ENT    TO W-CHV-CD-DEPE
      *
           PERFORM 100-000-PROCURA-VIGENCIA
      *
      *    Sem vigencia p/ a dependencia: vale a linha geral
           IF  K018R-IN-ENCT     EQUAL 'N'
           AND K018R-CD-DEPE-ENT NOT EQUAL ZEROS
               MOVE ZEROS TO W-CHV-CD-DEPE
               PERFORM 100-000-PROCURA-VIGENCIA
           END-IF
      *
           CLOSE ARQ-BCI018D
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       100-000-PROCURA-VIGENCIA  SECTION.
      *----------------------------------------------------------------*
      * Percorre as vigencias da combinacao em ordem crescente de
      * inicio e guarda a ultima que contem a data de referencia.
      *
           MOVE W-CHV-CMB            TO REG-BCI018D-CHV-CMB
           MOVE ZEROS                TO REG-BCI018D-DT-INI-VGC
      *
           START ARQ-BCI018D KEY IS NOT LESS REG-BCI018D-CHV
               INVALID KEY
                   GO TO 100-000-SAI
           END-START
      *
           MOVE '00' TO W-FS-BCI018D
           PERFORM 110-000-LE-PROXIMA-VIGENCIA
               UNTIL W-FS-BCI018D NOT EQUAL '00'
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       110-000-LE-PROXIMA-VIGENCIA  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-BCI018D NEXT RECORD
               AT END
                   MOVE '10' TO W-FS-BCI018D
           END-READ
      *
           IF  W-FS-BCI018D NOT EQUAL '00'
               GO TO 110-000-SAI
           END-IF
      *
           IF  REG-BCI018D-CHV-CMB NOT EQUAL W-CHV-CMB
      *        Mudou a combinacao - fim das vigencias
               MOVE '10' TO W-FS-BCI018D
               GO TO 110-000-SAI
           END-IF
      *
           IF  REG-BCI018D-DT-INI-VGC GREATER K018R-DT-REF-ENT
      *        Vigencias seguintes comecam depois da data
               MOVE '10' TO W-FS-BCI018D
               GO TO 110-000-SAI
           END-IF
      *
           IF  REG-BCI018D-DT-FIM-VGC NOT EQUAL ZEROS
           AND REG-BCI018D-DT-FIM-VGC LESS K018R-DT-REF-ENT
      *        Vigencia encerrada antes da data
               GO TO 110-000-SAI
           END-IF
      *
           MOVE 'S'                    TO K018R-IN-ENCT
           MOVE REG-BCI018D-IN-HBLT    TO K018R-IN-HBLT-SAID
           MOVE REG-BCI018D-TX-MSG-BLQ TO K018R-TX-MSG-BLQ-SAID
           MOVE REG-BCI018D-CD-DEPE    TO K018R-CD-DEPE-SAID
           MOVE REG-BCI018D-DT-INI-VGC TO K018R-DT-INI-VGC-SAID
           .
       110-000-SAI.
           EXIT
           .
