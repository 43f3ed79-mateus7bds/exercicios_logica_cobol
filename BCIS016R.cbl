      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS016R
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Consulta (somente leitura) a tabela de convenios
      *             de faturamento mensal de tarifas (BCI016D), mantida
      *             pela tela BCIS016M. Chamado pelo OPES500V (922-000):
      *             devolve, p/ o cliente, o convenio vigente na data
      *             de referencia - inicio de vigencia nao superior a
      *             data e fim aberto (zeros) ou nao excedido. Sem
      *             convenio devolve IN-ENCT = 'N' (tarifa debitada
      *             ordem a ordem).
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS016R.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Mesma tabela mantida pela BCIS016M, aberta somente p/ leitura.
           SELECT ARQ-BCI016D  ASSIGN TO BCI016D
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI016D-CHV
                  FILE STATUS  IS W-FS-BCI016D.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
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
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS016R ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI016D                PIC X(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K016R-CD-CLI-ENT        PIC 9(09).
           03  K016R-DT-REF-ENT        PIC 9(08).
           03  K016R-IN-ENCT           PIC X(01).
           03  K016R-DT-INI-VGC-SAID   PIC 9(08).
           03  K016R-DT-FIM-VGC-SAID   PIC 9(08).
           03  K016R-NR-AG-FAT-SAID    PIC 9(04).
           03  K016R-NR-CC-FAT-SAID    PIC 9(11).
           03  K016R-CD-RTN            PIC 9(01).
           03  K016R-TX-RTN            PIC X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K016R-CD-RTN
                          K016R-DT-INI-VGC-SAID
                          K016R-DT-FIM-VGC-SAID
                          K016R-NR-AG-FAT-SAID
                          K016R-NR-CC-FAT-SAID
           MOVE SPACES TO K016R-TX-RTN
           MOVE 'N'    TO K016R-IN-ENCT
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K016R-CD-RTN
               MOVE 'S016R - Area com tamanho invalido (book).'
                   TO K016R-TX-RTN
               GOBACK
           END-IF
      *
           OPEN INPUT ARQ-BCI016D
      *
           IF  W-FS-BCI016D NOT EQUAL '00'
               MOVE 2 TO K016R-CD-RTN
               STRING 'S016R - Erro abertura BCI016D FS='
                   DELIMITED BY SIZE
                   W-FS-BCI016D              DELIMITED BY SIZE
                   INTO K016R-TX-RTN
               GOBACK
           END-IF
      *
           PERFORM 100-000-PROCURA-VIGENCIA
      *
           CLOSE ARQ-BCI016D
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       100-000-PROCURA-VIGENCIA  SECTION.
      *----------------------------------------------------------------*
      * Percorre as vigencias do cliente em ordem crescente de inicio
      * e guarda a ultima que contem a data de referencia.
      *
           MOVE K016R-CD-CLI-ENT     TO REG-BCI016D-CD-CLI
           MOVE ZEROS                TO REG-BCI016D-DT-INI-VGC
      *
           START ARQ-BCI016D KEY IS NOT LESS REG-BCI016D-CHV
               INVALID KEY
                   GO TO 100-000-SAI
           END-START
      *
           MOVE '00' TO W-FS-BCI016D
           PERFORM 110-000-LE-PROXIMA-VIGENCIA
               UNTIL W-FS-BCI016D NOT EQUAL '00'
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       110-000-LE-PROXIMA-VIGENCIA  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-BCI016D NEXT RECORD
               AT END
                   MOVE '10' TO W-FS-BCI016D
           END-READ
      *
           IF  W-FS-BCI016D NOT EQUAL '00'
               GO TO 110-000-SAI
           END-IF
      *
           IF  REG-BCI016D-CD-CLI NOT EQUAL K016R-CD-CLI-ENT
      *        Mudou o cliente - fim das vigencias
               MOVE '10' TO W-FS-BCI016D
               GO TO 110-000-SAI
           END-IF
      *
           IF  REG-BCI016D-DT-INI-VGC GREATER K016R-DT-REF-ENT
      *        Vigencias seguintes comecam depois da data
               MOVE '10' TO W-FS-BCI016D
               GO TO 110-000-SAI
           END-IF
      *
           IF  REG-BCI016D-DT-FIM-VGC NOT EQUAL ZEROS
           AND REG-BCI016D-DT-FIM-VGC LESS K016R-DT-REF-ENT
      *        Vigencia encerrada antes da data
               GO TO 110-000-SAI
           END-IF
      *
           MOVE 'S'                    TO K016R-IN-ENCT
           MOVE REG-BCI016D-DT-INI-VGC TO K016R-DT-INI-VGC-SAID
           MOVE REG-BCI016D-DT-FIM-VGC TO K016R-DT-FIM-VGC-SAID
           MOVE REG-BCI016D-NR-AG-FAT  TO K016R-NR-AG-FAT-SAID
           MOVE REG-BCI016D-NR-CC-FAT  TO K016R-NR-CC-FAT-SAID
           .
       110-000-SAI.
           EXIT
           .
