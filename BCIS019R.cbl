      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS019R
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Consulta (somente leitura) a tabela de spread de
      *             cambio (BCI019S), mantida pela tela BCIS019M.
      *             Chamado pelo OPES500V (933-000): devolve o spread
      *             percentual da vigencia que contem a data de
      *             referencia, procurando da regra mais especifica
      *             p/ a mais geral:
      *             1) cliente nomeado (spread negociado) - canal e
      *                moeda, canal e todas as moedas, todos os canais
      *                e moeda, todos os canais e todas as moedas;
      *             2) segmento do cliente - mesma sequencia;
      *             3) linha geral (segmento zeros) - mesma sequencia.
      *             Canal em branco = todos os canais; moeda zeros =
      *             todas as moedas. Sem vigencia alguma devolve
      *             IN-ENCT = 'N' (ordem sem spread sobre a taxa base).
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS019R.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Mesma tabela mantida pela BCIS019M, aberta somente p/ leitura.
           SELECT ARQ-BCI019S  ASSIGN TO BCI019S
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI019S-CHV
                  FILE STATUS  IS W-FS-BCI019S.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI019S.
       01  REG-BCI019S.
           03  REG-BCI019S-CHV.
               05  REG-BCI019S-CHV-CMB.
                   07  REG-BCI019S-CD-CLI      PIC 9(09).
                   07  REG-BCI019S-CD-TIP-CLI  PIC 9(01).
                   07  REG-BCI019S-CD-CNL      PIC X(01).
                   07  REG-BCI019S-CD-MOE      PIC 9(03).
               05  REG-BCI019S-DT-INI-VGC      PIC 9(08).
           03  REG-BCI019S-DADOS.
               05  REG-BCI019S-DT-FIM-VGC      PIC 9(08).
               05  REG-BCI019S-PC-SPRD         PIC 9(02)V9(04).
               05  REG-BCI019S-TX-OBS          PIC X(40).
           03  REG-BCI019S-CD-USU-ALTC         PIC X(08).
           03  REG-BCI019S-DT-ALTC             PIC 9(08).
           03  FILLER                          PIC X(16).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS019R ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI019S                PIC X(02) VALUE ZEROS.
      *
      * Tentativas: 1-4 cliente, 5-8 segmento, 9-12 linha geral; em
      * cada nivel, canal+moeda, canal, moeda, nenhum dos dois.
       77  W-NR-TNTV                   PIC 9(02) COMP VALUE ZEROS.
       77  W-NR-NIV                    PIC 9(02) COMP VALUE ZEROS.
       77  W-NR-VAR                    PIC 9(02) COMP VALUE ZEROS.
      *
       01  W-CHV-CMB.
           03  W-CHV-CD-CLI            PIC 9(09) VALUE ZEROS.
           03  W-CHV-CD-TIP-CLI        PIC 9(01) VALUE ZEROS.
           03  W-CHV-CD-CNL            PIC X(01) VALUE SPACES.
           03  W-CHV-CD-MOE            PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K019R-CD-CLI-ENT        PIC 9(09).
           03  K019R-CD-TIP-CLI-ENT    PIC 9(01).
           03  K019R-CD-CNL-ENT        PIC X(01).
           03  K019R-CD-MOE-ENT        PIC 9(03).
           03  K019R-DT-REF-ENT        PIC 9(08).
           03  K019R-IN-ENCT           PIC X(01).
           03  K019R-PC-SPRD-SAID      PIC 9(02)V9(04).
      *        'C' = spread negociado do cliente; 'T' = tabela
           03  K019R-IN-ORIG-SAID      PIC X(01).
           03  K019R-CD-CLI-SAID       PIC 9(09).
           03  K019R-CD-TIP-CLI-SAID   PIC 9(01).
           03  K019R-CD-CNL-SAID       PIC X(01).
           03  K019R-CD-MOE-SAID       PIC 9(03).
           03  K019R-DT-INI-VGC-SAID   PIC 9(08).
           03  K019R-CD-RTN            PIC 9(01).
           03  K019R-TX-RTN            PIC X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K019R-CD-RTN
                          K019R-PC-SPRD-SAID
                          K019R-CD-CLI-SAID
                          K019R-CD-TIP-CLI-SAID
                          K019R-CD-MOE-SAID
                          K019R-DT-INI-VGC-SAID
           MOVE SPACES TO K019R-TX-RTN
                          K019R-IN-ORIG-SAID
                          K019R-CD-CNL-SAID
           MOVE 'N'    TO K019R-IN-ENCT
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K019R-CD-RTN
               MOVE 'S019R - Area com tamanho invalido (book).'
                   TO K019R-TX-RTN
               GOBACK
           END-IF
      *
           OPEN INPUT ARQ-BCI019S
      *
           IF  W-FS-BCI019S NOT EQUAL '00'
               MOVE 2 TO K019R-CD-RTN
               STRING 'S019R - Erro abertura BCI019S FS='
                   DELIMITED BY SIZE
                   W-FS-BCI019S              DELIMITED BY SIZE
                   INTO K019R-TX-RTN
               GOBACK
           END-IF
      *
           PERFORM 050-000-MONTA-TENTATIVA
               VARYING W-NR-TNTV FROM 1 BY 1
               UNTIL W-NR-TNTV GREATER 12
                  OR K019R-IN-ENCT EQUAL 'S'
      *
           CLOSE ARQ-BCI019S
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       050-000-MONTA-TENTATIVA  SECTION.
      *----------------------------------------------------------------*
      *
           SUBTRACT 1 FROM W-NR-TNTV GIVING W-NR-VAR
           DIVIDE 4 INTO W-NR-VAR GIVING W-NR-NIV REMAINDER W-NR-VAR
      *
           EVALUATE W-NR-NIV
               WHEN 0
                   MOVE K019R-CD-CLI-ENT     TO W-CHV-CD-CLI
                   MOVE ZEROS                TO W-CHV-CD-TIP-CLI
               WHEN 1
                   MOVE ZEROS                TO W-CHV-CD-CLI
                   MOVE K019R-CD-TIP-CLI-ENT TO W-CHV-CD-TIP-CLI
               WHEN OTHER
                   MOVE ZEROS                TO W-CHV-CD-CLI
                                                W-CHV-CD-TIP-CLI
           END-EVALUATE
      *
           IF  W-NR-VAR LESS 2
               MOVE K019R-CD-CNL-ENT         TO W-CHV-CD-CNL
           ELSE
               MOVE SPACES                   TO W-CHV-CD-CNL
           END-IF
      *
           IF  W-NR-VAR EQUAL 0 OR W-NR-VAR EQUAL 2
               MOVE K019R-CD-MOE-ENT         TO W-CHV-CD-MOE
           ELSE
               MOVE ZEROS                    TO W-CHV-CD-MOE
           END-IF
      *
      *    Cliente nomeado so com codigo de cliente informado
           IF  W-NR-NIV EQUAL 0
           AND K019R-CD-CLI-ENT EQUAL ZEROS
               GO TO 050-000-SAI
           END-IF
      *
           PERFORM 100-000-PROCURA-VIGENCIA
      *
           IF  K019R-IN-ENCT EQUAL 'S'
               IF  W-NR-NIV EQUAL 0
                   MOVE 'C' TO K019R-IN-ORIG-SAID
               ELSE
                   MOVE 'T' TO K019R-IN-ORIG-SAID
               END-IF
           END-IF
           .
       050-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       100-000-PROCURA-VIGENCIA  SECTION.
      *----------------------------------------------------------------*
      * Percorre as vigencias da combinacao em ordem crescente de
      * inicio e guarda a ultima que contem a data de referencia.
      *
           MOVE W-CHV-CMB            TO REG-BCI019S-CHV-CMB
           MOVE ZEROS                TO REG-BCI019S-DT-INI-VGC
      *
           START ARQ-BCI019S KEY IS NOT LESS REG-BCI019S-CHV
               INVALID KEY
                   GO TO 100-000-SAI
           END-START
      *
           MOVE '00' TO W-FS-BCI019S
           PERFORM 110-000-LE-PROXIMA-VIGENCIA
               UNTIL W-FS-BCI019S NOT EQUAL '00'
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       110-000-LE-PROXIMA-VIGENCIA  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-BCI019S NEXT RECORD
               AT END
                   MOVE '10' TO W-FS-BCI019S
           END-READ
      *
           IF  W-FS-BCI019S NOT EQUAL '00'
               GO TO 110-000-SAI
           END-IF
      *
           IF  REG-BCI019S-CHV-CMB NOT EQUAL W-CHV-CMB
      *        Mudou a combinacao - fim das vigencias
               MOVE '10' TO W-FS-BCI019S
               GO TO 110-000-SAI
           END-IF
      *
           IF  REG-BCI019S-DT-INI-VGC GREATER K019R-DT-REF-ENT
      *        Vigencias seguintes comecam depois da data
               MOVE '10' TO W-FS-BCI019S
               GO TO 110-000-SAI
           END-IF
      *
           IF  REG-BCI019S-DT-FIM-VGC NOT EQUAL ZEROS
           AND REG-BCI019S-DT-FIM-VGC LESS K019R-DT-REF-ENT
      *        Vigencia encerrada antes da data
               GO TO 110-000-SAI
           END-IF
      *
           MOVE 'S'                    TO K019R-IN-ENCT
           MOVE REG-BCI019S-PC-SPRD    TO K019R-PC-SPRD-SAID
           MOVE REG-BCI019S-CD-CLI     TO K019R-CD-CLI-SAID
           MOVE REG-BCI019S-CD-TIP-CLI TO K019R-CD-TIP-CLI-SAID
           MOVE REG-BCI019S-CD-CNL     TO K019R-CD-CNL-SAID
           MOVE REG-BCI019S-CD-MOE     TO K019R-CD-MOE-SAID
           MOVE REG-BCI019S-DT-INI-VGC TO K019R-DT-INI-VGC-SAID
           .
       110-000-SAI.
           EXIT
           .
