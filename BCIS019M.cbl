      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS019M
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Manutencao online da tabela de spread de cambio
      *             (BCI019S) aplicado sobre a taxa base do OPES824S:
      *             por cliente nomeado (spread negociado; segmento
      *             zeros) ou por segmento do cliente (cliente zeros;
      *             segmento zeros = linha geral), canal (branco =
      *             todos), moeda (zeros = todas) e inicio de vigencia,
      *             o fim da vigencia (zeros = sem prazo), o spread
      *             percentual e uma observacao (referencia da
      *             negociacao). Vigencias da mesma combinacao nao
      *             podem se sobrepor. Historico em BCI019H. Mesmo
      *             padrao do BCIS018M.
      *             Consultada no registro pelo OPES500V via BCIS019R
      *             (933-000).
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS019M.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Spread (chave: cliente + segmento + canal + moeda + inicio de
      * vigencia)
           SELECT ARQ-BCI019S  ASSIGN TO BCI019S
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI019S-CHV
                  FILE STATUS  IS W-FS-BCI019S.
      * Historico de alteracoes da tabela
           SELECT ARQ-BCI019H  ASSIGN TO BCI019H
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI019H-CHV
                  FILE STATUS  IS W-FS-BCI019H.
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

       FD  ARQ-BCI019H.
       01  REG-BCI019H.
           03  REG-BCI019H-CHV.
               05  REG-BCI019H-CD-CLI          PIC 9(09).
               05  REG-BCI019H-CD-TIP-CLI      PIC 9(01).
               05  REG-BCI019H-CD-CNL          PIC X(01).
               05  REG-BCI019H-CD-MOE          PIC 9(03).
               05  REG-BCI019H-DT-INI-VGC      PIC 9(08).
               05  REG-BCI019H-TS-ALTC         PIC X(26).
           03  REG-BCI019H-CD-USU              PIC X(08).
           03  REG-BCI019H-CD-ACAO             PIC X(01).
      * Imagem dos dados do spread antes e depois da acao
           03  REG-BCI019H-DADOS-ANTR          PIC X(54).
           03  REG-BCI019H-DADOS-NOVO          PIC X(54).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS019M ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
      * Teto do spread percentual aceito na tabela
       77  CTE-PC-SPRD-MAX             PIC 9(02)V9(04) VALUE 10.
      *
       77  W-FS-BCI019S                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI019H                PIC X(02) VALUE ZEROS.
       77  W-CD-ACAO-HIST              PIC X(01) VALUE SPACES.
       77  W-DT-FIM-ENT                PIC 9(08) VALUE ZEROS.
       77  W-DT-FIM-REG                PIC 9(08) VALUE ZEROS.
      *
       01  W-CHV-CMB.
           03  W-CHV-CD-CLI            PIC 9(09) VALUE ZEROS.
           03  W-CHV-CD-TIP-CLI        PIC 9(01) VALUE ZEROS.
           03  W-CHV-CD-CNL            PIC X(01) VALUE SPACES.
           03  W-CHV-CD-MOE            PIC 9(03) VALUE ZEROS.
      *
       01  W-DADOS-ANTR                PIC X(54) VALUE SPACES.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K019M-CD-FUC            PIC 9(01).
               88  K019M-CONSULTA      VALUE 1.
               88  K019M-INCLUI        VALUE 2.
               88  K019M-ALTERA        VALUE 3.
               88  K019M-EXCLUI        VALUE 4.
           03  K019M-CD-CLI            PIC 9(09).
           03  K019M-CD-TIP-CLI        PIC 9(01).
           03  K019M-CD-CNL            PIC X(01).
           03  K019M-CD-MOE            PIC 9(03).
           03  K019M-DT-INI-VGC        PIC 9(08).
           03  K019M-DT-FIM-VGC        PIC 9(08).
           03  K019M-PC-SPRD           PIC 9(02)V9(04).
           03  K019M-TX-OBS            PIC X(40).
           03  K019M-CD-USU            PIC X(08).
           03  K019M-DT-ATU            PIC 9(08).
           03  K019M-CD-RTN            PIC 9(02).
           03  K019M-TX-MSG-RTN        PIC X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K019M-CD-RTN.
           MOVE SPACES TO K019M-TX-MSG-RTN.
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K019M-CD-RTN
               MOVE 'S019M - Area com tamanho invalido (book).'
                   TO K019M-TX-MSG-RTN
               GOBACK
           END-IF
      *
           IF  (K019M-INCLUI OR K019M-ALTERA)
               PERFORM 050-000-CRITICA-SPREAD
               IF  K019M-CD-RTN NOT EQUAL ZEROS
                   GOBACK
               END-IF
           END-IF
      *
           EVALUATE TRUE
               WHEN K019M-CONSULTA
                   PERFORM 100-000-CONSULTA-SPREAD
               WHEN K019M-INCLUI
               WHEN K019M-ALTERA
               WHEN K019M-EXCLUI
                   PERFORM 200-000-ATUALIZA-SPREAD
               WHEN OTHER
                   MOVE 2 TO K019M-CD-RTN
                   MOVE 'S019M - Codigo de funcao invalido.'
                       TO K019M-TX-MSG-RTN
           END-EVALUATE
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       050-000-CRITICA-SPREAD  SECTION.
      *----------------------------------------------------------------*
      *
      *    Spread negociado e do cliente, independente do segmento
           IF  K019M-CD-CLI     NOT EQUAL ZEROS
           AND K019M-CD-TIP-CLI NOT EQUAL ZEROS
               MOVE 4 TO K019M-CD-RTN
               MOVE 'S019M - Cliente nomeado nao leva segmento.'
                   TO K019M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K019M-DT-INI-VGC EQUAL ZEROS
               MOVE 4 TO K019M-CD-RTN
               MOVE 'S019M - Informe o inicio da vigencia.'
                   TO K019M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K019M-DT-FIM-VGC NOT EQUAL ZEROS
           AND K019M-DT-FIM-VGC LESS K019M-DT-INI-VGC
               MOVE 4 TO K019M-CD-RTN
               MOVE 'S019M - Fim da vigencia anterior ao inicio.'
                   TO K019M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K019M-PC-SPRD GREATER CTE-PC-SPRD-MAX
               MOVE 4 TO K019M-CD-RTN
               MOVE 'S019M - Spread acima do maximo permitido.'
                   TO K019M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
           .
       050-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060-000-VERIFICA-SOBREPOSICAO  SECTION.
      *----------------------------------------------------------------*
      * Outra vigencia da mesma combinacao nao pode cruzar o periodo
      * informado (fim em zeros = sem prazo).
      *
           IF  K019M-DT-FIM-VGC EQUAL ZEROS
               MOVE 99999999         TO W-DT-FIM-ENT
           ELSE
               MOVE K019M-DT-FIM-VGC TO W-DT-FIM-ENT
           END-IF
      *
           MOVE K019M-CD-CLI       TO W-CHV-CD-CLI
           MOVE K019M-CD-TIP-CLI   TO W-CHV-CD-TIP-CLI
           MOVE K019M-CD-CNL       TO W-CHV-CD-CNL
           MOVE K019M-CD-MOE       TO W-CHV-CD-MOE
      *
           MOVE W-CHV-CMB          TO REG-BCI019S-CHV-CMB
           MOVE ZEROS              TO REG-BCI019S-DT-INI-VGC
      *
           START ARQ-BCI019S KEY IS NOT LESS REG-BCI019S-CHV
               INVALID KEY
                   GO TO 060-000-SAI
           END-START
      *
           MOVE '00' TO W-FS-BCI019S
           PERFORM 065-000-LE-PROXIMA-VIGENCIA
               UNTIL W-FS-BCI019S NOT EQUAL '00'
                  OR K019M-CD-RTN NOT EQUAL ZEROS
           .
       060-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       065-000-LE-PROXIMA-VIGENCIA  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-BCI019S NEXT RECORD
               AT END
                   MOVE '10' TO W-FS-BCI019S
           END-READ
      *
           IF  W-FS-BCI019S NOT EQUAL '00'
               GO TO 065-000-SAI
           END-IF
      *
           IF  REG-BCI019S-CHV-CMB NOT EQUAL W-CHV-CMB
               MOVE '10' TO W-FS-BCI019S
               GO TO 065-000-SAI
           END-IF
      *
      *    A propria vigencia (alteracao) nao conta
           IF  REG-BCI019S-DT-INI-VGC EQUAL K019M-DT-INI-VGC
               GO TO 065-000-SAI
           END-IF
      *
           IF  REG-BCI019S-DT-FIM-VGC EQUAL ZEROS
               MOVE 99999999               TO W-DT-FIM-REG
           ELSE
               MOVE REG-BCI019S-DT-FIM-VGC TO W-DT-FIM-REG
           END-IF
      *
           IF  REG-BCI019S-DT-INI-VGC NOT GREATER W-DT-FIM-ENT
           AND W-DT-FIM-REG       NOT LESS    K019M-DT-INI-VGC
               MOVE 4 TO K019M-CD-RTN
               MOVE 'S019M - Vigencia sobreposta na mesma combinacao.'
                   TO K019M-TX-MSG-RTN
           END-IF
           .
       065-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       100-000-CONSULTA-SPREAD  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-BCI019S
      *
           IF  W-FS-BCI019S NOT EQUAL '00'
               MOVE 6 TO K019M-CD-RTN
               STRING 'S019M - Erro abertura BCI019S FS='
                   DELIMITED BY SIZE
                   W-FS-BCI019S              DELIMITED BY SIZE
                   INTO K019M-TX-MSG-RTN
           ELSE
               PERFORM 220-000-MOVE-CHAVE
      *
               READ ARQ-BCI019S
                   INVALID KEY
                       MOVE 3 TO K019M-CD-RTN
                       MOVE 'S019M - Spread nao cadastrado.'
                           TO K019M-TX-MSG-RTN
               END-READ
      *
               IF  K019M-CD-RTN EQUAL ZEROS
                   MOVE REG-BCI019S-DT-FIM-VGC TO K019M-DT-FIM-VGC
                   MOVE REG-BCI019S-PC-SPRD    TO K019M-PC-SPRD
                   MOVE REG-BCI019S-TX-OBS     TO K019M-TX-OBS
               END-IF
      *
               CLOSE ARQ-BCI019S
           END-IF
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       200-000-ATUALIZA-SPREAD  SECTION.
      *----------------------------------------------------------------*
      * Inclui, altera ou exclui o spread, gravando o historico
      * antes de efetivar.
      *
           OPEN I-O ARQ-BCI019S
      *
           IF  W-FS-BCI019S NOT EQUAL '00'
               MOVE 6 TO K019M-CD-RTN
               STRING 'S019M - Erro abertura BCI019S FS='
                   DELIMITED BY SIZE
                   W-FS-BCI019S              DELIMITED BY SIZE
                   INTO K019M-TX-MSG-RTN
               GO TO 200-000-SAI
           END-IF
      *
           IF  (K019M-INCLUI OR K019M-ALTERA)
               PERFORM 060-000-VERIFICA-SOBREPOSICAO
               IF  K019M-CD-RTN NOT EQUAL ZEROS
                   CLOSE ARQ-BCI019S
                   GO TO 200-000-SAI
               END-IF
           END-IF
      *
           PERFORM 220-000-MOVE-CHAVE
           MOVE SPACES             TO W-DADOS-ANTR
      *
           READ ARQ-BCI019S
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-BCI019S-DADOS TO W-DADOS-ANTR
           END-READ
      *
           EVALUATE TRUE
               WHEN K019M-INCLUI
                   IF  W-FS-BCI019S EQUAL '00'
                       MOVE 4 TO K019M-CD-RTN
                       MOVE 'S019M - Spread ja cadastrado.'
                           TO K019M-TX-MSG-RTN
                   ELSE
                       MOVE 'I' TO W-CD-ACAO-HIST
                       PERFORM 230-000-MOVE-ENT-REG
                       PERFORM 210-000-GRAVA-HISTORICO
                       IF  K019M-CD-RTN EQUAL ZEROS
                           WRITE REG-BCI019S
                               INVALID KEY
                                   MOVE 5 TO K019M-CD-RTN
                                   MOVE 'S019M - Erro ao incluir.'
                                       TO K019M-TX-MSG-RTN
                           END-WRITE
                       END-IF
                   END-IF
               WHEN K019M-ALTERA
                   IF  W-FS-BCI019S NOT EQUAL '00'
                       MOVE 3 TO K019M-CD-RTN
                       MOVE 'S019M - Spread nao cadastrado.'
                           TO K019M-TX-MSG-RTN
                   ELSE
                       MOVE 'A' TO W-CD-ACAO-HIST
                       PERFORM 230-000-MOVE-ENT-REG
                       PERFORM 210-000-GRAVA-HISTORICO
                       IF  K019M-CD-RTN EQUAL ZEROS
                           REWRITE REG-BCI019S
                               INVALID KEY
                                   MOVE 5 TO K019M-CD-RTN
                                   MOVE 'S019M - Erro ao alterar.'
                                       TO K019M-TX-MSG-RTN
                           END-REWRITE
                       END-IF
                   END-IF
               WHEN K019M-EXCLUI
                   IF  W-FS-BCI019S NOT EQUAL '00'
                       MOVE 3 TO K019M-CD-RTN
                       MOVE 'S019M - Spread nao cadastrado.'
                           TO K019M-TX-MSG-RTN
                   ELSE
                       MOVE 'E' TO W-CD-ACAO-HIST
                       MOVE SPACES TO REG-BCI019S-DADOS
                       PERFORM 210-000-GRAVA-HISTORICO
                       IF  K019M-CD-RTN EQUAL ZEROS
                           DELETE ARQ-BCI019S
                               INVALID KEY
                                   MOVE 5 TO K019M-CD-RTN
                                   MOVE 'S019M - Erro ao excluir.'
                                       TO K019M-TX-MSG-RTN
                           END-DELETE
                       END-IF
                   END-IF
           END-EVALUATE
      *
           CLOSE ARQ-BCI019S
           .
       200-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       210-000-GRAVA-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-BCI019H
      *
           IF  W-FS-BCI019H NOT EQUAL '00'
               MOVE 7 TO K019M-CD-RTN
               STRING 'S019M - Erro abertura BCI019H FS='
                   DELIMITED BY SIZE
                   W-FS-BCI019H              DELIMITED BY SIZE
                   INTO K019M-TX-MSG-RTN
           ELSE
               MOVE K019M-CD-CLI       TO REG-BCI019H-CD-CLI
               MOVE K019M-CD-TIP-CLI   TO REG-BCI019H-CD-TIP-CLI
               MOVE K019M-CD-CNL       TO REG-BCI019H-CD-CNL
               MOVE K019M-CD-MOE       TO REG-BCI019H-CD-MOE
               MOVE K019M-DT-INI-VGC   TO REG-BCI019H-DT-INI-VGC
               STRING EIBDATE          DELIMITED BY SIZE
                      EIBTIME          DELIMITED BY SIZE
                      INTO REG-BCI019H-TS-ALTC
               MOVE K019M-CD-USU       TO REG-BCI019H-CD-USU
               MOVE W-CD-ACAO-HIST     TO REG-BCI019H-CD-ACAO
               MOVE W-DADOS-ANTR       TO REG-BCI019H-DADOS-ANTR
               MOVE REG-BCI019S-DADOS  TO REG-BCI019H-DADOS-NOVO
      *
               WRITE REG-BCI019H
                   INVALID KEY
                       MOVE 8 TO K019M-CD-RTN
                       MOVE 'S019M - Erro ao gravar historico.'
                           TO K019M-TX-MSG-RTN
               END-WRITE
      *
               CLOSE ARQ-BCI019H
           END-IF
           .
       210-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       220-000-MOVE-CHAVE      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE K019M-CD-CLI       TO REG-BCI019S-CD-CLI
           MOVE K019M-CD-TIP-CLI   TO REG-BCI019S-CD-TIP-CLI
           MOVE K019M-CD-CNL       TO REG-BCI019S-CD-CNL
           MOVE K019M-CD-MOE       TO REG-BCI019S-CD-MOE
           MOVE K019M-DT-INI-VGC   TO REG-BCI019S-DT-INI-VGC
           .
       220-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       230-000-MOVE-ENT-REG    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 220-000-MOVE-CHAVE
           MOVE K019M-DT-FIM-VGC   TO REG-BCI019S-DT-FIM-VGC
           MOVE K019M-PC-SPRD      TO REG-BCI019S-PC-SPRD
           MOVE K019M-TX-OBS       TO REG-BCI019S-TX-OBS
           MOVE K019M-CD-USU       TO REG-BCI019S-CD-USU-ALTC
           MOVE K019M-DT-ATU       TO REG-BCI019S-DT-ALTC
           .
       230-000-SAI.
           EXIT
           .
