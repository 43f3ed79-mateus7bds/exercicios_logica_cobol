      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS018M
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Manutencao online da tabela de habilitacao de
      *             tipos de ordem de pagamento por canal e interface
      *             (BCI018D): por tipo de ordem + canal + interface de
      *             registro + dependencia (zeros = todas) + inicio de
      *             vigencia, o fim da vigencia (zeros = sem prazo), o
      *             indicador de habilitado (S/N) e a mensagem devolvida
      *             ao canal quando a combinacao estiver desabilitada.
      *             Vigencias da mesma combinacao nao podem se
      *             sobrepor. Historico em BCI018H. Mesmo padrao do
      *             BCIS003M/BCIS016M.
      *             Consultada no registro pelo OPES500V via BCIS018R
      *             (925-000).
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS018M.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Habilitacao (chave: tipo + canal + interface + dependencia +
      * inicio de vigencia)
           SELECT ARQ-BCI018D  ASSIGN TO BCI018D
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI018D-CHV
                  FILE STATUS  IS W-FS-BCI018D.
      * Historico de alteracoes da tabela
           SELECT ARQ-BCI018H  ASSIGN TO BCI018H
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI018H-CHV
                  FILE STATUS  IS W-FS-BCI018H.
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

       FD  ARQ-BCI018H.
       01  REG-BCI018H.
           03  REG-BCI018H-CHV.
               05  REG-BCI018H-CD-TIP-ORD      PIC 9(01).
               05  REG-BCI018H-CD-CNL          PIC X(01).
               05  REG-BCI018H-CD-ITCE         PIC 9(02).
               05  REG-BCI018H-CD-DEPE         PIC 9(04).
               05  REG-BCI018H-DT-INI-VGC      PIC 9(08).
               05  REG-BCI018H-TS-ALTC         PIC X(26).
           03  REG-BCI018H-CD-USU              PIC X(08).
           03  REG-BCI018H-CD-ACAO             PIC X(01).
      * Imagem dos dados da habilitacao antes e depois da acao
           03  REG-BCI018H-DADOS-ANTR          PIC X(69).
           03  REG-BCI018H-DADOS-NOVO          PIC X(69).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS018M ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI018D                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI018H                PIC X(02) VALUE ZEROS.
       77  W-CD-ACAO-HIST              PIC X(01) VALUE SPACES.
       77  W-DT-FIM-ENT                PIC 9(08) VALUE ZEROS.
       77  W-DT-FIM-REG                PIC 9(08) VALUE ZEROS.
      *
       01  W-CHV-CMB.
           03  W-CHV-CD-TIP-ORD        PIC 9(01) VALUE ZEROS.
           03  W-CHV-CD-CNL            PIC X(01) VALUE SPACES.
           03  W-CHV-CD-ITCE           PIC 9(02) VALUE ZEROS.
           03  W-CHV-CD-DEPE           PIC 9(04) VALUE ZEROS.
      *
       01  W-DADOS-ANTR                PIC X(69) VALUE SPACES.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K018M-CD-FUC            PIC 9(01).
               88  K018M-CONSULTA      VALUE 1.
               88  K018M-INCLUI        VALUE 2.
               88  K018M-ALTERA        VALUE 3.
               88  K018M-EXCLUI        VALUE 4.
           03  K018M-CD-TIP-ORD        PIC 9(01).
           03  K018M-CD-CNL            PIC X(01).
           03  K018M-CD-ITCE           PIC 9(02).
           03  K018M-CD-DEPE           PIC 9(04).
           03  K018M-DT-INI-VGC        PIC 9(08).
           03  K018M-DT-FIM-VGC        PIC 9(08).
           03  K018M-IN-HBLT           PIC X(01).
           03  K018M-TX-MSG-BLQ        PIC X(60).
           03  K018M-CD-USU            PIC X(08).
           03  K018M-DT-ATU            PIC 9(08).
           03  K018M-CD-RTN            PIC 9(02).
           03  K018M-TX-MSG-RTN        PIC X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K018M-CD-RTN.
           MOVE SPACES TO K018M-TX-MSG-RTN.
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K018M-CD-RTN
               MOVE 'S018M - Area com tamanho invalido (book).'
                   TO K018M-TX-MSG-RTN
               GOBACK
           END-IF
      *
           IF  (K018M-INCLUI OR K018M-ALTERA)
               PERFORM 050-000-CRITICA-HABILITACAO
               IF  K018M-CD-RTN NOT EQUAL ZEROS
                   GOBACK
               END-IF
           END-IF
      *
           EVALUATE TRUE
               WHEN K018M-CONSULTA
                   PERFORM 100-000-CONSULTA-HABILITACAO
               WHEN K018M-INCLUI
               WHEN K018M-ALTERA
               WHEN K018M-EXCLUI
                   PERFORM 200-000-ATUALIZA-HABILITACAO
               WHEN OTHER
                   MOVE 2 TO K018M-CD-RTN
                   MOVE 'S018M - Codigo de funcao invalido.'
                       TO K018M-TX-MSG-RTN
           END-EVALUATE
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       050-000-CRITICA-HABILITACAO  SECTION.
      *----------------------------------------------------------------*
      *
           IF  K018M-CD-TIP-ORD LESS 1
           OR  K018M-CD-TIP-ORD GREATER 4
               MOVE 4 TO K018M-CD-RTN
               MOVE 'S018M - Tipo de ordem invalido (1 a 4).'
                   TO K018M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K018M-CD-CNL EQUAL SPACES
               MOVE 4 TO K018M-CD-RTN
               MOVE 'S018M - Informe o canal.'
                   TO K018M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K018M-CD-ITCE EQUAL ZEROS
               MOVE 4 TO K018M-CD-RTN
               MOVE 'S018M - Informe a interface de registro.'
                   TO K018M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K018M-DT-INI-VGC EQUAL ZEROS
               MOVE 4 TO K018M-CD-RTN
               MOVE 'S018M - Informe o inicio da vigencia.'
                   TO K018M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K018M-DT-FIM-VGC NOT EQUAL ZEROS
           AND K018M-DT-FIM-VGC LESS K018M-DT-INI-VGC
               MOVE 4 TO K018M-CD-RTN
               MOVE 'S018M - Fim da vigencia anterior ao inicio.'
                   TO K018M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K018M-IN-HBLT NOT EQUAL 'S'
           AND K018M-IN-HBLT NOT EQUAL 'N'
               MOVE 4 TO K018M-CD-RTN
               MOVE 'S018M - Indicador de habilitacao invalido (S/N).'
                   TO K018M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
      *    Habilitada nao guarda mensagem de bloqueio
           IF  K018M-IN-HBLT EQUAL 'S'
               MOVE SPACES TO K018M-TX-MSG-BLQ
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
           IF  K018M-DT-FIM-VGC EQUAL ZEROS
               MOVE 99999999         TO W-DT-FIM-ENT
           ELSE
               MOVE K018M-DT-FIM-VGC TO W-DT-FIM-ENT
           END-IF
      *
           MOVE K018M-CD-TIP-ORD   TO W-CHV-CD-TIP-ORD
           MOVE K018M-CD-CNL       TO W-CHV-CD-CNL
           MOVE K018M-CD-ITCE      TO W-CHV-CD-ITCE
           MOVE K018M-CD-DEPE      TO W-CHV-CD-DEPE
      *
           MOVE W-CHV-CMB          TO REG-BCI018D-CHV-CMB
           MOVE ZEROS              TO REG-BCI018D-DT-INI-VGC
      *
           START ARQ-BCI018D KEY IS NOT LESS REG-BCI018D-CHV
               INVALID KEY
                   GO TO 060-000-SAI
           END-START
      *
           MOVE '00' TO W-FS-BCI018D
           PERFORM 065-000-LE-PROXIMA-VIGENCIA
               UNTIL W-FS-BCI018D NOT EQUAL '00'
                  OR K018M-CD-RTN NOT EQUAL ZEROS
           .
       060-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       065-000-LE-PROXIMA-VIGENCIA  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-BCI018D NEXT RECORD
               AT END
                   MOVE '10' TO W-FS-BCI018D
           END-READ
      *
           IF  W-FS-BCI018D NOT EQUAL '00'
               GO TO 065-000-SAI
           END-IF
      *
           IF  REG-BCI018D-CHV-CMB NOT EQUAL W-CHV-CMB
               MOVE '10' TO W-FS-BCI018D
               GO TO 065-000-SAI
           END-IF
      *
      *    A propria vigencia (alteracao) nao conta
           IF  REG-BCI018D-DT-INI-VGC EQUAL K018M-DT-INI-VGC
               GO TO 065-000-SAI
           END-IF
      *
           IF  REG-BCI018D-DT-FIM-VGC EQUAL ZEROS
               MOVE 99999999               TO W-DT-FIM-REG
           ELSE
               MOVE REG-BCI018D-DT-FIM-VGC TO W-DT-FIM-REG
           END-IF
      *
           IF  REG-BCI018D-DT-INI-VGC NOT GREATER W-DT-FIM-ENT
           AND W-DT-FIM-REG       NOT LESS    K018M-DT-INI-VGC
               MOVE 4 TO K018M-CD-RTN
               MOVE 'S018M - Vigencia sobreposta na mesma combinacao.'
                   TO K018M-TX-MSG-RTN
           END-IF
           .
       065-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       100-000-CONSULTA-HABILITACAO  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-BCI018D
      *
           IF  W-FS-BCI018D NOT EQUAL '00'
               MOVE 6 TO K018M-CD-RTN
               STRING 'S018M - Erro abertura BCI018D FS='
                   DELIMITED BY SIZE
                   W-FS-BCI018D              DELIMITED BY SIZE
                   INTO K018M-TX-MSG-RTN
           ELSE
               PERFORM 220-000-MOVE-CHAVE
      *
               READ ARQ-BCI018D
                   INVALID KEY
                       MOVE 3 TO K018M-CD-RTN
                       MOVE 'S018M - Habilitacao nao cadastrada.'
                           TO K018M-TX-MSG-RTN
               END-READ
      *
               IF  K018M-CD-RTN EQUAL ZEROS
                   MOVE REG-BCI018D-DT-FIM-VGC TO K018M-DT-FIM-VGC
                   MOVE REG-BCI018D-IN-HBLT    TO K018M-IN-HBLT
                   MOVE REG-BCI018D-TX-MSG-BLQ TO K018M-TX-MSG-BLQ
               END-IF
      *
               CLOSE ARQ-BCI018D
           END-IF
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       200-000-ATUALIZA-HABILITACAO  SECTION.
      *----------------------------------------------------------------*
      * Inclui, altera ou exclui a habilitacao, gravando o historico
      * antes de efetivar.
      *
           OPEN I-O ARQ-BCI018D
      *
           IF  W-FS-BCI018D NOT EQUAL '00'
               MOVE 6 TO K018M-CD-RTN
               STRING 'S018M - Erro abertura BCI018D FS='
                   DELIMITED BY SIZE
                   W-FS-BCI018D              DELIMITED BY SIZE
                   INTO K018M-TX-MSG-RTN
               GO TO 200-000-SAI
           END-IF
      *
           IF  (K018M-INCLUI OR K018M-ALTERA)
               PERFORM 060-000-VERIFICA-SOBREPOSICAO
               IF  K018M-CD-RTN NOT EQUAL ZEROS
                   CLOSE ARQ-BCI018D
                   GO TO 200-000-SAI
               END-IF
           END-IF
      *
           PERFORM 220-000-MOVE-CHAVE
           MOVE SPACES             TO W-DADOS-ANTR
      *
           READ ARQ-BCI018D
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-BCI018D-DADOS TO W-DADOS-ANTR
           END-READ
      *
           EVALUATE TRUE
               WHEN K018M-INCLUI
                   IF  W-FS-BCI018D EQUAL '00'
                       MOVE 4 TO K018M-CD-RTN
                       MOVE 'S018M - Habilitacao ja cadastrada.'
                           TO K018M-TX-MSG-RTN
                   ELSE
                       MOVE 'I' TO W-CD-ACAO-HIST
                       PERFORM 230-000-MOVE-ENT-REG
                       PERFORM 210-000-GRAVA-HISTORICO
                       IF  K018M-CD-RTN EQUAL ZEROS
                           WRITE REG-BCI018D
                               INVALID KEY
                                   MOVE 5 TO K018M-CD-RTN
                                   MOVE 'S018M - Erro ao incluir.'
                                       TO K018M-TX-MSG-RTN
                           END-WRITE
                       END-IF
                   END-IF
               WHEN K018M-ALTERA
                   IF  W-FS-BCI018D NOT EQUAL '00'
                       MOVE 3 TO K018M-CD-RTN
                       MOVE 'S018M - Habilitacao nao cadastrada.'
                           TO K018M-TX-MSG-RTN
                   ELSE
                       MOVE 'A' TO W-CD-ACAO-HIST
                       PERFORM 230-000-MOVE-ENT-REG
                       PERFORM 210-000-GRAVA-HISTORICO
                       IF  K018M-CD-RTN EQUAL ZEROS
                           REWRITE REG-BCI018D
                               INVALID KEY
                                   MOVE 5 TO K018M-CD-RTN
                                   MOVE 'S018M - Erro ao alterar.'
                                       TO K018M-TX-MSG-RTN
                           END-REWRITE
                       END-IF
                   END-IF
               WHEN K018M-EXCLUI
                   IF  W-FS-BCI018D NOT EQUAL '00'
                       MOVE 3 TO K018M-CD-RTN
                       MOVE 'S018M - Habilitacao nao cadastrada.'
                           TO K018M-TX-MSG-RTN
                   ELSE
                       MOVE 'E' TO W-CD-ACAO-HIST
                       MOVE SPACES TO REG-BCI018D-DADOS
                       PERFORM 210-000-GRAVA-HISTORICO
                       IF  K018M-CD-RTN EQUAL ZEROS
                           DELETE ARQ-BCI018D
                               INVALID KEY
                                   MOVE 5 TO K018M-CD-RTN
                                   MOVE 'S018M - Erro ao excluir.'
                                       TO K018M-TX-MSG-RTN
                           END-DELETE
                       END-IF
                   END-IF
           END-EVALUATE
      *
           CLOSE ARQ-BCI018D
           .
       200-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       210-000-GRAVA-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-BCI018H
      *
           IF  W-FS-BCI018H NOT EQUAL '00'
               MOVE 7 TO K018M-CD-RTN
               STRING 'S018M - Erro abertura BCI018H FS='
                   DELIMITED BY SIZE
                   W-FS-BCI018H              DELIMITED BY SIZE
                   INTO K018M-TX-MSG-RTN
           ELSE
               MOVE K018M-CD-TIP-ORD   TO REG-BCI018H-CD-TIP-ORD
               MOVE K018M-CD-CNL       TO REG-BCI018H-CD-CNL
               MOVE K018M-CD-ITCE      TO REG-BCI018H-CD-ITCE
               MOVE K018M-CD-DEPE      TO REG-BCI018H-CD-DEPE
               MOVE K018M-DT-INI-VGC   TO REG-BCI018H-DT-INI-VGC
               STRING EIBDATE          DELIMITED BY SIZE
                      EIBTIME          DELIMITED BY SIZE
                      INTO REG-BCI018H-TS-ALTC
               MOVE K018M-CD-USU       TO REG-BCI018H-CD-USU
               MOVE W-CD-ACAO-HIST     TO REG-BCI018H-CD-ACAO
               MOVE W-DADOS-ANTR       TO REG-BCI018H-DADOS-ANTR
               MOVE REG-BCI018D-DADOS  TO REG-BCI018H-DADOS-NOVO
      *
               WRITE REG-BCI018H
                   INVALID KEY
                       MOVE 8 TO K018M-CD-RTN
                       MOVE 'S018M - Erro ao gravar historico.'
                           TO K018M-TX-MSG-RTN
               END-WRITE
      *
               CLOSE ARQ-BCI018H
           END-IF
           .
       210-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       220-000-MOVE-CHAVE      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE K018M-CD-TIP-ORD   TO REG-BCI018D-CD-TIP-ORD
           MOVE K018M-CD-CNL       TO REG-BCI018D-CD-CNL
           MOVE K018M-CD-ITCE      TO REG-BCI018D-CD-ITCE
           MOVE K018M-CD-DEPE      TO REG-BCI018D-CD-DEPE
           MOVE K018M-DT-INI-VGC   TO REG-BCI018D-DT-INI-VGC
           .
       220-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       230-000-MOVE-ENT-REG    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 220-000-MOVE-CHAVE
           MOVE K018M-DT-FIM-VGC   TO REG-BCI018D-DT-FIM-VGC
           MOVE K018M-IN-HBLT      TO REG-BCI018D-IN-HBLT
           MOVE K018M-TX-MSG-BLQ   TO REG-BCI018D-TX-MSG-BLQ
           MOVE K018M-CD-USU       TO REG-BCI018D-CD-USU-ALTC
           MOVE K018M-DT-ATU       TO REG-BCI018D-DT-ALTC
           .
       230-000-SAI.
           EXIT
           .
