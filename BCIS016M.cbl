      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS016M
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Manutencao online da tabela de convenios de
      *             faturamento mensal de tarifas (BCI016D) dos
      *             clientes corporativos: por cliente + inicio de
      *             vigencia, o fim da vigencia (zeros = sem prazo), a
      *             conta de faturamento (agencia + conta corrente) e
      *             ate 5 faixas de desconto por volume - quantidade
      *             minima de ordens no mes e percentual de desconto
      *             sobre a tarifa acumulada. Vigencias do mesmo
      *             cliente nao podem se sobrepor. Historico em
      *             BCI016H. Mesmo padrao do BCIS003M/BCIS015M.
      *             Consultada no registro pelo OPES500V via BCIS016R
      *             (922-000): cliente conveniado tem a tarifa da ordem
      *             acumulada na BCI326T (BCIS0326) em vez de debitada,
      *             e faturada no fim do mes pelo BCIS0327.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS016M.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Convenio de faturamento (chave: cliente + inicio de vigencia)
           SELECT ARQ-BCI016D  ASSIGN TO BCI016D
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI016D-CHV
                  FILE STATUS  IS W-FS-BCI016D.
      * Historico de alteracoes da tabela
           SELECT ARQ-BCI016H  ASSIGN TO BCI016H
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI016H-CHV
                  FILE STATUS  IS W-FS-BCI016H.
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

       FD  ARQ-BCI016H.
       01  REG-BCI016H.
           03  REG-BCI016H-CHV.
               05  REG-BCI016H-CD-CLI          PIC 9(09).
               05  REG-BCI016H-DT-INI-VGC      PIC 9(08).
               05  REG-BCI016H-TS-ALTC         PIC X(26).
           03  REG-BCI016H-CD-USU              PIC X(08).
           03  REG-BCI016H-CD-ACAO             PIC X(01).
      * Imagem dos dados do convenio antes e depois da acao
           03  REG-BCI016H-DADOS-ANTR          PIC X(79).
           03  REG-BCI016H-DADOS-NOVO          PIC X(79).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS016M ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI016D                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI016H                PIC X(02) VALUE ZEROS.
       77  W-CD-ACAO-HIST              PIC X(01) VALUE SPACES.
       77  W-IX-FAIXA                  PIC 9(01) VALUE ZEROS.
       77  W-DT-FIM-ENT                PIC 9(08) VALUE ZEROS.
       77  W-DT-FIM-REG                PIC 9(08) VALUE ZEROS.
      *
       01  W-DADOS-ANTR                PIC X(79) VALUE SPACES.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K016M-CD-FUC            PIC 9(01).
               88  K016M-CONSULTA      VALUE 1.
               88  K016M-INCLUI        VALUE 2.
               88  K016M-ALTERA        VALUE 3.
               88  K016M-EXCLUI        VALUE 4.
           03  K016M-CD-CLI            PIC 9(09).
           03  K016M-DT-INI-VGC        PIC 9(08).
           03  K016M-DT-FIM-VGC        PIC 9(08).
           03  K016M-NR-AG-FAT         PIC 9(04).
           03  K016M-NR-CC-FAT         PIC 9(11).
           03  K016M-QT-FAIXA          PIC 9(01).
           03  K016M-TB-FAIXA OCCURS 5 TIMES.
               05  K016M-QT-ORD-MIN    PIC 9(06).
               05  K016M-PC-DSC        PIC 9(03)V9(02).
           03  K016M-CD-USU            PIC X(08).
           03  K016M-DT-ATU            PIC 9(08).
           03  K016M-CD-RTN            PIC 9(02).
           03  K016M-TX-MSG-RTN        PIC X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K016M-CD-RTN.
           MOVE SPACES TO K016M-TX-MSG-RTN.
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K016M-CD-RTN
               MOVE 'S016M - Area com tamanho invalido (book).'
                   TO K016M-TX-MSG-RTN
               GOBACK
           END-IF
      *
           IF  (K016M-INCLUI OR K016M-ALTERA)
               PERFORM 050-000-CRITICA-CONVENIO
               IF  K016M-CD-RTN NOT EQUAL ZEROS
                   GOBACK
               END-IF
           END-IF
      *
           EVALUATE TRUE
               WHEN K016M-CONSULTA
                   PERFORM 100-000-CONSULTA-CONVENIO
               WHEN K016M-INCLUI
               WHEN K016M-ALTERA
               WHEN K016M-EXCLUI
                   PERFORM 200-000-ATUALIZA-CONVENIO
               WHEN OTHER
                   MOVE 2 TO K016M-CD-RTN
                   MOVE 'S016M - Codigo de funcao invalido.'
                       TO K016M-TX-MSG-RTN
           END-EVALUATE
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       050-000-CRITICA-CONVENIO  SECTION.
      *----------------------------------------------------------------*
      *
           IF  K016M-CD-CLI EQUAL ZEROS
               MOVE 4 TO K016M-CD-RTN
               MOVE 'S016M - Informe o cliente do convenio.'
                   TO K016M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K016M-DT-INI-VGC EQUAL ZEROS
               MOVE 4 TO K016M-CD-RTN
               MOVE 'S016M - Informe o inicio da vigencia.'
                   TO K016M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K016M-DT-FIM-VGC NOT EQUAL ZEROS
           AND K016M-DT-FIM-VGC LESS K016M-DT-INI-VGC
               MOVE 4 TO K016M-CD-RTN
               MOVE 'S016M - Fim da vigencia anterior ao inicio.'
                   TO K016M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K016M-NR-AG-FAT EQUAL ZEROS
           OR  K016M-NR-CC-FAT EQUAL ZEROS
               MOVE 4 TO K016M-CD-RTN
               MOVE 'S016M - Informe agencia e conta de faturamento.'
                   TO K016M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K016M-QT-FAIXA GREATER 5
               MOVE 4 TO K016M-CD-RTN
               MOVE 'S016M - Quantidade de faixas invalida (0 a 5).'
                   TO K016M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           MOVE 1 TO W-IX-FAIXA
           PERFORM 055-000-CRITICA-FAIXA
               UNTIL W-IX-FAIXA GREATER K016M-QT-FAIXA
                  OR K016M-CD-RTN NOT EQUAL ZEROS
           .
       050-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       055-000-CRITICA-FAIXA  SECTION.
      *----------------------------------------------------------------*
      * Faixas em ordem crescente de quantidade minima de ordens, com
      * desconto de ate 100%.
      *
           IF  K016M-PC-DSC (W-IX-FAIXA) GREATER 100
               MOVE 4 TO K016M-CD-RTN
               MOVE 'S016M - Percentual de desconto acima de 100%.'
                   TO K016M-TX-MSG-RTN
               GO TO 055-000-SAI
           END-IF
      *
           IF  W-IX-FAIXA GREATER 1
               IF  K016M-QT-ORD-MIN (W-IX-FAIXA) NOT GREATER
                   K016M-QT-ORD-MIN (W-IX-FAIXA - 1)
                   MOVE 4 TO K016M-CD-RTN
                   MOVE 'S016M - Faixas fora de ordem de quantidade.'
                       TO K016M-TX-MSG-RTN
                   GO TO 055-000-SAI
               END-IF
           END-IF
      *
           ADD 1 TO W-IX-FAIXA
           .
       055-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060-000-VERIFICA-SOBREPOSICAO  SECTION.
      *----------------------------------------------------------------*
      * Outra vigencia do mesmo cliente nao pode cruzar o periodo
      * informado (fim em zeros = sem prazo).
      *
           IF  K016M-DT-FIM-VGC EQUAL ZEROS
               MOVE 99999999         TO W-DT-FIM-ENT
           ELSE
               MOVE K016M-DT-FIM-VGC TO W-DT-FIM-ENT
           END-IF
      *
           MOVE K016M-CD-CLI TO REG-BCI016D-CD-CLI
           MOVE ZEROS        TO REG-BCI016D-DT-INI-VGC
      *
           START ARQ-BCI016D KEY IS NOT LESS REG-BCI016D-CHV
               INVALID KEY
                   GO TO 060-000-SAI
           END-START
      *
           MOVE '00' TO W-FS-BCI016D
           PERFORM 065-000-LE-PROXIMA-VIGENCIA
               UNTIL W-FS-BCI016D NOT EQUAL '00'
                  OR K016M-CD-RTN NOT EQUAL ZEROS
           .
       060-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       065-000-LE-PROXIMA-VIGENCIA  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-BCI016D NEXT RECORD
               AT END
                   MOVE '10' TO W-FS-BCI016D
           END-READ
      *
           IF  W-FS-BCI016D NOT EQUAL '00'
               GO TO 065-000-SAI
           END-IF
      *
           IF  REG-BCI016D-CD-CLI NOT EQUAL K016M-CD-CLI
               MOVE '10' TO W-FS-BCI016D
               GO TO 065-000-SAI
           END-IF
      *
      *    A propria vigencia (alteracao) nao conta
           IF  REG-BCI016D-DT-INI-VGC EQUAL K016M-DT-INI-VGC
               GO TO 065-000-SAI
           END-IF
      *
           IF  REG-BCI016D-DT-FIM-VGC EQUAL ZEROS
               MOVE 99999999               TO W-DT-FIM-REG
           ELSE
               MOVE REG-BCI016D-DT-FIM-VGC TO W-DT-FIM-REG
           END-IF
      *
           IF  REG-BCI016D-DT-INI-VGC NOT GREATER W-DT-FIM-ENT
           AND W-DT-FIM-REG       NOT LESS    K016M-DT-INI-VGC
               MOVE 4 TO K016M-CD-RTN
               MOVE 'S016M - Vigencia sobreposta a outro convenio.'
                   TO K016M-TX-MSG-RTN
           END-IF
           .
       065-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       100-000-CONSULTA-CONVENIO  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-BCI016D
      *
           IF  W-FS-BCI016D NOT EQUAL '00'
               MOVE 6 TO K016M-CD-RTN
               STRING 'S016M - Erro abertura BCI016D FS='
                   DELIMITED BY SIZE
                   W-FS-BCI016D              DELIMITED BY SIZE
                   INTO K016M-TX-MSG-RTN
           ELSE
               MOVE K016M-CD-CLI       TO REG-BCI016D-CD-CLI
               MOVE K016M-DT-INI-VGC   TO REG-BCI016D-DT-INI-VGC
      *
               READ ARQ-BCI016D
                   INVALID KEY
                       MOVE 3 TO K016M-CD-RTN
                       MOVE 'S016M - Convenio nao cadastrado p/ chave.'
                           TO K016M-TX-MSG-RTN
               END-READ
      *
               IF  K016M-CD-RTN EQUAL ZEROS
                   MOVE REG-BCI016D-DT-FIM-VGC TO K016M-DT-FIM-VGC
                   MOVE REG-BCI016D-NR-AG-FAT  TO K016M-NR-AG-FAT
                   MOVE REG-BCI016D-NR-CC-FAT  TO K016M-NR-CC-FAT
                   MOVE REG-BCI016D-QT-FAIXA   TO K016M-QT-FAIXA
                   MOVE 1 TO W-IX-FAIXA
                   PERFORM 110-000-DEVOLVE-FAIXA 5 TIMES
               END-IF
      *
               CLOSE ARQ-BCI016D
           END-IF
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       110-000-DEVOLVE-FAIXA   SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REG-BCI016D-QT-ORD-MIN (W-IX-FAIXA)
                                   TO K016M-QT-ORD-MIN (W-IX-FAIXA)
           MOVE REG-BCI016D-PC-DSC (W-IX-FAIXA)
                                   TO K016M-PC-DSC (W-IX-FAIXA)
           ADD 1 TO W-IX-FAIXA
           .
       110-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       200-000-ATUALIZA-CONVENIO  SECTION.
      *----------------------------------------------------------------*
      * Inclui, altera ou exclui o convenio, gravando o historico
      * antes de efetivar.
      *
           OPEN I-O ARQ-BCI016D
      *
           IF  W-FS-BCI016D NOT EQUAL '00'
               MOVE 6 TO K016M-CD-RTN
               STRING 'S016M - Erro abertura BCI016D FS='
                   DELIMITED BY SIZE
                   W-FS-BCI016D              DELIMITED BY SIZE
                   INTO K016M-TX-MSG-RTN
               GO TO 200-000-SAI
           END-IF
      *
           IF  (K016M-INCLUI OR K016M-ALTERA)
               PERFORM 060-000-VERIFICA-SOBREPOSICAO
               IF  K016M-CD-RTN NOT EQUAL ZEROS
                   CLOSE ARQ-BCI016D
                   GO TO 200-000-SAI
               END-IF
           END-IF
      *
           MOVE K016M-CD-CLI       TO REG-BCI016D-CD-CLI
           MOVE K016M-DT-INI-VGC   TO REG-BCI016D-DT-INI-VGC
           MOVE SPACES             TO W-DADOS-ANTR
      *
           READ ARQ-BCI016D
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-BCI016D-DADOS TO W-DADOS-ANTR
           END-READ
      *
           EVALUATE TRUE
               WHEN K016M-INCLUI
                   IF  W-FS-BCI016D EQUAL '00'
                       MOVE 4 TO K016M-CD-RTN
                       MOVE 'S016M - Convenio ja cadastrado p/ chave.'
                           TO K016M-TX-MSG-RTN
                   ELSE
                       MOVE 'I' TO W-CD-ACAO-HIST
                       PERFORM 220-000-MOVE-ENT-REG
                       PERFORM 210-000-GRAVA-HISTORICO
                       IF  K016M-CD-RTN EQUAL ZEROS
                           WRITE REG-BCI016D
                               INVALID KEY
                                   MOVE 5 TO K016M-CD-RTN
                                   MOVE 'S016M - Erro ao incluir.'
                                       TO K016M-TX-MSG-RTN
                           END-WRITE
                       END-IF
                   END-IF
               WHEN K016M-ALTERA
                   IF  W-FS-BCI016D NOT EQUAL '00'
                       MOVE 3 TO K016M-CD-RTN
                       MOVE 'S016M - Convenio nao cadastrado p/ chave.'
                           TO K016M-TX-MSG-RTN
                   ELSE
                       MOVE 'A' TO W-CD-ACAO-HIST
                       PERFORM 220-000-MOVE-ENT-REG
                       PERFORM 210-000-GRAVA-HISTORICO
                       IF  K016M-CD-RTN EQUAL ZEROS
                           REWRITE REG-BCI016D
                               INVALID KEY
                                   MOVE 5 TO K016M-CD-RTN
                                   MOVE 'S016M - Erro ao alterar.'
                                       TO K016M-TX-MSG-RTN
                           END-REWRITE
                       END-IF
                   END-IF
               WHEN K016M-EXCLUI
                   IF  W-FS-BCI016D NOT EQUAL '00'
                       MOVE 3 TO K016M-CD-RTN
                       MOVE 'S016M - Convenio nao cadastrado p/ chave.'
                           TO K016M-TX-MSG-RTN
                   ELSE
                       MOVE 'E' TO W-CD-ACAO-HIST
                       MOVE SPACES TO REG-BCI016D-DADOS
                       PERFORM 210-000-GRAVA-HISTORICO
                       IF  K016M-CD-RTN EQUAL ZEROS
                           DELETE ARQ-BCI016D
                               INVALID KEY
                                   MOVE 5 TO K016M-CD-RTN
                                   MOVE 'S016M - Erro ao excluir.'
                                       TO K016M-TX-MSG-RTN
                           END-DELETE
                       END-IF
                   END-IF
           END-EVALUATE
      *
           CLOSE ARQ-BCI016D
           .
       200-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       210-000-GRAVA-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-BCI016H
      *
           IF  W-FS-BCI016H NOT EQUAL '00'
               MOVE 7 TO K016M-CD-RTN
               STRING 'S016M - Erro abertura BCI016H FS='
                   DELIMITED BY SIZE
                   W-FS-BCI016H              DELIMITED BY SIZE
                   INTO K016M-TX-MSG-RTN
           ELSE
               MOVE K016M-CD-CLI       TO REG-BCI016H-CD-CLI
               MOVE K016M-DT-INI-VGC   TO REG-BCI016H-DT-INI-VGC
               STRING EIBDATE          DELIMITED BY SIZE
                      EIBTIME          DELIMITED BY SIZE
                      INTO REG-BCI016H-TS-ALTC
               MOVE K016M-CD-USU       TO REG-BCI016H-CD-USU
               MOVE W-CD-ACAO-HIST     TO REG-BCI016H-CD-ACAO
               MOVE W-DADOS-ANTR       TO REG-BCI016H-DADOS-ANTR
               MOVE REG-BCI016D-DADOS  TO REG-BCI016H-DADOS-NOVO
      *
               WRITE REG-BCI016H
                   INVALID KEY
                       MOVE 8 TO K016M-CD-RTN
                       MOVE 'S016M - Erro ao gravar historico.'
                           TO K016M-TX-MSG-RTN
               END-WRITE
      *
               CLOSE ARQ-BCI016H
           END-IF
           .
       210-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       220-000-MOVE-ENT-REG    SECTION.
      *----------------------------------------------------------------*
      *
           MOVE K016M-CD-CLI       TO REG-BCI016D-CD-CLI
           MOVE K016M-DT-INI-VGC   TO REG-BCI016D-DT-INI-VGC
           MOVE K016M-DT-FIM-VGC   TO REG-BCI016D-DT-FIM-VGC
           MOVE K016M-NR-AG-FAT    TO REG-BCI016D-NR-AG-FAT
           MOVE K016M-NR-CC-FAT    TO REG-BCI016D-NR-CC-FAT
           MOVE K016M-QT-FAIXA     TO REG-BCI016D-QT-FAIXA
           MOVE 1 TO W-IX-FAIXA
           PERFORM 225-000-MOVE-FAIXA 5 TIMES
           MOVE K016M-CD-USU       TO REG-BCI016D-CD-USU-ALTC
           MOVE K016M-DT-ATU       TO REG-BCI016D-DT-ALTC
           .
       220-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       225-000-MOVE-FAIXA      SECTION.
      *----------------------------------------------------------------*
      * Faixas alem da quantidade informada ficam zeradas.
      *
           IF  W-IX-FAIXA GREATER K016M-QT-FAIXA
               MOVE ZEROS TO REG-BCI016D-QT-ORD-MIN (W-IX-FAIXA)
                             REG-BCI016D-PC-DSC (W-IX-FAIXA)
           ELSE
               MOVE K016M-QT-ORD-MIN (W-IX-FAIXA)
                               TO REG-BCI016D-QT-ORD-MIN (W-IX-FAIXA)
               MOVE K016M-PC-DSC (W-IX-FAIXA)
                               TO REG-BCI016D-PC-DSC (W-IX-FAIXA)
           END-IF
           ADD 1 TO W-IX-FAIXA
           .
       225-000-SAI.
           EXIT
           .
