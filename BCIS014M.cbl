      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS014M
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Manutencao online das preferencias de aviso ao
      *             cliente (BCI014N): adesao ('S'/'N') ao aviso do
      *             andamento das ordens de pagamento e os canais
      *             escolhidos - internet banking, e-mail e SMS (pelo
      *             menos um quando ha adesao) - com historico em
      *             BCI014H. Mesmo padrao do BCIS003M/BCIS013M. Lida
      *             pelo batch de avisos BCIS0318; cliente sem
      *             registro ou sem adesao nao recebe aviso.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS014M.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Preferencias de aviso (chave: cliente)
           SELECT ARQ-BCI014N  ASSIGN TO BCI014N
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI014N-CHV
                  FILE STATUS  IS W-FS-BCI014N.
      * Historico de alteracoes das preferencias
           SELECT ARQ-BCI014H  ASSIGN TO BCI014H
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI014H-CHV
                  FILE STATUS  IS W-FS-BCI014H.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI014N.
       01  REG-BCI014N.
           03  REG-BCI014N-CHV.
               05  REG-BCI014N-CD-CLI          PIC 9(09).
           03  REG-BCI014N-IN-ADES             PIC X(01).
           03  REG-BCI014N-IN-CNL-IB           PIC X(01).
           03  REG-BCI014N-IN-CNL-EMAIL        PIC X(01).
           03  REG-BCI014N-IN-CNL-SMS          PIC X(01).
           03  REG-BCI014N-CD-USU-ALTC         PIC X(08).
           03  REG-BCI014N-DT-ALTC             PIC 9(08).
           03  FILLER                          PIC X(20).

       FD  ARQ-BCI014H.
       01  REG-BCI014H.
           03  REG-BCI014H-CHV.
               05  REG-BCI014H-CD-CLI          PIC 9(09).
               05  REG-BCI014H-TS-ALTC         PIC X(26).
           03  REG-BCI014H-CD-USU              PIC X(08).
           03  REG-BCI014H-CD-ACAO             PIC X(01).
           03  REG-BCI014H-TX-PREF-ANTR        PIC X(04).
           03  REG-BCI014H-TX-PREF-NOVO        PIC X(04).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS014M ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI014N                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI014H                PIC X(02) VALUE ZEROS.
       77  W-CD-ACAO-HIST              PIC X(01) VALUE SPACES.
      *
      * Preferencias antes/depois (adesao + IB + e-mail + SMS)
       01  W-TX-PREF-ANTR              PIC X(04) VALUE SPACES.
       01  W-TX-PREF-NOVO.
           03  W-PREF-IN-ADES          PIC X(01).
           03  W-PREF-IN-CNL-IB        PIC X(01).
           03  W-PREF-IN-CNL-EMAIL     PIC X(01).
           03  W-PREF-IN-CNL-SMS       PIC X(01).
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K014M-CD-FUC            PIC 9(01).
               88  K014M-CONSULTA      VALUE 1.
               88  K014M-INCLUI        VALUE 2.
               88  K014M-ALTERA        VALUE 3.
               88  K014M-EXCLUI        VALUE 4.
           03  K014M-CD-CLI            PIC 9(09).
           03  K014M-IN-ADES           PIC X(01).
           03  K014M-IN-CNL-IB         PIC X(01).
           03  K014M-IN-CNL-EMAIL      PIC X(01).
           03  K014M-IN-CNL-SMS        PIC X(01).
           03  K014M-CD-USU            PIC X(08).
           03  K014M-DT-ATU            PIC 9(08).
           03  K014M-CD-RTN            PIC 9(02).
           03  K014M-TX-MSG-RTN        PIC X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K014M-CD-RTN.
           MOVE SPACES TO K014M-TX-MSG-RTN.
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K014M-CD-RTN
               MOVE 'S014M - Area com tamanho invalido (book).'
                   TO K014M-TX-MSG-RTN
               GOBACK
           END-IF
      *
           IF  (K014M-INCLUI OR K014M-ALTERA)
               PERFORM 050-000-CRITICA-ENTRADA
               IF  K014M-CD-RTN NOT EQUAL ZEROS
                   GOBACK
               END-IF
           END-IF
      *
           EVALUATE TRUE
               WHEN K014M-CONSULTA
                   PERFORM 100-000-CONSULTA-PREF
               WHEN K014M-INCLUI
               WHEN K014M-ALTERA
               WHEN K014M-EXCLUI
                   PERFORM 200-000-ATUALIZA-PREF
               WHEN OTHER
                   MOVE 2 TO K014M-CD-RTN
                   MOVE 'S014M - Codigo de funcao invalido.'
                       TO K014M-TX-MSG-RTN
           END-EVALUATE
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       050-000-CRITICA-ENTRADA  SECTION.
      *----------------------------------------------------------------*
      *
           IF  K014M-CD-CLI EQUAL ZEROS
               MOVE 4 TO K014M-CD-RTN
               MOVE 'S014M - Informe o cliente.'
                   TO K014M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K014M-IN-ADES NOT EQUAL 'S' AND 'N'
               MOVE 4 TO K014M-CD-RTN
               MOVE 'S014M - Adesao invalida (S/N).'
                   TO K014M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K014M-IN-CNL-IB    NOT EQUAL 'S' AND 'N'
           OR  K014M-IN-CNL-EMAIL NOT EQUAL 'S' AND 'N'
           OR  K014M-IN-CNL-SMS   NOT EQUAL 'S' AND 'N'
               MOVE 4 TO K014M-CD-RTN
               MOVE 'S014M - Indicador de canal invalido (S/N).'
                   TO K014M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K014M-IN-ADES      EQUAL 'S'
           AND K014M-IN-CNL-IB    EQUAL 'N'
           AND K014M-IN-CNL-EMAIL EQUAL 'N'
           AND K014M-IN-CNL-SMS   EQUAL 'N'
               MOVE 4 TO K014M-CD-RTN
               MOVE 'S014M - Com adesao, escolha ao menos um canal.'
                   TO K014M-TX-MSG-RTN
           END-IF
           .
       050-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       100-000-CONSULTA-PREF  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-BCI014N
      *
           IF  W-FS-BCI014N NOT EQUAL '00'
               MOVE 6 TO K014M-CD-RTN
               STRING 'S014M - Erro abertura BCI014N FS='
                   DELIMITED BY SIZE
                   W-FS-BCI014N              DELIMITED BY SIZE
                   INTO K014M-TX-MSG-RTN
           ELSE
               MOVE K014M-CD-CLI TO REG-BCI014N-CD-CLI
      *
               READ ARQ-BCI014N
                   INVALID KEY
                       MOVE 3 TO K014M-CD-RTN
                       MOVE 'S014M - Cliente sem preferencia de aviso.'
                           TO K014M-TX-MSG-RTN
               END-READ
      *
               IF  K014M-CD-RTN EQUAL ZEROS
                   MOVE REG-BCI014N-IN-ADES      TO K014M-IN-ADES
                   MOVE REG-BCI014N-IN-CNL-IB    TO K014M-IN-CNL-IB
                   MOVE REG-BCI014N-IN-CNL-EMAIL TO K014M-IN-CNL-EMAIL
                   MOVE REG-BCI014N-IN-CNL-SMS   TO K014M-IN-CNL-SMS
               END-IF
      *
               CLOSE ARQ-BCI014N
           END-IF
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       200-000-ATUALIZA-PREF  SECTION.
      *----------------------------------------------------------------*
      * Inclui, altera ou exclui a preferencia do cliente, gravando o
      * historico antes de efetivar.
      *
           OPEN I-O ARQ-BCI014N
      *
           IF  W-FS-BCI014N NOT EQUAL '00'
               MOVE 6 TO K014M-CD-RTN
               STRING 'S014M - Erro abertura BCI014N FS='
                   DELIMITED BY SIZE
                   W-FS-BCI014N              DELIMITED BY SIZE
                   INTO K014M-TX-MSG-RTN
               GO TO 200-000-SAI
           END-IF
      *
           MOVE K014M-CD-CLI TO REG-BCI014N-CD-CLI
           MOVE SPACES       TO W-TX-PREF-ANTR
      *
           READ ARQ-BCI014N
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-BCI014N-IN-ADES      TO W-TX-PREF-ANTR(1:1)
                   MOVE REG-BCI014N-IN-CNL-IB    TO W-TX-PREF-ANTR(2:1)
                   MOVE REG-BCI014N-IN-CNL-EMAIL TO W-TX-PREF-ANTR(3:1)
                   MOVE REG-BCI014N-IN-CNL-SMS   TO W-TX-PREF-ANTR(4:1)
           END-READ
      *
           EVALUATE TRUE
               WHEN K014M-INCLUI
                   IF  W-FS-BCI014N EQUAL '00'
                       MOVE 4 TO K014M-CD-RTN
                       MOVE 'S014M - Preferencia ja cadastrada.'
                           TO K014M-TX-MSG-RTN
                   ELSE
                       MOVE 'I' TO W-CD-ACAO-HIST
                       PERFORM 210-000-GRAVA-HISTORICO
                       IF  K014M-CD-RTN EQUAL ZEROS
                           PERFORM 220-000-MOVE-ENT-REG
                           WRITE REG-BCI014N
                               INVALID KEY
                                   MOVE 5 TO K014M-CD-RTN
                                   MOVE 'S014M - Erro ao incluir.'
                                       TO K014M-TX-MSG-RTN
                           END-WRITE
                       END-IF
                   END-IF
               WHEN K014M-ALTERA
                   IF  W-FS-BCI014N NOT EQUAL '00'
                       MOVE 3 TO K014M-CD-RTN
                       MOVE 'S014M - Preferencia nao cadastrada.'
                           TO K014M-TX-MSG-RTN
                   ELSE
                       MOVE 'A' TO W-CD-ACAO-HIST
                       PERFORM 210-000-GRAVA-HISTORICO
                       IF  K014M-CD-RTN EQUAL ZEROS
                           PERFORM 220-000-MOVE-ENT-REG
                           REWRITE REG-BCI014N
                               INVALID KEY
                                   MOVE 5 TO K014M-CD-RTN
                                   MOVE 'S014M - Erro ao alterar.'
                                       TO K014M-TX-MSG-RTN
                           END-REWRITE
                       END-IF
                   END-IF
               WHEN K014M-EXCLUI
                   IF  W-FS-BCI014N NOT EQUAL '00'
                       MOVE 3 TO K014M-CD-RTN
                       MOVE 'S014M - Preferencia nao cadastrada.'
                           TO K014M-TX-MSG-RTN
                   ELSE
                       MOVE 'E' TO W-CD-ACAO-HIST
                       PERFORM 210-000-GRAVA-HISTORICO
                       IF  K014M-CD-RTN EQUAL ZEROS
                           DELETE ARQ-BCI014N
                               INVALID KEY
                                   MOVE 5 TO K014M-CD-RTN
                                   MOVE 'S014M - Erro ao excluir.'
                                       TO K014M-TX-MSG-RTN
                           END-DELETE
                       END-IF
                   END-IF
           END-EVALUATE
      *
           CLOSE ARQ-BCI014N
           .
       200-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       210-000-GRAVA-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-BCI014H
      *
           IF  W-FS-BCI014H NOT EQUAL '00'
               MOVE 7 TO K014M-CD-RTN
               STRING 'S014M - Erro abertura BCI014H FS='
                   DELIMITED BY SIZE
                   W-FS-BCI014H              DELIMITED BY SIZE
                   INTO K014M-TX-MSG-RTN
           ELSE
               IF  K014M-EXCLUI
                   MOVE SPACES             TO W-TX-PREF-NOVO
               ELSE
                   MOVE K014M-IN-ADES      TO W-PREF-IN-ADES
                   MOVE K014M-IN-CNL-IB    TO W-PREF-IN-CNL-IB
                   MOVE K014M-IN-CNL-EMAIL TO W-PREF-IN-CNL-EMAIL
                   MOVE K014M-IN-CNL-SMS   TO W-PREF-IN-CNL-SMS
               END-IF
      *
               MOVE K014M-CD-CLI       TO REG-BCI014H-CD-CLI
               STRING EIBDATE          DELIMITED BY SIZE
                      EIBTIME          DELIMITED BY SIZE
                      INTO REG-BCI014H-TS-ALTC
               MOVE K014M-CD-USU       TO REG-BCI014H-CD-USU
               MOVE W-CD-ACAO-HIST     TO REG-BCI014H-CD-ACAO
               MOVE W-TX-PREF-ANTR     TO REG-BCI014H-TX-PREF-ANTR
               MOVE W-TX-PREF-NOVO     TO REG-BCI014H-TX-PREF-NOVO
      *
               WRITE REG-BCI014H
                   INVALID KEY
                       MOVE 8 TO K014M-CD-RTN
                       MOVE 'S014M - Erro ao gravar historico.'
                           TO K014M-TX-MSG-RTN
               END-WRITE
      *
               CLOSE ARQ-BCI014H
           END-IF
           .
       210-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       220-000-MOVE-ENT-REG    SECTION.
      *----------------------------------------------------------------*
      *
           MOVE K014M-CD-CLI       TO REG-BCI014N-CD-CLI
           MOVE K014M-IN-ADES      TO REG-BCI014N-IN-ADES
           MOVE K014M-IN-CNL-IB    TO REG-BCI014N-IN-CNL-IB
           MOVE K014M-IN-CNL-EMAIL TO REG-BCI014N-IN-CNL-EMAIL
           MOVE K014M-IN-CNL-SMS   TO REG-BCI014N-IN-CNL-SMS
           MOVE K014M-CD-USU       TO REG-BCI014N-CD-USU-ALTC
           MOVE K014M-DT-ATU       TO REG-BCI014N-DT-ALTC
           .
       220-000-SAI.
           EXIT
           .
