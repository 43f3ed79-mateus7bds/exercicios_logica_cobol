      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0322
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Livro de execucao da cadeia noturna (base BCI322L),
      *             compartilhado pelos programas da cadeia, na ordem
      *             fixa BCIS0281 (contabil), BCIS0286 (mensagens),
      *             BCIS0300 (batimento), BCIS0284 (nostro), BCIS0305
      *             (cobranca de despesas), BCIS0303 (envelhecimento) e
      *             BCIS0301 (expurgo). Um registro por data de negocio
      *             + programa. Funcoes:
      *             1 = inicio do run: recusa a data de negocio ja
      *                 executada pelo programa e o predecessor da
      *                 cadeia nao concluido (ausente, em execucao/
      *                 interrompido ou com RC 8 ou mais), salvo
      *                 reprocessamento autorizado (funcao 4), que e
      *                 consumido aqui. Marca o registro 'I' e devolve
      *                 a data de negocio. O BCIS0281 abre a data
      *                 (data do run, ou a data aberta quando ha
      *                 reprocessamento autorizado p/ ela); os demais
      *                 trabalham na data aberta;
      *             2 = fim do run: grava situacao pelo RC ('F' zero,
      *                 'A' aviso, 'E' 8 ou mais), quantidades e totais
      *                 de controle;
      *             3 = consulta a cadeia de uma data de negocio (zeros
      *                 = data aberta) - BCIS0323;
      *             4 = autoriza reprocessamento de um programa numa
      *                 data (operador + motivo) - BCIS0323.
      *             Registro de controle (data zeros, programa em
      *             branco) guarda a data de negocio aberta.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0322.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Livro de execucao (chave: data de negocio + programa)
           SELECT ARQ-BCI322L  ASSIGN TO BCI322L
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI322L-CHV
                  FILE STATUS  IS W-FS-BCI322L.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI322L.
       01  REG-BCI322L.
           03  REG-BCI322L-CHV.
               05  REG-BCI322L-DT-NEG          PIC 9(08).
               05  REG-BCI322L-CD-PGM          PIC X(08).
           03  REG-BCI322L-DADOS.
               05  REG-BCI322L-NR-ORD-CAD      PIC 9(02).
      *            'N' so autorizacao (nunca executado), 'I' em
      *            execucao ou interrompido, 'F' finalizado, 'A'
      *            finalizado com aviso (RC 4), 'E' erro (RC >= 8)
               05  REG-BCI322L-CD-EST          PIC X(01).
               05  REG-BCI322L-CD-RTN-PGM      PIC 9(04).
               05  REG-BCI322L-QT-EXEC         PIC 9(03).
               05  REG-BCI322L-DT-INI          PIC 9(08).
               05  REG-BCI322L-HR-INI          PIC 9(06).
               05  REG-BCI322L-DT-FIM          PIC 9(08).
               05  REG-BCI322L-HR-FIM          PIC 9(06).
               05  REG-BCI322L-QT-LIDO         PIC 9(09).
               05  REG-BCI322L-QT-GRAV         PIC 9(09).
               05  REG-BCI322L-VL-CTL-1        PIC 9(15)V9(02).
               05  REG-BCI322L-VL-CTL-2        PIC 9(15)V9(02).
               05  REG-BCI322L-IN-AUTZ-REPR    PIC X(01).
               05  REG-BCI322L-CD-USU-AUTZ     PIC X(08).
               05  REG-BCI322L-DT-AUTZ         PIC 9(08).
               05  REG-BCI322L-HR-AUTZ         PIC 9(06).
               05  REG-BCI322L-TX-MTV-AUTZ     PIC X(40).
               05  FILLER                      PIC X(20).
      *    Registro de controle (data zeros, programa em branco)
           03  REG-BCI322L-CTL REDEFINES REG-BCI322L-DADOS.
               05  REG-BCI322L-DT-NEG-ABTA     PIC 9(08).
               05  REG-BCI322L-DT-ABTR         PIC 9(08).
               05  REG-BCI322L-HR-ABTR         PIC 9(06).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0322 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI322L                PIC X(02) VALUE ZEROS.
       77  W-IN-REG-NOVO               PIC X(01) VALUE 'N'.
       77  W-IN-AUTZ                   PIC X(01) VALUE 'N'.
       77  W-NR-ORD-CAD                PIC 9(02) VALUE ZEROS.
       77  W-NR-NDX                    PIC 9(02) VALUE ZEROS.
       77  W-DT-NEG-ABTA               PIC 9(08) VALUE ZEROS.
       77  W-CD-PGM-ANT                PIC X(08) VALUE SPACES.
      *
      * Ordem fixa da cadeia noturna
       01  W-TAB-CADEIA-VAL.
           03  FILLER                  PIC X(08) VALUE 'BCIS0281'.
           03  FILLER                  PIC X(08) VALUE 'BCIS0286'.
           03  FILLER                  PIC X(08) VALUE 'BCIS0300'.
           03  FILLER                  PIC X(08) VALUE 'BCIS0284'.
           03  FILLER                  PIC X(08) VALUE 'BCIS0305'.
           03  FILLER                  PIC X(08) VALUE 'BCIS0303'.
           03  FILLER                  PIC X(08) VALUE 'BCIS0301'.
       01  W-TAB-CADEIA REDEFINES W-TAB-CADEIA-VAL.
           03  W-CD-PGM-CAD            PIC X(08) OCCURS 7 TIMES.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K0322-CD-FUC                 PIC  9(01).
               88  K0322-INICIO             VALUE 1.
               88  K0322-FIM                VALUE 2.
               88  K0322-CONSULTA           VALUE 3.
               88  K0322-AUTORIZA           VALUE 4.
           03  K0322-CD-PGM                 PIC  X(08).
           03  K0322-DT-NEG                 PIC  9(08).
           03  K0322-DT-ATU                 PIC  9(08).
           03  K0322-HR-ATU                 PIC  9(06).
           03  K0322-CD-RTN-PGM             PIC  9(04).
           03  K0322-QT-LIDO                PIC  9(09).
           03  K0322-QT-GRAV                PIC  9(09).
           03  K0322-VL-CTL-1               PIC  9(15)V9(02).
           03  K0322-VL-CTL-2               PIC  9(15)V9(02).
           03  K0322-CD-USU                 PIC  X(08).
           03  K0322-TX-MTV                 PIC  X(40).
           03  K0322-CD-RTN                 PIC  9(02).
           03  K0322-TX-MSG-RTN             PIC  X(60).
           03  K0322-QT-PGM                 PIC  9(02).
           03  K0322-TB-PGM OCCURS 7 TIMES.
               05  K0322-T-CD-PGM           PIC  X(08).
               05  K0322-T-CD-EST           PIC  X(01).
               05  K0322-T-CD-RTN-PGM       PIC  9(04).
               05  K0322-T-QT-EXEC          PIC  9(03).
               05  K0322-T-DT-INI           PIC  9(08).
               05  K0322-T-HR-INI           PIC  9(06).
               05  K0322-T-DT-FIM           PIC  9(08).
               05  K0322-T-HR-FIM           PIC  9(06).
               05  K0322-T-QT-LIDO          PIC  9(09).
               05  K0322-T-QT-GRAV          PIC  9(09).
               05  K0322-T-VL-CTL-1         PIC  9(15)V9(02).
               05  K0322-T-VL-CTL-2         PIC  9(15)V9(02).
               05  K0322-T-IN-AUTZ-REPR     PIC  X(01).
               05  K0322-T-CD-USU-AUTZ      PIC  X(08).
               05  K0322-T-TX-MTV-AUTZ      PIC  X(40).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K0322-CD-RTN
           MOVE SPACES TO K0322-TX-MSG-RTN
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 9 TO K0322-CD-RTN
               MOVE 'S0322 - Area com tamanho invalido (book).'
                   TO K0322-TX-MSG-RTN
               GOBACK
           END-IF
      *
           IF  NOT K0322-CONSULTA
               PERFORM 050-000-LOCALIZA-PGM
               IF  K0322-CD-RTN NOT EQUAL ZEROS
                   GOBACK
               END-IF
           END-IF
      *
           OPEN I-O ARQ-BCI322L
      *
           IF  W-FS-BCI322L NOT EQUAL '00'
               MOVE 7 TO K0322-CD-RTN
               STRING 'S0322 - Erro abertura BCI322L FS='
                   DELIMITED BY SIZE
                   W-FS-BCI322L              DELIMITED BY SIZE
                   INTO K0322-TX-MSG-RTN
               GOBACK
           END-IF
      *
           EVALUATE TRUE
               WHEN K0322-INICIO
                   PERFORM 100-000-INICIA-RUN
               WHEN K0322-FIM
                   PERFORM 200-000-ENCERRA-RUN
               WHEN K0322-CONSULTA
                   PERFORM 300-000-CONSULTA-CADEIA
               WHEN K0322-AUTORIZA
                   PERFORM 400-000-AUTORIZA-REPR
               WHEN OTHER
                   MOVE 2 TO K0322-CD-RTN
                   MOVE 'S0322 - Codigo de funcao invalido.'
                       TO K0322-TX-MSG-RTN
           END-EVALUATE
      *
           CLOSE ARQ-BCI322L
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       050-000-LOCALIZA-PGM    SECTION.
      *----------------------------------------------------------------*
      * Posicao do programa na cadeia e seu predecessor.
      *
           MOVE ZEROS  TO W-NR-ORD-CAD
           MOVE SPACES TO W-CD-PGM-ANT
           MOVE 1      TO W-NR-NDX
           .
       050-000-PROXIMO.
           IF  W-NR-NDX GREATER 7
               MOVE 3 TO K0322-CD-RTN
               STRING 'S0322 - Programa fora da cadeia noturna: '
                      K0322-CD-PGM
                   DELIMITED BY SIZE INTO K0322-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  W-CD-PGM-CAD (W-NR-NDX) EQUAL K0322-CD-PGM
               MOVE W-NR-NDX TO W-NR-ORD-CAD
               IF  W-NR-NDX GREATER 1
                   MOVE W-CD-PGM-CAD (W-NR-NDX - 1) TO W-CD-PGM-ANT
               END-IF
               GO TO 050-000-SAI
           END-IF
      *
           ADD 1 TO W-NR-NDX
           GO TO 050-000-PROXIMO
           .
       050-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060-000-LE-DATA-ABERTA  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO W-DT-NEG-ABTA
                          REG-BCI322L-DT-NEG
           MOVE SPACES TO REG-BCI322L-CD-PGM
      *
           READ ARQ-BCI322L
               INVALID KEY
                   GO TO 060-000-SAI
           END-READ
      *
           MOVE REG-BCI322L-DT-NEG-ABTA TO W-DT-NEG-ABTA
           .
       060-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       100-000-INICIA-RUN      SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 060-000-LE-DATA-ABERTA
      *
      *    Data de negocio: o BCIS0281 abre a do run, salvo
      *    reprocessamento autorizado da data ja aberta; os demais
      *    seguem a data aberta.
           IF  W-NR-ORD-CAD EQUAL 1
               MOVE K0322-DT-ATU TO K0322-DT-NEG
               IF  W-DT-NEG-ABTA NOT EQUAL ZEROS
                   MOVE W-DT-NEG-ABTA TO REG-BCI322L-DT-NEG
                   MOVE K0322-CD-PGM  TO REG-BCI322L-CD-PGM
                   READ ARQ-BCI322L
                       INVALID KEY
                           MOVE 'N' TO REG-BCI322L-IN-AUTZ-REPR
                   END-READ
                   IF  REG-BCI322L-IN-AUTZ-REPR EQUAL 'S'
                       MOVE W-DT-NEG-ABTA TO K0322-DT-NEG
                   END-IF
               END-IF
           ELSE
               IF  W-DT-NEG-ABTA EQUAL ZEROS
                   MOVE 4 TO K0322-CD-RTN
                   MOVE 'S0322 - Cadeia sem data de negocio aberta pelo
      -                 'BCIS0281.'
                       TO K0322-TX-MSG-RTN
                   GO TO 100-000-SAI
               END-IF
               MOVE W-DT-NEG-ABTA TO K0322-DT-NEG
           END-IF
      *
      *    Registro do proprio programa na data
           MOVE 'N'           TO W-IN-REG-NOVO
                                 W-IN-AUTZ
           MOVE K0322-DT-NEG  TO REG-BCI322L-DT-NEG
           MOVE K0322-CD-PGM  TO REG-BCI322L-CD-PGM
      *
           READ ARQ-BCI322L
               INVALID KEY
                   MOVE 'S' TO W-IN-REG-NOVO
                   INITIALIZE REG-BCI322L-DADOS
                   MOVE K0322-DT-NEG  TO REG-BCI322L-DT-NEG
                   MOVE K0322-CD-PGM  TO REG-BCI322L-CD-PGM
                   MOVE W-NR-ORD-CAD  TO REG-BCI322L-NR-ORD-CAD
                   MOVE 'N'           TO REG-BCI322L-CD-EST
                                         REG-BCI322L-IN-AUTZ-REPR
           END-READ
      *
           IF  REG-BCI322L-IN-AUTZ-REPR EQUAL 'S'
               MOVE 'S' TO W-IN-AUTZ
           END-IF
      *
           IF  REG-BCI322L-CD-EST NOT EQUAL 'N'
           AND W-IN-AUTZ NOT EQUAL 'S'
               MOVE 5 TO K0322-CD-RTN
               STRING 'S0322 - ' K0322-CD-PGM ' ja executado em '
                      K0322-DT-NEG ' (sit. ' REG-BCI322L-CD-EST
                      ') - reprocessamento nao autorizado.'
                   DELIMITED BY SIZE INTO K0322-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           IF  W-NR-ORD-CAD GREATER 1
           AND W-IN-AUTZ NOT EQUAL 'S'
               PERFORM 110-000-VERIFICA-PREDECESSOR
               IF  K0322-CD-RTN NOT EQUAL ZEROS
                   GO TO 100-000-SAI
               END-IF
               MOVE K0322-DT-NEG  TO REG-BCI322L-DT-NEG
               MOVE K0322-CD-PGM  TO REG-BCI322L-CD-PGM
               IF  W-IN-REG-NOVO EQUAL 'N'
                   READ ARQ-BCI322L
               ELSE
                   INITIALIZE REG-BCI322L-DADOS
                   MOVE W-NR-ORD-CAD  TO REG-BCI322L-NR-ORD-CAD
               END-IF
           END-IF
      *
      *    Liberado: autorizacao consumida, run marcado em execucao
           MOVE 'I'           TO REG-BCI322L-CD-EST
           MOVE 'N'           TO REG-BCI322L-IN-AUTZ-REPR
           MOVE ZEROS         TO REG-BCI322L-CD-RTN-PGM
                                 REG-BCI322L-DT-FIM
                                 REG-BCI322L-HR-FIM
                                 REG-BCI322L-QT-LIDO
                                 REG-BCI322L-QT-GRAV
                                 REG-BCI322L-VL-CTL-1
                                 REG-BCI322L-VL-CTL-2
           MOVE K0322-DT-ATU  TO REG-BCI322L-DT-INI
           MOVE K0322-HR-ATU  TO REG-BCI322L-HR-INI
           ADD 1              TO REG-BCI322L-QT-EXEC
      *
           IF  W-IN-REG-NOVO EQUAL 'S'
               WRITE REG-BCI322L
                   INVALID KEY
                       MOVE 8 TO K0322-CD-RTN
                       MOVE 'S0322 - Erro ao gravar BCI322L.'
                           TO K0322-TX-MSG-RTN
               END-WRITE
           ELSE
               REWRITE REG-BCI322L
                   INVALID KEY
                       MOVE 8 TO K0322-CD-RTN
                       MOVE 'S0322 - Erro ao regravar BCI322L.'
                           TO K0322-TX-MSG-RTN
               END-REWRITE
           END-IF
      *
           IF  K0322-CD-RTN EQUAL ZEROS
           AND W-NR-ORD-CAD EQUAL 1
               PERFORM 120-000-ABRE-DATA-NEGOCIO
           END-IF
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       110-000-VERIFICA-PREDECESSOR  SECTION.
      *----------------------------------------------------------------*
      * Predecessor concluido na mesma data: 'F' ou 'A' (RC < 8).
      *
           MOVE K0322-DT-NEG  TO REG-BCI322L-DT-NEG
           MOVE W-CD-PGM-ANT  TO REG-BCI322L-CD-PGM
      *
           READ ARQ-BCI322L
               INVALID KEY
                   MOVE 6 TO K0322-CD-RTN
                   STRING 'S0322 - Predecessor ' W-CD-PGM-ANT
                          ' nao executado em ' K0322-DT-NEG '.'
                       DELIMITED BY SIZE INTO K0322-TX-MSG-RTN
                   GO TO 110-000-SAI
           END-READ
      *
           IF  REG-BCI322L-CD-EST NOT EQUAL 'F'
           AND REG-BCI322L-CD-EST NOT EQUAL 'A'
               MOVE 6 TO K0322-CD-RTN
               STRING 'S0322 - Predecessor ' W-CD-PGM-ANT
                      ' nao concluido em ' K0322-DT-NEG
                      ' (sit. ' REG-BCI322L-CD-EST
                      ' RC ' REG-BCI322L-CD-RTN-PGM ').'
                   DELIMITED BY SIZE INTO K0322-TX-MSG-RTN
           END-IF
           .
       110-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       120-000-ABRE-DATA-NEGOCIO  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO REG-BCI322L-DT-NEG
           MOVE SPACES TO REG-BCI322L-CD-PGM
      *
           READ ARQ-BCI322L
               INVALID KEY
                   MOVE 'S' TO W-IN-REG-NOVO
               NOT INVALID KEY
                   MOVE 'N' TO W-IN-REG-NOVO
           END-READ
      *
           MOVE SPACES       TO REG-BCI322L-DADOS
           MOVE K0322-DT-NEG TO REG-BCI322L-DT-NEG-ABTA
           MOVE K0322-DT-ATU TO REG-BCI322L-DT-ABTR
           MOVE K0322-HR-ATU TO REG-BCI322L-HR-ABTR
      *
           IF  W-IN-REG-NOVO EQUAL 'S'
               WRITE REG-BCI322L
                   INVALID KEY
                       MOVE 8 TO K0322-CD-RTN
               END-WRITE
           ELSE
               REWRITE REG-BCI322L
                   INVALID KEY
                       MOVE 8 TO K0322-CD-RTN
               END-REWRITE
           END-IF
      *
           IF  K0322-CD-RTN NOT EQUAL ZEROS
               MOVE 'S0322 - Erro ao gravar data aberta na BCI322L.'
                   TO K0322-TX-MSG-RTN
           END-IF
           .
       120-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       200-000-ENCERRA-RUN     SECTION.
      *----------------------------------------------------------------*
      *
           MOVE K0322-DT-NEG  TO REG-BCI322L-DT-NEG
           MOVE K0322-CD-PGM  TO REG-BCI322L-CD-PGM
      *
           READ ARQ-BCI322L
               INVALID KEY
                   MOVE 4 TO K0322-CD-RTN
                   MOVE 'S0322 - Run nao iniciado no livro de execucao.'
                       TO K0322-TX-MSG-RTN
                   GO TO 200-000-SAI
           END-READ
      *
           EVALUATE TRUE
               WHEN K0322-CD-RTN-PGM EQUAL ZEROS
                   MOVE 'F' TO REG-BCI322L-CD-EST
               WHEN K0322-CD-RTN-PGM LESS 8
                   MOVE 'A' TO REG-BCI322L-CD-EST
               WHEN OTHER
                   MOVE 'E' TO REG-BCI322L-CD-EST
           END-EVALUATE
      *
           MOVE K0322-CD-RTN-PGM TO REG-BCI322L-CD-RTN-PGM
           MOVE K0322-DT-ATU     TO REG-BCI322L-DT-FIM
           MOVE K0322-HR-ATU     TO REG-BCI322L-HR-FIM
           MOVE K0322-QT-LIDO    TO REG-BCI322L-QT-LIDO
           MOVE K0322-QT-GRAV    TO REG-BCI322L-QT-GRAV
           MOVE K0322-VL-CTL-1   TO REG-BCI322L-VL-CTL-1
           MOVE K0322-VL-CTL-2   TO REG-BCI322L-VL-CTL-2
      *
           REWRITE REG-BCI322L
               INVALID KEY
                   MOVE 8 TO K0322-CD-RTN
                   MOVE 'S0322 - Erro ao regravar BCI322L.'
                       TO K0322-TX-MSG-RTN
           END-REWRITE
           .
       200-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       300-000-CONSULTA-CADEIA SECTION.
      *----------------------------------------------------------------*
      * Uma ocorrencia por programa da cadeia, na ordem de execucao;
      * programa sem registro na data volta com situacao em branco.
      *
           IF  K0322-DT-NEG EQUAL ZEROS
               PERFORM 060-000-LE-DATA-ABERTA
               MOVE W-DT-NEG-ABTA TO K0322-DT-NEG
           END-IF
      *
           IF  K0322-DT-NEG EQUAL ZEROS
               MOVE 4 TO K0322-CD-RTN
               MOVE 'S0322 - Nenhuma data de negocio aberta.'
                   TO K0322-TX-MSG-RTN
               GO TO 300-000-SAI
           END-IF
      *
           MOVE 7 TO K0322-QT-PGM
           PERFORM 310-000-MOVE-PGM
               VARYING W-NR-NDX FROM 1 BY 1
               UNTIL W-NR-NDX GREATER 7
           .
       300-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       310-000-MOVE-PGM        SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE K0322-TB-PGM (W-NR-NDX)
           MOVE W-CD-PGM-CAD (W-NR-NDX) TO K0322-T-CD-PGM (W-NR-NDX)
      *
           MOVE K0322-DT-NEG            TO REG-BCI322L-DT-NEG
           MOVE W-CD-PGM-CAD (W-NR-NDX) TO REG-BCI322L-CD-PGM
      *
           READ ARQ-BCI322L
               INVALID KEY
                   GO TO 310-000-SAI
           END-READ
      *
           MOVE REG-BCI322L-CD-EST
               TO K0322-T-CD-EST (W-NR-NDX)
           MOVE REG-BCI322L-CD-RTN-PGM
               TO K0322-T-CD-RTN-PGM (W-NR-NDX)
           MOVE REG-BCI322L-QT-EXEC
               TO K0322-T-QT-EXEC (W-NR-NDX)
           MOVE REG-BCI322L-DT-INI
               TO K0322-T-DT-INI (W-NR-NDX)
           MOVE REG-BCI322L-HR-INI
               TO K0322-T-HR-INI (W-NR-NDX)
           MOVE REG-BCI322L-DT-FIM
               TO K0322-T-DT-FIM (W-NR-NDX)
           MOVE REG-BCI322L-HR-FIM
               TO K0322-T-HR-FIM (W-NR-NDX)
           MOVE REG-BCI322L-QT-LIDO
               TO K0322-T-QT-LIDO (W-NR-NDX)
           MOVE REG-BCI322L-QT-GRAV
               TO K0322-T-QT-GRAV (W-NR-NDX)
           MOVE REG-BCI322L-VL-CTL-1
               TO K0322-T-VL-CTL-1 (W-NR-NDX)
           MOVE REG-BCI322L-VL-CTL-2
               TO K0322-T-VL-CTL-2 (W-NR-NDX)
           MOVE REG-BCI322L-IN-AUTZ-REPR
               TO K0322-T-IN-AUTZ-REPR (W-NR-NDX)
           MOVE REG-BCI322L-CD-USU-AUTZ
               TO K0322-T-CD-USU-AUTZ (W-NR-NDX)
           MOVE REG-BCI322L-TX-MTV-AUTZ
               TO K0322-T-TX-MTV-AUTZ (W-NR-NDX)
           .
       310-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       400-000-AUTORIZA-REPR   SECTION.
      *----------------------------------------------------------------*
      * Autorizacao do operador p/ um novo run do programa na data -
      * cobre tanto a data ja executada quanto o predecessor nao
      * concluido, e vale p/ um unico run.
      *
           IF  K0322-CD-USU EQUAL SPACES
           OR  K0322-TX-MTV EQUAL SPACES
               MOVE 3 TO K0322-CD-RTN
               MOVE 'S0322 - Informe o operador e o motivo.'
                   TO K0322-TX-MSG-RTN
               GO TO 400-000-SAI
           END-IF
      *
           IF  K0322-DT-NEG EQUAL ZEROS
               PERFORM 060-000-LE-DATA-ABERTA
               MOVE W-DT-NEG-ABTA TO K0322-DT-NEG
           END-IF
      *
           IF  K0322-DT-NEG EQUAL ZEROS
               MOVE 3 TO K0322-CD-RTN
               MOVE 'S0322 - Informe a data de negocio.'
                   TO K0322-TX-MSG-RTN
               GO TO 400-000-SAI
           END-IF
      *
           MOVE 'N'           TO W-IN-REG-NOVO
           MOVE K0322-DT-NEG  TO REG-BCI322L-DT-NEG
           MOVE K0322-CD-PGM  TO REG-BCI322L-CD-PGM
      *
           READ ARQ-BCI322L
               INVALID KEY
                   MOVE 'S' TO W-IN-REG-NOVO
                   INITIALIZE REG-BCI322L-DADOS
                   MOVE K0322-DT-NEG  TO REG-BCI322L-DT-NEG
                   MOVE K0322-CD-PGM  TO REG-BCI322L-CD-PGM
                   MOVE W-NR-ORD-CAD  TO REG-BCI322L-NR-ORD-CAD
                   MOVE 'N'           TO REG-BCI322L-CD-EST
           END-READ
      *
           MOVE 'S'           TO REG-BCI322L-IN-AUTZ-REPR
           MOVE K0322-CD-USU  TO REG-BCI322L-CD-USU-AUTZ
           MOVE K0322-DT-ATU  TO REG-BCI322L-DT-AUTZ
           MOVE K0322-HR-ATU  TO REG-BCI322L-HR-AUTZ
           MOVE K0322-TX-MTV  TO REG-BCI322L-TX-MTV-AUTZ
      *
           IF  W-IN-REG-NOVO EQUAL 'S'
               WRITE REG-BCI322L
                   INVALID KEY
                       MOVE 8 TO K0322-CD-RTN
                       MOVE 'S0322 - Erro ao gravar BCI322L.'
                           TO K0322-TX-MSG-RTN
               END-WRITE
           ELSE
               REWRITE REG-BCI322L
                   INVALID KEY
                       MOVE 8 TO K0322-CD-RTN
                       MOVE 'S0322 - Erro ao regravar BCI322L.'
                           TO K0322-TX-MSG-RTN
               END-REWRITE
           END-IF
           .
       400-000-SAI.
           EXIT
           .
