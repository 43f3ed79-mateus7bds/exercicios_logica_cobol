      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0333
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Retencao do primeiro pagamento a beneficiario novo
      *             (BCI333R, chave: numero da ordem). A ordem acima do
      *             valor parametrizado p/ o canal e o segmento, a um
      *             beneficiario (SWIFT + conta) que o cliente nunca
      *             pagou - nem na base de ordens recentes (BCIS0270)
      *             nem no cadastro de beneficiarios frequentes
      *             (BCI007B) - e aceita e retida: a mensagem SWIFT
      *             (BCIS0286) so e gerada depois da liberacao, pela
      *             confirmacao fora do canal ou pelo fim do periodo de
      *             carencia (BCIS0334).
      *             Funcoes:
      *             1 = verifica se o beneficiario esta no cadastro de
      *                 frequentes do cliente (IN-BNFC-FAVT);
      *             2 = registra a retencao (OPES500V/929-000), com o
      *                 fim da carencia = data/hora atual + QT-HR-RET;
      *             3 = libera por confirmacao fora do canal (usuario e
      *                 motivo obrigatorios), pela transacao BCIS020M;
      *             4 = cancela a retencao da ordem cancelada
      *                 (OPES500V/931-000); ordem sem retencao devolve
      *                 CD-RTN 3;
      *             5 = consulta a retencao da ordem (BCIS0286).
      *             Situacoes: R retida, L liberada por confirmacao,
      *             D liberada por decurso da carencia, C cancelada.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0333.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Retencoes de primeiro pagamento (chave: numero da ordem)
           SELECT ARQ-BCI333R  ASSIGN TO BCI333R
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI333R-CHV
                  FILE STATUS  IS W-FS-BCI333R.
      *
      * Cadastro de beneficiarios frequentes (mantido pela BCIS007M),
      * aberto somente p/ leitura.
           SELECT ARQ-BCI007B  ASSIGN TO BCI007B
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI007B-CHV
                  FILE STATUS  IS W-FS-BCI007B.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI333R.
       01  REG-BCI333R.
           03  REG-BCI333R-CHV.
               05  REG-BCI333R-CD-IDFR-ORD     PIC 9(10).
           03  REG-BCI333R-CD-CLI              PIC 9(09).
           03  REG-BCI333R-CD-CNL              PIC X(01).
           03  REG-BCI333R-CD-TIP-CLI          PIC 9(01).
           03  REG-BCI333R-CD-SWFT-BNFC        PIC X(11).
           03  REG-BCI333R-CD-CT-BNFC          PIC X(20).
           03  REG-BCI333R-NM-BNFC             PIC X(35).
           03  REG-BCI333R-CD-MOE              PIC 9(03).
           03  REG-BCI333R-VL-MOEE             PIC 9(13)V9(02).
           03  REG-BCI333R-VL-MOEN             PIC 9(13)V9(02).
           03  REG-BCI333R-VL-LIM-RET          PIC 9(08).
           03  REG-BCI333R-DT-RET              PIC 9(08).
           03  REG-BCI333R-HR-RET              PIC 9(06).
           03  REG-BCI333R-DT-FIM-RET          PIC 9(08).
           03  REG-BCI333R-HR-FIM-RET          PIC 9(06).
           03  REG-BCI333R-CD-USU-RET          PIC X(08).
           03  REG-BCI333R-CD-EST              PIC X(01).
           03  REG-BCI333R-DT-EST              PIC 9(08).
           03  REG-BCI333R-HR-EST              PIC 9(06).
           03  REG-BCI333R-CD-USU-EST          PIC X(08).
           03  REG-BCI333R-TX-MTV-EST          PIC X(40).
           03  FILLER                          PIC X(20).
      *
       FD  ARQ-BCI007B.
       01  REG-BCI007B.
           03  REG-BCI007B-CHV.
               05  REG-BCI007B-CD-CLI          PIC 9(09).
               05  REG-BCI007B-CD-BNFC-FAVT    PIC 9(03).
           03  REG-BCI007B-NM-BNFC             PIC X(35).
           03  REG-BCI007B-TX-END-BNFC         PIC X(35).
           03  REG-BCI007B-NM-CID-BNFC         PIC X(20).
           03  REG-BCI007B-CD-PAIS-BNFC        PIC 9(03).
           03  REG-BCI007B-NM-PAIS-BNFC        PIC X(20).
           03  REG-BCI007B-CD-SWFT-BNFC        PIC X(11).
           03  REG-BCI007B-CD-CT-BNFC          PIC X(20).
           03  REG-BCI007B-NM-BCO-BNFC         PIC X(35).
           03  FILLER                          PIC X(20).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0333 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI333R                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI007B                PIC X(02) VALUE ZEROS.
       77  W-IN-EXISTE                 PIC X(01) VALUE 'N'.
      *
      * Fim da carencia: data/hora atual avancada de QT-HR-RET horas
       01  W-DT-FIM-RET                PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES W-DT-FIM-RET.
           03  W-AA-FIM                PIC 9(04).
           03  W-MM-FIM                PIC 9(02).
           03  W-DD-FIM                PIC 9(02).
       01  W-HR-FIM-RET                PIC 9(06) VALUE ZEROS.
       01  FILLER REDEFINES W-HR-FIM-RET.
           03  W-HH-FIM                PIC 9(02).
           03  W-MI-SS-FIM             PIC 9(04).
      *
       77  W-QT-HR-TOT                 PIC 9(05) VALUE ZEROS.
       77  W-QT-DIAS-AVNC              PIC 9(03) VALUE ZEROS.
       77  W-QT-DIAS-CTDO              PIC 9(03) VALUE ZEROS.
       77  W-QT-DIAS-MES               PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K0333-CD-FUC                 PIC  9(01).
               88  K0333-VERIFICA-FAVT      VALUE 1.
               88  K0333-REGISTRA           VALUE 2.
               88  K0333-LIBERA             VALUE 3.
               88  K0333-CANCELA            VALUE 4.
               88  K0333-CONSULTA           VALUE 5.
           03  K0333-CD-IDFR-ORD            PIC  9(10).
           03  K0333-CD-CLI                 PIC  9(09).
           03  K0333-CD-SWFT-BNFC           PIC  X(11).
           03  K0333-CD-CT-BNFC             PIC  X(20).
           03  K0333-NM-BNFC                PIC  X(35).
           03  K0333-CD-CNL                 PIC  X(01).
           03  K0333-CD-TIP-CLI             PIC  9(01).
           03  K0333-CD-MOE                 PIC  9(03).
           03  K0333-VL-MOEE                PIC  9(13)V9(02).
           03  K0333-VL-MOEN                PIC  9(13)V9(02).
           03  K0333-VL-LIM-RET             PIC  9(08).
           03  K0333-QT-HR-RET              PIC  9(03).
           03  K0333-CD-USU                 PIC  X(08).
           03  K0333-DT-ATU                 PIC  9(08).
           03  K0333-HR-ATU                 PIC  9(06).
           03  K0333-TX-MTV                 PIC  X(40).
           03  K0333-IN-BNFC-FAVT           PIC  X(01).
           03  K0333-CD-EST                 PIC  X(01).
           03  K0333-DT-FIM-RET             PIC  9(08).
           03  K0333-HR-FIM-RET             PIC  9(06).
           03  K0333-CD-RTN                 PIC  9(02).
           03  K0333-TX-MSG-RTN             PIC  X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K0333-CD-RTN
           MOVE SPACES TO K0333-TX-MSG-RTN
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K0333-CD-RTN
               MOVE 'S0333 - Area com tamanho invalido (book).'
                   TO K0333-TX-MSG-RTN
               GOBACK
           END-IF
      *
           EVALUATE TRUE
               WHEN K0333-VERIFICA-FAVT
                   PERFORM 100-000-VERIFICA-FAVT
               WHEN K0333-REGISTRA
               WHEN K0333-LIBERA
               WHEN K0333-CANCELA
               WHEN K0333-CONSULTA
                   PERFORM 200-000-TRATA-RETENCAO
               WHEN OTHER
                   MOVE 2 TO K0333-CD-RTN
                   MOVE 'S0333 - Codigo de funcao invalido.'
                       TO K0333-TX-MSG-RTN
           END-EVALUATE
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       100-000-VERIFICA-FAVT  SECTION.
      *----------------------------------------------------------------*
      * Percorre os beneficiarios frequentes do cliente procurando o
      * mesmo SWIFT + conta da ordem.
      *
           MOVE 'N' TO K0333-IN-BNFC-FAVT
      *
           OPEN INPUT ARQ-BCI007B
      *
           IF  W-FS-BCI007B NOT EQUAL '00'
               MOVE 6 TO K0333-CD-RTN
               STRING 'S0333 - Erro abertura BCI007B FS='
                   DELIMITED BY SIZE
                   W-FS-BCI007B              DELIMITED BY SIZE
                   INTO K0333-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           MOVE K0333-CD-CLI TO REG-BCI007B-CD-CLI
           MOVE ZEROS        TO REG-BCI007B-CD-BNFC-FAVT
      *
           START ARQ-BCI007B KEY IS NOT LESS REG-BCI007B-CHV
               INVALID KEY
                   MOVE '23' TO W-FS-BCI007B
           END-START
      *
           PERFORM 110-000-LE-PROXIMO-FAVT
               UNTIL W-FS-BCI007B NOT EQUAL '00'
                  OR K0333-IN-BNFC-FAVT EQUAL 'S'
      *
           CLOSE ARQ-BCI007B
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       110-000-LE-PROXIMO-FAVT  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-BCI007B NEXT RECORD
               AT END
                   MOVE '10' TO W-FS-BCI007B
           END-READ
      *
           IF  W-FS-BCI007B NOT EQUAL '00'
               GO TO 110-000-SAI
           END-IF
      *
           IF  REG-BCI007B-CD-CLI NOT EQUAL K0333-CD-CLI
      *        Mudou o cliente - fim dos beneficiarios dele
               MOVE '10' TO W-FS-BCI007B
               GO TO 110-000-SAI
           END-IF
      *
           IF  REG-BCI007B-CD-SWFT-BNFC EQUAL K0333-CD-SWFT-BNFC
           AND REG-BCI007B-CD-CT-BNFC   EQUAL K0333-CD-CT-BNFC
               MOVE 'S' TO K0333-IN-BNFC-FAVT
           END-IF
           .
       110-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       200-000-TRATA-RETENCAO  SECTION.
      *----------------------------------------------------------------*
      *
           IF  K0333-CD-IDFR-ORD EQUAL ZEROS
               MOVE 4 TO K0333-CD-RTN
               MOVE 'S0333 - Ordem nao informada.'
                   TO K0333-TX-MSG-RTN
               GO TO 200-000-SAI
           END-IF
      *
           IF  K0333-LIBERA
           AND (K0333-CD-USU EQUAL SPACES
            OR  K0333-TX-MTV EQUAL SPACES)
               MOVE 5 TO K0333-CD-RTN
               MOVE 'S0333 - Usuario e motivo da liberacao obrigat.'
                   TO K0333-TX-MSG-RTN
               GO TO 200-000-SAI
           END-IF
      *
           IF  K0333-CONSULTA
               OPEN INPUT ARQ-BCI333R
           ELSE
               OPEN I-O   ARQ-BCI333R
           END-IF
      *
           IF  W-FS-BCI333R NOT EQUAL '00'
               MOVE 6 TO K0333-CD-RTN
               STRING 'S0333 - Erro abertura BCI333R FS='
                   DELIMITED BY SIZE
                   W-FS-BCI333R              DELIMITED BY SIZE
                   INTO K0333-TX-MSG-RTN
               GO TO 200-000-SAI
           END-IF
      *
           MOVE K0333-CD-IDFR-ORD TO REG-BCI333R-CD-IDFR-ORD
      *
           READ ARQ-BCI333R
               INVALID KEY
                   MOVE 'N' TO W-IN-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO W-IN-EXISTE
           END-READ
      *
           IF  W-IN-EXISTE EQUAL 'N'
           AND NOT K0333-REGISTRA
               MOVE 3 TO K0333-CD-RTN
               MOVE 'S0333 - Ordem sem retencao de primeiro pagamento.'
                   TO K0333-TX-MSG-RTN
           ELSE
               EVALUATE TRUE
                   WHEN K0333-REGISTRA
                       PERFORM 210-000-REGISTRA-RETENCAO
                   WHEN K0333-LIBERA
                       PERFORM 220-000-LIBERA-RETENCAO
                   WHEN K0333-CANCELA
                       PERFORM 230-000-CANCELA-RETENCAO
                   WHEN OTHER
                       MOVE REG-BCI333R-CD-EST     TO K0333-CD-EST
                       MOVE REG-BCI333R-DT-FIM-RET TO K0333-DT-FIM-RET
                       MOVE REG-BCI333R-HR-FIM-RET TO K0333-HR-FIM-RET
               END-EVALUATE
           END-IF
      *
           CLOSE ARQ-BCI333R
           .
       200-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       210-000-REGISTRA-RETENCAO  SECTION.
      *----------------------------------------------------------------*
      * Inclui a retencao ou, na alteracao da ordem retida, regrava
      * com os dados da nova confirmacao e nova carencia.
      *
           PERFORM 240-000-CALCULA-FIM-RET
      *
           INITIALIZE REG-BCI333R
           MOVE K0333-CD-IDFR-ORD    TO REG-BCI333R-CD-IDFR-ORD
           MOVE K0333-CD-CLI         TO REG-BCI333R-CD-CLI
           MOVE K0333-CD-CNL         TO REG-BCI333R-CD-CNL
           MOVE K0333-CD-TIP-CLI     TO REG-BCI333R-CD-TIP-CLI
           MOVE K0333-CD-SWFT-BNFC   TO REG-BCI333R-CD-SWFT-BNFC
           MOVE K0333-CD-CT-BNFC     TO REG-BCI333R-CD-CT-BNFC
           MOVE K0333-NM-BNFC        TO REG-BCI333R-NM-BNFC
           MOVE K0333-CD-MOE         TO REG-BCI333R-CD-MOE
           MOVE K0333-VL-MOEE        TO REG-BCI333R-VL-MOEE
           MOVE K0333-VL-MOEN        TO REG-BCI333R-VL-MOEN
           MOVE K0333-VL-LIM-RET     TO REG-BCI333R-VL-LIM-RET
           MOVE K0333-DT-ATU         TO REG-BCI333R-DT-RET
           MOVE K0333-HR-ATU         TO REG-BCI333R-HR-RET
           MOVE W-DT-FIM-RET         TO REG-BCI333R-DT-FIM-RET
           MOVE W-HR-FIM-RET         TO REG-BCI333R-HR-FIM-RET
           MOVE K0333-CD-USU         TO REG-BCI333R-CD-USU-RET
           MOVE 'R'                  TO REG-BCI333R-CD-EST
           MOVE K0333-DT-ATU         TO REG-BCI333R-DT-EST
           MOVE K0333-HR-ATU         TO REG-BCI333R-HR-EST
           MOVE K0333-CD-USU         TO REG-BCI333R-CD-USU-EST
      *
           IF  W-IN-EXISTE EQUAL 'N'
               WRITE REG-BCI333R
                   INVALID KEY
                       MOVE 7 TO K0333-CD-RTN
                       MOVE 'S0333 - Erro ao gravar retencao BCI333R.'
                           TO K0333-TX-MSG-RTN
               END-WRITE
           ELSE
               REWRITE REG-BCI333R
                   INVALID KEY
                       MOVE 8 TO K0333-CD-RTN
                       MOVE 'S0333 - Erro ao regravar retencao BCI333R.'
                           TO K0333-TX-MSG-RTN
               END-REWRITE
           END-IF
      *
           MOVE 'R'                  TO K0333-CD-EST
           MOVE W-DT-FIM-RET         TO K0333-DT-FIM-RET
           MOVE W-HR-FIM-RET         TO K0333-HR-FIM-RET
           .
       210-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       220-000-LIBERA-RETENCAO  SECTION.
      *----------------------------------------------------------------*
      * Confirmacao do cliente fora do canal (retorno de ligacao,
      * agencia etc.), registrada com o usuario e o motivo.
      *
           IF  REG-BCI333R-CD-EST NOT EQUAL 'R'
               MOVE 9 TO K0333-CD-RTN
               STRING 'S0333 - Ordem nao esta retida (situacao '
                      REG-BCI333R-CD-EST ').'
                   DELIMITED BY SIZE INTO K0333-TX-MSG-RTN
               GO TO 220-000-SAI
           END-IF
      *
           MOVE 'L'                  TO REG-BCI333R-CD-EST
           PERFORM 250-000-REGRAVA-SITUACAO
           .
       220-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       230-000-CANCELA-RETENCAO  SECTION.
      *----------------------------------------------------------------*
      * Ordem cancelada ainda retida: a retencao encerra cancelada.
      * Retencao ja liberada permanece como esta.
      *
           IF  REG-BCI333R-CD-EST NOT EQUAL 'R'
               MOVE REG-BCI333R-CD-EST TO K0333-CD-EST
               GO TO 230-000-SAI
           END-IF
      *
           MOVE 'C'                  TO REG-BCI333R-CD-EST
           PERFORM 250-000-REGRAVA-SITUACAO
           .
       230-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       240-000-CALCULA-FIM-RET  SECTION.
      *----------------------------------------------------------------*
      * Soma as horas de carencia a hora atual; as horas que passam de
      * 24 avancam a data, um dia por iteracao (virada de mes/ano e
      * ano bissexto, mesma regra do BCIS0270).
      *
           MOVE K0333-DT-ATU TO W-DT-FIM-RET
           MOVE K0333-HR-ATU TO W-HR-FIM-RET
      *
           COMPUTE W-QT-HR-TOT = W-HH-FIM + K0333-QT-HR-RET
           DIVIDE W-QT-HR-TOT BY 24 GIVING W-QT-DIAS-AVNC
               REMAINDER W-HH-FIM
      *
           MOVE ZEROS TO W-QT-DIAS-CTDO
           PERFORM 241-000-AVANCA-UM-DIA
               UNTIL W-QT-DIAS-CTDO NOT LESS W-QT-DIAS-AVNC
           .
       240-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       241-000-AVANCA-UM-DIA  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 242-000-DIAS-DO-MES
      *
           IF  W-DD-FIM LESS W-QT-DIAS-MES
               ADD 1 TO W-DD-FIM
           ELSE
               MOVE 1 TO W-DD-FIM
               IF  W-MM-FIM EQUAL 12
                   MOVE 1 TO W-MM-FIM
                   ADD 1  TO W-AA-FIM
               ELSE
                   ADD 1  TO W-MM-FIM
               END-IF
           END-IF
      *
           ADD 1 TO W-QT-DIAS-CTDO
           .
       241-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       242-000-DIAS-DO-MES  SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE W-MM-FIM
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO W-QT-DIAS-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO W-QT-DIAS-MES
               WHEN 2
                   IF  FUNCTION MOD (W-AA-FIM 4) EQUAL ZEROS
                   AND (FUNCTION MOD (W-AA-FIM 100) NOT EQUAL ZEROS
                        OR FUNCTION MOD (W-AA-FIM 400) EQUAL ZEROS)
                       MOVE 29 TO W-QT-DIAS-MES
                   ELSE
                       MOVE 28 TO W-QT-DIAS-MES
                   END-IF
           END-EVALUATE
           .
       242-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       250-000-REGRAVA-SITUACAO  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE K0333-DT-ATU         TO REG-BCI333R-DT-EST
           MOVE K0333-HR-ATU         TO REG-BCI333R-HR-EST
           MOVE K0333-CD-USU         TO REG-BCI333R-CD-USU-EST
           MOVE K0333-TX-MTV         TO REG-BCI333R-TX-MTV-EST
      *
           REWRITE REG-BCI333R
               INVALID KEY
                   MOVE 8 TO K0333-CD-RTN
                   MOVE 'S0333 - Erro ao regravar retencao BCI333R.'
                       TO K0333-TX-MSG-RTN
           END-REWRITE
      *
           MOVE REG-BCI333R-CD-EST     TO K0333-CD-EST
           MOVE REG-BCI333R-DT-FIM-RET TO K0333-DT-FIM-RET
           MOVE REG-BCI333R-HR-FIM-RET TO K0333-HR-FIM-RET
           .
       250-000-SAI.
           EXIT
           .
