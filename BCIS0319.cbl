      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0319
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Registro do documento comprobatorio por ordem de
      *             pagamento (BCI319D). Quando a tabela BCI015D exige
      *             documento p/ a natureza/tipo de cliente/faixa de
      *             valor da ordem, o OPES500V grava aqui, na
      *             confirmacao do registro, a referencia do documento
      *             entregue ou a pendencia com a data limite p/
      *             entrega. A posicao diaria das pendencias e emitida
      *             pelo BCIS0320.
      *             Funcoes: 1 = registra (inclui ou regrava a ordem);
      *             2 = consulta; 3 = informa a entrega do documento
      *             de ordem pendente.
      *             Na regravacao (alteracao da ordem) o documento ja
      *             entregue e mantido quando a nova entrada apenas
      *             repete a pendencia.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0319.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Documento comprobatorio por ordem (chave: numero da ordem)
           SELECT ARQ-BCI319D  ASSIGN TO BCI319D
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI319D-CHV
                  FILE STATUS  IS W-FS-BCI319D.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI319D.
       01  REG-BCI319D.
           03  REG-BCI319D-CHV.
               05  REG-BCI319D-CD-IDFR-ORD     PIC 9(10).
           03  REG-BCI319D-CD-NTZ              PIC 9(05).
           03  REG-BCI319D-CD-TIP-CLI          PIC 9(01).
      * NF = nota fiscal; DI = declaracao de importacao;
      * CS = contrato de servico; OU = outros
           03  REG-BCI319D-CD-TIP-DCTO         PIC X(02).
           03  REG-BCI319D-CD-REF-DCTO         PIC X(30).
      * E = documento entregue; P = pendente de entrega
           03  REG-BCI319D-CD-EST              PIC X(01).
           03  REG-BCI319D-DT-REG              PIC 9(08).
           03  REG-BCI319D-DT-LIM              PIC 9(08).
           03  REG-BCI319D-CD-CLI              PIC 9(09).
           03  REG-BCI319D-CD-PRF-DEPE-EMT     PIC 9(04).
           03  REG-BCI319D-CD-MOE              PIC 9(03).
           03  REG-BCI319D-VL-MOEE             PIC 9(13)V9(02).
           03  REG-BCI319D-VL-MOEN             PIC 9(13)V9(02).
           03  REG-BCI319D-CD-USU-REG          PIC X(08).
           03  REG-BCI319D-DT-ENTG             PIC 9(08).
           03  REG-BCI319D-CD-USU-ENTG         PIC X(08).
           03  FILLER                          PIC X(20).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0319 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI319D                PIC X(02) VALUE ZEROS.
       77  W-IN-EXISTE                 PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K0319-CD-FUC                 PIC  9(01).
               88  K0319-REGISTRA           VALUE 1.
               88  K0319-CONSULTA           VALUE 2.
               88  K0319-ENTREGA            VALUE 3.
           03  K0319-CD-IDFR-ORD            PIC  9(10).
           03  K0319-CD-NTZ                 PIC  9(05).
           03  K0319-CD-TIP-CLI             PIC  9(01).
           03  K0319-CD-TIP-DCTO            PIC  X(02).
           03  K0319-CD-REF-DCTO            PIC  X(30).
           03  K0319-CD-EST                 PIC  X(01).
           03  K0319-DT-LIM                 PIC  9(08).
           03  K0319-CD-CLI                 PIC  9(09).
           03  K0319-CD-PRF-DEPE-EMT        PIC  9(04).
           03  K0319-CD-MOE                 PIC  9(03).
           03  K0319-VL-MOEE                PIC  9(13)V9(02).
           03  K0319-VL-MOEN                PIC  9(13)V9(02).
           03  K0319-CD-USU                 PIC  X(08).
           03  K0319-DT-ATU                 PIC  9(08).
           03  K0319-DT-REG                 PIC  9(08).
           03  K0319-DT-ENTG                PIC  9(08).
           03  K0319-CD-RTN                 PIC  9(02).
           03  K0319-TX-MSG-RTN             PIC  X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K0319-CD-RTN
           MOVE SPACES TO K0319-TX-MSG-RTN
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K0319-CD-RTN
               MOVE 'S0319 - Area com tamanho invalido (book).'
                   TO K0319-TX-MSG-RTN
               GOBACK
           END-IF
      *
           OPEN I-O ARQ-BCI319D
      *
           IF  W-FS-BCI319D NOT EQUAL '00'
               MOVE 6 TO K0319-CD-RTN
               STRING 'S0319 - Erro abertura BCI319D FS='
                   DELIMITED BY SIZE
                   W-FS-BCI319D              DELIMITED BY SIZE
                   INTO K0319-TX-MSG-RTN
               GOBACK
           END-IF
      *
           EVALUATE TRUE
               WHEN K0319-REGISTRA
                   PERFORM 100-000-REGISTRA-DOCUMENTO
               WHEN K0319-CONSULTA
                   PERFORM 200-000-CONSULTA-DOCUMENTO
               WHEN K0319-ENTREGA
                   PERFORM 300-000-ENTREGA-DOCUMENTO
               WHEN OTHER
                   MOVE 2 TO K0319-CD-RTN
                   MOVE 'S0319 - Codigo de funcao invalido.'
                       TO K0319-TX-MSG-RTN
           END-EVALUATE
      *
           CLOSE ARQ-BCI319D
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       100-000-REGISTRA-DOCUMENTO  SECTION.
      *----------------------------------------------------------------*
      * Inclui o documento da ordem ou, se ja registrado (alteracao),
      * regrava com os dados novos. Referencia em branco = pendente,
      * com a data limite calculada pelo OPES500V.
      *
           IF  K0319-CD-IDFR-ORD EQUAL ZEROS
           OR  K0319-CD-TIP-DCTO EQUAL SPACES
               MOVE 3 TO K0319-CD-RTN
               MOVE 'S0319 - Ordem ou tipo de documento nao informado.'
                   TO K0319-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           IF  K0319-CD-REF-DCTO EQUAL SPACES
           AND K0319-DT-LIM      NOT GREATER K0319-DT-ATU
               MOVE 3 TO K0319-CD-RTN
               MOVE 'S0319 - Data limite da pendencia invalida.'
                   TO K0319-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           MOVE K0319-CD-IDFR-ORD TO REG-BCI319D-CD-IDFR-ORD
      *
           READ ARQ-BCI319D
               INVALID KEY
                   MOVE 'N' TO W-IN-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO W-IN-EXISTE
           END-READ
      *
           IF  W-IN-EXISTE EQUAL 'N'
               INITIALIZE REG-BCI319D
               MOVE K0319-CD-IDFR-ORD TO REG-BCI319D-CD-IDFR-ORD
               MOVE K0319-DT-ATU      TO REG-BCI319D-DT-REG
           END-IF
      *
           MOVE K0319-CD-NTZ           TO REG-BCI319D-CD-NTZ
           MOVE K0319-CD-TIP-CLI       TO REG-BCI319D-CD-TIP-CLI
           MOVE K0319-CD-CLI           TO REG-BCI319D-CD-CLI
           MOVE K0319-CD-PRF-DEPE-EMT  TO REG-BCI319D-CD-PRF-DEPE-EMT
           MOVE K0319-CD-MOE           TO REG-BCI319D-CD-MOE
           MOVE K0319-VL-MOEE          TO REG-BCI319D-VL-MOEE
           MOVE K0319-VL-MOEN          TO REG-BCI319D-VL-MOEN
           MOVE K0319-CD-USU           TO REG-BCI319D-CD-USU-REG
      *
           IF  K0319-CD-REF-DCTO NOT EQUAL SPACES
               MOVE K0319-CD-TIP-DCTO  TO REG-BCI319D-CD-TIP-DCTO
               MOVE K0319-CD-REF-DCTO  TO REG-BCI319D-CD-REF-DCTO
               MOVE 'E'                TO REG-BCI319D-CD-EST
               MOVE ZEROS              TO REG-BCI319D-DT-LIM
               MOVE K0319-DT-ATU       TO REG-BCI319D-DT-ENTG
               MOVE K0319-CD-USU       TO REG-BCI319D-CD-USU-ENTG
           ELSE
      *        Documento ja entregue do mesmo tipo permanece valido
               IF  W-IN-EXISTE             EQUAL 'S'
               AND REG-BCI319D-CD-EST      EQUAL 'E'
               AND REG-BCI319D-CD-TIP-DCTO EQUAL K0319-CD-TIP-DCTO
                   CONTINUE
               ELSE
                   MOVE K0319-CD-TIP-DCTO TO REG-BCI319D-CD-TIP-DCTO
                   MOVE SPACES            TO REG-BCI319D-CD-REF-DCTO
                   MOVE 'P'               TO REG-BCI319D-CD-EST
                   MOVE K0319-DT-LIM      TO REG-BCI319D-DT-LIM
                   MOVE ZEROS             TO REG-BCI319D-DT-ENTG
                   MOVE SPACES            TO REG-BCI319D-CD-USU-ENTG
               END-IF
           END-IF
      *
           IF  W-IN-EXISTE EQUAL 'N'
               WRITE REG-BCI319D
                   INVALID KEY
                       MOVE 4 TO K0319-CD-RTN
                       MOVE 'S0319 - Erro ao gravar documento BCI319D.'
                           TO K0319-TX-MSG-RTN
               END-WRITE
           ELSE
               REWRITE REG-BCI319D
                   INVALID KEY
                       MOVE 5 TO K0319-CD-RTN
                       MOVE 'S0319 - Erro ao regravar documento.'
                           TO K0319-TX-MSG-RTN
               END-REWRITE
           END-IF
      *
           IF  K0319-CD-RTN EQUAL ZEROS
               PERFORM 900-000-DEVOLVE-REGISTRO
           END-IF
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       200-000-CONSULTA-DOCUMENTO  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE K0319-CD-IDFR-ORD TO REG-BCI319D-CD-IDFR-ORD
      *
           READ ARQ-BCI319D
               INVALID KEY
                   MOVE 21 TO K0319-CD-RTN
                   MOVE 'S0319 - Ordem sem documento registrado.'
                       TO K0319-TX-MSG-RTN
           END-READ
      *
           IF  K0319-CD-RTN EQUAL ZEROS
               PERFORM 900-000-DEVOLVE-REGISTRO
           END-IF
           .
       200-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       300-000-ENTREGA-DOCUMENTO  SECTION.
      *----------------------------------------------------------------*
      * Baixa a pendencia com a referencia do documento recebido na
      * dependencia.
      *
           IF  K0319-CD-REF-DCTO EQUAL SPACES
               MOVE 3 TO K0319-CD-RTN
               MOVE 'S0319 - Referencia do documento nao informada.'
                   TO K0319-TX-MSG-RTN
               GO TO 300-000-SAI
           END-IF
      *
           MOVE K0319-CD-IDFR-ORD TO REG-BCI319D-CD-IDFR-ORD
      *
           READ ARQ-BCI319D
               INVALID KEY
                   MOVE 21 TO K0319-CD-RTN
                   MOVE 'S0319 - Ordem sem documento registrado.'
                       TO K0319-TX-MSG-RTN
           END-READ
      *
           IF  K0319-CD-RTN NOT EQUAL ZEROS
               GO TO 300-000-SAI
           END-IF
      *
           IF  REG-BCI319D-CD-EST NOT EQUAL 'P'
               MOVE 22 TO K0319-CD-RTN
               MOVE 'S0319 - Documento da ordem ja entregue.'
                   TO K0319-TX-MSG-RTN
               GO TO 300-000-SAI
           END-IF
      *
           MOVE K0319-CD-REF-DCTO TO REG-BCI319D-CD-REF-DCTO
           MOVE 'E'               TO REG-BCI319D-CD-EST
           MOVE K0319-DT-ATU      TO REG-BCI319D-DT-ENTG
           MOVE K0319-CD-USU      TO REG-BCI319D-CD-USU-ENTG
      *
           REWRITE REG-BCI319D
               INVALID KEY
                   MOVE 25 TO K0319-CD-RTN
                   MOVE 'S0319 - Erro ao regravar documento BCI319D.'
                       TO K0319-TX-MSG-RTN
           END-REWRITE
      *
           IF  K0319-CD-RTN EQUAL ZEROS
               PERFORM 900-000-DEVOLVE-REGISTRO
           END-IF
           .
       300-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       900-000-DEVOLVE-REGISTRO  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REG-BCI319D-CD-NTZ          TO K0319-CD-NTZ
           MOVE REG-BCI319D-CD-TIP-CLI      TO K0319-CD-TIP-CLI
           MOVE REG-BCI319D-CD-TIP-DCTO     TO K0319-CD-TIP-DCTO
           MOVE REG-BCI319D-CD-REF-DCTO     TO K0319-CD-REF-DCTO
           MOVE REG-BCI319D-CD-EST          TO K0319-CD-EST
           MOVE REG-BCI319D-DT-LIM          TO K0319-DT-LIM
           MOVE REG-BCI319D-CD-CLI          TO K0319-CD-CLI
           MOVE REG-BCI319D-CD-PRF-DEPE-EMT TO K0319-CD-PRF-DEPE-EMT
           MOVE REG-BCI319D-CD-MOE          TO K0319-CD-MOE
           MOVE REG-BCI319D-VL-MOEE         TO K0319-VL-MOEE
           MOVE REG-BCI319D-VL-MOEN         TO K0319-VL-MOEN
           MOVE REG-BCI319D-DT-REG          TO K0319-DT-REG
           MOVE REG-BCI319D-DT-ENTG         TO K0319-DT-ENTG
           .
       900-000-SAI.
           EXIT
           .
