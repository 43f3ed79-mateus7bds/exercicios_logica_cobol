      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0330
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Indice das ordens de pagamento por tomador
      *             (BCI330I), base da consulta online de ordens do
      *             cliente por CPF/CNPJ ou codigo de cliente e periodo
      *             (BCIS0331). Gravado pelo OPES500V na confirmacao do
      *             registro (924-000), com a data do registro, moeda,
      *             valor e beneficiario da ordem.
      *             Chave primaria: numero da ordem. Chaves
      *             alternativas: identificador da pessoa (CPF ou
      *             identificador PJ do CNPJ alfa, o mesmo que trafega
      *             em S500V-CD-CPF-CGC) + data do registro + ordem, e
      *             codigo do cliente + data do registro + ordem.
      *             Funcao: 1 = registra (inclui ou regrava a ordem).
      *             Na regravacao (alteracao da ordem) a data do
      *             registro original e mantida.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0330.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Ordens por tomador (chave: numero da ordem; alternativas:
      * pessoa + data e cliente + data)
           SELECT ARQ-BCI330I  ASSIGN TO BCI330I
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI330I-CHV
                  ALTERNATE RECORD KEY IS REG-BCI330I-CHV-IDFC
                  ALTERNATE RECORD KEY IS REG-BCI330I-CHV-CLI
                  FILE STATUS  IS W-FS-BCI330I.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI330I.
       01  REG-BCI330I.
           03  REG-BCI330I-CHV.
               05  REG-BCI330I-CD-IDFR-ORD     PIC 9(10).
           03  REG-BCI330I-CHV-IDFC.
               05  REG-BCI330I-NR-IDFC-PF-PJ   PIC 9(14).
               05  REG-BCI330I-DT-REG-IDFC     PIC 9(08).
               05  REG-BCI330I-CD-IDFR-IDFC    PIC 9(10).
           03  REG-BCI330I-CHV-CLI.
               05  REG-BCI330I-CD-CLI          PIC 9(09).
               05  REG-BCI330I-DT-REG-CLI      PIC 9(08).
               05  REG-BCI330I-CD-IDFR-CLI     PIC 9(10).
           03  REG-BCI330I-CD-TIP-ORD-PGTO     PIC 9(01).
           03  REG-BCI330I-CD-PRF-DEPE-EMT     PIC 9(04).
           03  REG-BCI330I-CD-MOE              PIC 9(03).
           03  REG-BCI330I-VL-MOEE             PIC 9(13)V9(02).
           03  REG-BCI330I-NM-BNFC             PIC X(35).
           03  REG-BCI330I-CD-USU-REG          PIC X(08).
           03  REG-BCI330I-DT-ULT-ALT          PIC 9(08).
           03  REG-BCI330I-CD-USU-ULT-ALT      PIC X(08).
           03  FILLER                          PIC X(20).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0330 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI330I                PIC X(02) VALUE ZEROS.
       77  W-IN-EXISTE                 PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K0330-CD-FUC                 PIC  9(01).
               88  K0330-REGISTRA           VALUE 1.
           03  K0330-CD-IDFR-ORD            PIC  9(10).
           03  K0330-NR-IDFC-PF-PJ          PIC  9(14).
           03  K0330-CD-CLI                 PIC  9(09).
           03  K0330-CD-TIP-ORD-PGTO        PIC  9(01).
           03  K0330-CD-PRF-DEPE-EMT        PIC  9(04).
           03  K0330-CD-MOE                 PIC  9(03).
           03  K0330-VL-MOEE                PIC  9(13)V9(02).
           03  K0330-NM-BNFC                PIC  X(35).
           03  K0330-CD-USU                 PIC  X(08).
           03  K0330-DT-ATU                 PIC  9(08).
           03  K0330-CD-RTN                 PIC  9(02).
           03  K0330-TX-MSG-RTN             PIC  X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K0330-CD-RTN
           MOVE SPACES TO K0330-TX-MSG-RTN
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K0330-CD-RTN
               MOVE 'S0330 - Area com tamanho invalido (book).'
                   TO K0330-TX-MSG-RTN
               GOBACK
           END-IF
      *
           IF  NOT K0330-REGISTRA
               MOVE 2 TO K0330-CD-RTN
               MOVE 'S0330 - Codigo de funcao invalido.'
                   TO K0330-TX-MSG-RTN
               GOBACK
           END-IF
      *
           IF  K0330-CD-IDFR-ORD EQUAL ZEROS
           OR (K0330-NR-IDFC-PF-PJ EQUAL ZEROS
           AND K0330-CD-CLI        EQUAL ZEROS)
               MOVE 3 TO K0330-CD-RTN
               MOVE 'S0330 - Ordem ou tomador nao informado.'
                   TO K0330-TX-MSG-RTN
               GOBACK
           END-IF
      *
           OPEN I-O ARQ-BCI330I
      *
           IF  W-FS-BCI330I NOT EQUAL '00'
               MOVE 6 TO K0330-CD-RTN
               STRING 'S0330 - Erro abertura BCI330I FS='
                   DELIMITED BY SIZE
                   W-FS-BCI330I              DELIMITED BY SIZE
                   INTO K0330-TX-MSG-RTN
               GOBACK
           END-IF
      *
           PERFORM 100-000-REGISTRA-ORDEM
      *
           CLOSE ARQ-BCI330I
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       100-000-REGISTRA-ORDEM  SECTION.
      *----------------------------------------------------------------*
      * Inclui a ordem no indice ou, se ja indexada (alteracao),
      * regrava com os dados da nova confirmacao.
      *
           MOVE K0330-CD-IDFR-ORD TO REG-BCI330I-CD-IDFR-ORD
      *
           READ ARQ-BCI330I
               INVALID KEY
                   MOVE 'N' TO W-IN-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO W-IN-EXISTE
           END-READ
      *
           IF  W-IN-EXISTE EQUAL 'N'
               INITIALIZE REG-BCI330I
               MOVE K0330-CD-IDFR-ORD TO REG-BCI330I-CD-IDFR-ORD
                                         REG-BCI330I-CD-IDFR-IDFC
                                         REG-BCI330I-CD-IDFR-CLI
               MOVE K0330-DT-ATU      TO REG-BCI330I-DT-REG-IDFC
                                         REG-BCI330I-DT-REG-CLI
               MOVE K0330-CD-USU      TO REG-BCI330I-CD-USU-REG
           ELSE
               MOVE K0330-DT-ATU      TO REG-BCI330I-DT-ULT-ALT
               MOVE K0330-CD-USU      TO REG-BCI330I-CD-USU-ULT-ALT
           END-IF
      *
           MOVE K0330-NR-IDFC-PF-PJ    TO REG-BCI330I-NR-IDFC-PF-PJ
           MOVE K0330-CD-CLI           TO REG-BCI330I-CD-CLI
           MOVE K0330-CD-TIP-ORD-PGTO  TO REG-BCI330I-CD-TIP-ORD-PGTO
           MOVE K0330-CD-PRF-DEPE-EMT  TO REG-BCI330I-CD-PRF-DEPE-EMT
           MOVE K0330-CD-MOE           TO REG-BCI330I-CD-MOE
           MOVE K0330-VL-MOEE          TO REG-BCI330I-VL-MOEE
           MOVE K0330-NM-BNFC          TO REG-BCI330I-NM-BNFC
      *
           IF  W-IN-EXISTE EQUAL 'N'
               WRITE REG-BCI330I
                   INVALID KEY
                       MOVE 4 TO K0330-CD-RTN
                       MOVE 'S0330 - Erro ao gravar indice BCI330I.'
                           TO K0330-TX-MSG-RTN
               END-WRITE
           ELSE
               REWRITE REG-BCI330I
                   INVALID KEY
                       MOVE 5 TO K0330-CD-RTN
                       MOVE 'S0330 - Erro ao regravar indice BCI330I.'
                           TO K0330-TX-MSG-RTN
               END-REWRITE
           END-IF
           .
       100-000-SAI.
           EXIT
           .
