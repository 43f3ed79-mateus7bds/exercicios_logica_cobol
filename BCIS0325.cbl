      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0325
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Registro do VET (Valor Efetivo Total) por ordem de
      *             pagamento (BCI325V). O OPES500V calcula o VET -
      *             custo total em reais por unidade de moeda
      *             estrangeira, com taxa de cambio (spread incluido),
      *             tarifas e IOF - na fase 'D', na cotacao 'Q' e na
      *             confirmacao, e grava aqui, na confirmacao do
      *             registro, exatamente os valores devolvidos ao
      *             canal e impressos no comprovante do cliente, p/ o
      *             extrato mensal e a apuracao de reclamacoes.
      *             Funcoes: 1 = registra (inclui ou regrava a ordem);
      *             2 = consulta.
      *             Na regravacao (alteracao da ordem) prevalecem os
      *             valores da ultima confirmacao; a data do registro
      *             original e mantida e a quantidade de alteracoes e
      *             somada.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0325.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * VET informado ao cliente por ordem (chave: numero da ordem)
           SELECT ARQ-BCI325V  ASSIGN TO BCI325V
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI325V-CHV
                  FILE STATUS  IS W-FS-BCI325V.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI325V.
       01  REG-BCI325V.
           03  REG-BCI325V-CHV.
               05  REG-BCI325V-CD-IDFR-ORD     PIC 9(10).
           03  REG-BCI325V-CD-TIP-ORD-PGTO     PIC 9(01).
           03  REG-BCI325V-CD-CNL              PIC X(01).
           03  REG-BCI325V-CD-CLI              PIC 9(09).
           03  REG-BCI325V-CD-PRF-DEPE-EMT     PIC 9(04).
           03  REG-BCI325V-CD-MOE              PIC 9(03).
           03  REG-BCI325V-VL-MOEE             PIC 9(13)V9(02).
      * Taxa de cambio aplicada ao cliente (spread incluido)
           03  REG-BCI325V-VL-TAXA-CMB         PIC 9(08)V9(07).
           03  REG-BCI325V-VL-MOEN             PIC 9(13)V9(02).
           03  REG-BCI325V-VL-TTL-TARF-MOEN    PIC 9(13)V9(02).
           03  REG-BCI325V-PC-IOF              PIC 9(03)V9(04).
           03  REG-BCI325V-VL-IOF-MOEN         PIC 9(13)V9(02).
      * Custo total = moeda nacional + tarifas + IOF
           03  REG-BCI325V-VL-CST-TTL-MOEN     PIC 9(13)V9(02).
      * VET = custo total / valor em moeda estrangeira
           03  REG-BCI325V-VL-VET              PIC 9(08)V9(07).
           03  REG-BCI325V-DT-REG              PIC 9(08).
           03  REG-BCI325V-HR-REG              PIC 9(06).
           03  REG-BCI325V-CD-USU-REG          PIC X(08).
           03  REG-BCI325V-DT-ULT-ALT          PIC 9(08).
           03  REG-BCI325V-HR-ULT-ALT          PIC 9(06).
           03  REG-BCI325V-CD-USU-ULT-ALT      PIC X(08).
           03  REG-BCI325V-QT-ALT              PIC 9(03).
           03  FILLER                          PIC X(20).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0325 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI325V                PIC X(02) VALUE ZEROS.
       77  W-IN-EXISTE                 PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K0325-CD-FUC                 PIC  9(01).
               88  K0325-REGISTRA           VALUE 1.
               88  K0325-CONSULTA           VALUE 2.
           03  K0325-CD-IDFR-ORD            PIC  9(10).
           03  K0325-CD-TIP-ORD-PGTO        PIC  9(01).
           03  K0325-CD-CNL                 PIC  X(01).
           03  K0325-CD-CLI                 PIC  9(09).
           03  K0325-CD-PRF-DEPE-EMT        PIC  9(04).
           03  K0325-CD-MOE                 PIC  9(03).
           03  K0325-VL-MOEE                PIC  9(13)V9(02).
           03  K0325-VL-TAXA-CMB            PIC  9(08)V9(07).
           03  K0325-VL-MOEN                PIC  9(13)V9(02).
           03  K0325-VL-TTL-TARF-MOEN       PIC  9(13)V9(02).
           03  K0325-PC-IOF                 PIC  9(03)V9(04).
           03  K0325-VL-IOF-MOEN            PIC  9(13)V9(02).
           03  K0325-VL-CST-TTL-MOEN        PIC  9(13)V9(02).
           03  K0325-VL-VET                 PIC  9(08)V9(07).
           03  K0325-CD-USU                 PIC  X(08).
           03  K0325-DT-ATU                 PIC  9(08).
           03  K0325-HR-ATU                 PIC  9(06).
           03  K0325-DT-REG                 PIC  9(08).
           03  K0325-DT-ULT-ALT             PIC  9(08).
           03  K0325-QT-ALT                 PIC  9(03).
           03  K0325-CD-RTN                 PIC  9(02).
           03  K0325-TX-MSG-RTN             PIC  X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K0325-CD-RTN
           MOVE SPACES TO K0325-TX-MSG-RTN
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K0325-CD-RTN
               MOVE 'S0325 - Area com tamanho invalido (book).'
                   TO K0325-TX-MSG-RTN
               GOBACK
           END-IF
      *
           OPEN I-O ARQ-BCI325V
      *
           IF  W-FS-BCI325V NOT EQUAL '00'
               MOVE 6 TO K0325-CD-RTN
               STRING 'S0325 - Erro abertura BCI325V FS='
                   DELIMITED BY SIZE
                   W-FS-BCI325V              DELIMITED BY SIZE
                   INTO K0325-TX-MSG-RTN
               GOBACK
           END-IF
      *
           EVALUATE TRUE
               WHEN K0325-REGISTRA
                   PERFORM 100-000-REGISTRA-VET
               WHEN K0325-CONSULTA
                   PERFORM 200-000-CONSULTA-VET
               WHEN OTHER
                   MOVE 2 TO K0325-CD-RTN
                   MOVE 'S0325 - Codigo de funcao invalido.'
                       TO K0325-TX-MSG-RTN
           END-EVALUATE
      *
           CLOSE ARQ-BCI325V
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       100-000-REGISTRA-VET  SECTION.
      *----------------------------------------------------------------*
      * Inclui o VET da ordem ou, se ja registrado (alteracao),
      * regrava com os valores da nova confirmacao.
      *
           IF  K0325-CD-IDFR-ORD EQUAL ZEROS
           OR  K0325-VL-MOEE     EQUAL ZEROS
           OR  K0325-VL-VET      EQUAL ZEROS
               MOVE 3 TO K0325-CD-RTN
               MOVE 'S0325 - Ordem, valor ou VET nao informado.'
                   TO K0325-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           MOVE K0325-CD-IDFR-ORD TO REG-BCI325V-CD-IDFR-ORD
      *
           READ ARQ-BCI325V
               INVALID KEY
                   MOVE 'N' TO W-IN-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO W-IN-EXISTE
           END-READ
      *
           IF  W-IN-EXISTE EQUAL 'N'
               INITIALIZE REG-BCI325V
               MOVE K0325-CD-IDFR-ORD TO REG-BCI325V-CD-IDFR-ORD
               MOVE K0325-DT-ATU      TO REG-BCI325V-DT-REG
               MOVE K0325-HR-ATU      TO REG-BCI325V-HR-REG
               MOVE K0325-CD-USU      TO REG-BCI325V-CD-USU-REG
           ELSE
               MOVE K0325-DT-ATU      TO REG-BCI325V-DT-ULT-ALT
               MOVE K0325-HR-ATU      TO REG-BCI325V-HR-ULT-ALT
               MOVE K0325-CD-USU      TO REG-BCI325V-CD-USU-ULT-ALT
               ADD  1                 TO REG-BCI325V-QT-ALT
           END-IF
      *
           MOVE K0325-CD-TIP-ORD-PGTO  TO REG-BCI325V-CD-TIP-ORD-PGTO
           MOVE K0325-CD-CNL           TO REG-BCI325V-CD-CNL
           MOVE K0325-CD-CLI           TO REG-BCI325V-CD-CLI
           MOVE K0325-CD-PRF-DEPE-EMT  TO REG-BCI325V-CD-PRF-DEPE-EMT
           MOVE K0325-CD-MOE           TO REG-BCI325V-CD-MOE
           MOVE K0325-VL-MOEE          TO REG-BCI325V-VL-MOEE
           MOVE K0325-VL-TAXA-CMB      TO REG-BCI325V-VL-TAXA-CMB
           MOVE K0325-VL-MOEN          TO REG-BCI325V-VL-MOEN
           MOVE K0325-VL-TTL-TARF-MOEN TO REG-BCI325V-VL-TTL-TARF-MOEN
           MOVE K0325-PC-IOF           TO REG-BCI325V-PC-IOF
           MOVE K0325-VL-IOF-MOEN      TO REG-BCI325V-VL-IOF-MOEN
           MOVE K0325-VL-CST-TTL-MOEN  TO REG-BCI325V-VL-CST-TTL-MOEN
           MOVE K0325-VL-VET           TO REG-BCI325V-VL-VET
      *
           IF  W-IN-EXISTE EQUAL 'N'
               WRITE REG-BCI325V
                   INVALID KEY
                       MOVE 4 TO K0325-CD-RTN
                       MOVE 'S0325 - Erro ao gravar VET BCI325V.'
                           TO K0325-TX-MSG-RTN
               END-WRITE
           ELSE
               REWRITE REG-BCI325V
                   INVALID KEY
                       MOVE 5 TO K0325-CD-RTN
                       MOVE 'S0325 - Erro ao regravar VET BCI325V.'
                           TO K0325-TX-MSG-RTN
               END-REWRITE
           END-IF
      *
           IF  K0325-CD-RTN EQUAL ZEROS
               PERFORM 900-000-DEVOLVE-REGISTRO
           END-IF
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       200-000-CONSULTA-VET  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE K0325-CD-IDFR-ORD TO REG-BCI325V-CD-IDFR-ORD
      *
           READ ARQ-BCI325V
               INVALID KEY
                   MOVE 21 TO K0325-CD-RTN
                   MOVE 'S0325 - Ordem sem VET registrado.'
                       TO K0325-TX-MSG-RTN
           END-READ
      *
           IF  K0325-CD-RTN EQUAL ZEROS
               PERFORM 900-000-DEVOLVE-REGISTRO
           END-IF
           .
       200-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       900-000-DEVOLVE-REGISTRO  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REG-BCI325V-CD-TIP-ORD-PGTO  TO K0325-CD-TIP-ORD-PGTO
           MOVE REG-BCI325V-CD-CNL           TO K0325-CD-CNL
           MOVE REG-BCI325V-CD-CLI           TO K0325-CD-CLI
           MOVE REG-BCI325V-CD-PRF-DEPE-EMT  TO K0325-CD-PRF-DEPE-EMT
           MOVE REG-BCI325V-CD-MOE           TO K0325-CD-MOE
           MOVE REG-BCI325V-VL-MOEE          TO K0325-VL-MOEE
           MOVE REG-BCI325V-VL-TAXA-CMB      TO K0325-VL-TAXA-CMB
           MOVE REG-BCI325V-VL-MOEN          TO K0325-VL-MOEN
           MOVE REG-BCI325V-VL-TTL-TARF-MOEN TO K0325-VL-TTL-TARF-MOEN
           MOVE REG-BCI325V-PC-IOF           TO K0325-PC-IOF
           MOVE REG-BCI325V-VL-IOF-MOEN      TO K0325-VL-IOF-MOEN
           MOVE REG-BCI325V-VL-CST-TTL-MOEN  TO K0325-VL-CST-TTL-MOEN
           MOVE REG-BCI325V-VL-VET           TO K0325-VL-VET
           MOVE REG-BCI325V-DT-REG           TO K0325-DT-REG
           MOVE REG-BCI325V-DT-ULT-ALT       TO K0325-DT-ULT-ALT
           MOVE REG-BCI325V-QT-ALT           TO K0325-QT-ALT
           .
       900-000-SAI.
           EXIT
           .
