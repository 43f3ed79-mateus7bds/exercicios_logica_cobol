      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0311
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Execucao diaria das ordens agendadas (base BCI310A,
      *             gravada pelo OPES500V na confirmacao da ordem com
      *             S500V-IN-ORPG-AGDD = 'S' via BCIS0310). Para cada
      *             agendamento pendente com data de execucao ate o
      *             dia (o que ficou de dia sem processamento e
      *             executado no primeiro run seguinte):
      *             1) confere no acompanhamento (BCIS0277) se a ordem
      *                nao foi cancelada depois de agendada - a
      *                cancelada so baixa o agendamento;
      *             2) busca a taxa do dia no OPES824S (mesma chamada
      *                do 890-000 e do BCIS0290) e calcula o valor em
      *                moeda nacional pelo ramo multiplicador/divisor;
      *             3) reapresenta a ordem ao OPES500V pelo canal 'B',
      *                com o numero da ordem agendada,
      *                opcao 11A, inclusao, fase 'C' (mesma tecnica do
      *                BCIS0289), com a data do dia como emissao e a
      *                taxa ja aplicada - a cadeia completa de
      *                validacao roda de novo (limites, listas,
      *                embargo, corte) e a ordem aceita entra no
      *                movimento do dia, debitada ao cliente pelo
      *                extrato ORDCTB/BCIS0281 como qualquer ordem
      *                aceita; a taxa e o valor em moeda nacional
      *                gravados e listados sao os devolvidos pelo
      *                OPES500V (ja com o spread do cliente);
      *             4) baixa o agendamento na BCI310A ('E' executada /
      *                'F' rejeitada, com taxa, valor, codigo e
      *                mensagem) e grava o evento 'E' ou 'F' no
      *                acompanhamento da ordem (BCI277S/BCI277E);
      *             5) a rejeicao sai tambem no NOTAGD, aviso a
      *                dependencia emissora (mesmo molde do NOTSAI do
      *                BCIS0276).
      *             Reprocessavel: so o agendamento pendente e lido -
      *             o ja baixado num run interrompido nao e executado
      *             de novo. Disposicao de cada agendamento no AGDSAI.
      *             A area L-OPES500V espelha byte a byte o layout
      *             canonico do BCIS0274 (book real OPEK500V nao
      *             disponivel nesta arvore - ver BCIS0274/BCIS0269).
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 002 15102026 Manut.  F7021226 Numero da ordem agendada
      *                               informado ao OPES500V na
      *                               execucao. Area L-OPES500V no
      *                               layout canonico unico do
      *                               BCIS0274 (numero da ordem e
      *                               usuario na posicao do book,
      *                               simulacao como cauda unica).
      *                               Taxa e valor em moeda nacional
      *                               da ordem executada tomados do
      *                               retorno do OPES500V (spread).
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0311.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Ordens agendadas (mantida pelo BCIS0310)
           SELECT ARQ-BCI310A  ASSIGN TO BCI310A
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI310A-CHV
                  FILE STATUS  IS W-FS-BCI310A.
      *
           SELECT AGDSAI ASSIGN TO AGDSAI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-AGDSAI.
      *
           SELECT NOTAGD ASSIGN TO NOTAGD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-NOTAGD.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI310A.
       01  REG-BCI310A.
           03  REG-BCI310A-CHV.
               05  REG-BCI310A-DT-EXEC         PIC 9(08).
               05  REG-BCI310A-NR-AGND         PIC 9(09).
           03  REG-BCI310A-CD-EST-AGND         PIC X(01).
           03  REG-BCI310A-CD-IDFR-ORD         PIC 9(10).
           03  REG-BCI310A-CD-TIP-ORD-PGTO     PIC 9(01).
           03  REG-BCI310A-CD-CLI              PIC 9(09).
           03  REG-BCI310A-CD-PRF-DEPE-EMT     PIC 9(04).
           03  REG-BCI310A-NR-CC-TMDR          PIC 9(11).
           03  REG-BCI310A-NM-TMDR             PIC X(50).
           03  REG-BCI310A-NM-BNFC             PIC X(35).
           03  REG-BCI310A-TX-END-BNFC         PIC X(35).
           03  REG-BCI310A-NM-CID-BNFC         PIC X(20).
           03  REG-BCI310A-CD-PAIS-BNFC        PIC 9(03).
           03  REG-BCI310A-CD-SWFT-BNFC        PIC X(11).
           03  REG-BCI310A-CD-CT-BNFC          PIC X(20).
           03  REG-BCI310A-CD-BNFC-FAVT        PIC 9(03).
           03  REG-BCI310A-CD-MOE              PIC 9(03).
           03  REG-BCI310A-CD-TIP-MC           PIC X(01).
           03  REG-BCI310A-VL-MOEE             PIC 9(13)V9(02).
           03  REG-BCI310A-CD-NTZ              PIC 9(04).
           03  REG-BCI310A-DT-LQDC             PIC X(10).
           03  REG-BCI310A-CD-USU              PIC X(08).
           03  REG-BCI310A-DT-AGND             PIC 9(08).
           03  REG-BCI310A-HR-AGND             PIC 9(06).
           03  REG-BCI310A-DT-PRCT             PIC 9(08).
           03  REG-BCI310A-VL-TAXA-CMB         PIC 9(08)V9(07).
           03  REG-BCI310A-VL-MOEN             PIC 9(13)V9(02).
           03  REG-BCI310A-CD-RTN-EXEC         PIC 9(04).
           03  REG-BCI310A-TX-MSG-EXEC         PIC X(60).
           03  FILLER                          PIC X(20).
      *
       FD  AGDSAI
           RECORDING MODE IS F.
       01  REG-AGDSAI                      PIC X(132).
      *
      * Aviso de rejeicao a dependencia emissora
       FD  NOTAGD
           RECORDING MODE IS F.
       01  REG-NOTAGD                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      ******************************************************************
      ************** Tabela lista de programas chamados ****************
      ******************************************************************
       01 TAB-PROGRAMAS-CHAMADOS.
          03 OPES500V                      PIC X(8) VALUE 'OPES500V'.
          03 OPES824S                      PIC X(8) VALUE 'OPES824S'.
          03 BCIS0277                      PIC X(8) VALUE 'BCIS0277'.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0311 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS002'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI310A                PIC X(02) VALUE ZEROS.
       77  W-FS-AGDSAI                 PIC X(02) VALUE '00'.
       77  W-FS-NOTAGD                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-BASE               PIC X(01) VALUE 'N'.
           88  FIM-BASE                          VALUE 'S'.
      *
       77  W-QT-PEND                   PIC 9(06) VALUE ZEROS.
       77  W-QT-EXEC                   PIC 9(06) VALUE ZEROS.
       77  W-QT-RJTD                   PIC 9(06) VALUE ZEROS.
       77  W-QT-CANC                   PIC 9(06) VALUE ZEROS.
      *
       77  W-IN-AGND-OK                PIC X(01) VALUE 'N'.
       77  W-CD-RTN-AGND               PIC 9(04) VALUE ZEROS.
       77  W-TX-MTV-RJC                PIC X(60) VALUE SPACES.
       77  W-VL-TAXA-AGND              PIC 9(08)V9(07) VALUE ZEROS.
       77  W-VL-MOEN-AGND              PIC 9(13)V9(02) VALUE ZEROS.
       77  W-DT-LQDC-AMD               PIC 9(08) VALUE ZEROS.
      *
       01  W-DT-EXEC-AMD               PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES W-DT-EXEC-AMD.
           03  W-AA-EXEC               PIC 9(04).
           03  W-MM-EXEC               PIC 9(02).
           03  W-DD-EXEC               PIC 9(02).
       01  W-DT-DIA-A10                PIC X(10) VALUE SPACES.
       01  W-HR-EXEC                   PIC 9(08) VALUE ZEROS.
      *
       01  W-DT-DMA.
           03  W-DD                    PIC 9(02) VALUE ZEROS.
           03  W-MM                    PIC 9(02) VALUE ZEROS.
           03  W-AA                    PIC 9(04) VALUE ZEROS.
      *
      * Simulacao do bloco EIB p/ chamar um programa CICS a partir de
      * batch puro (mesma tecnica do BCIS0269).
       01  DFHEIBLK.
           03  EIBCALEN                PIC S9(04) COMP.
           03  FILLER                  PIC X(84).
      *
      * OPES824S - taxa de cambio do BEC (area inferida do uso em
      * OPES500V/890-000 - book OPEK824S nao disponivel nesta arvore).
       01  L-OPES824S.
           03  S824S-DT-PSQ                PIC X(10).
           03  S824S-CD-MOE                PIC 9(03).
           03  S824S-CD-TIP-MC-CMB         PIC X(01).
           03  S824S-CD-TIP-OPR            PIC X(01).
           03  S824S-VL-TAXA-CMBL          PIC 9(08)V9(07).
           03  S824S-IN-MTP-DVSR           PIC X(01).
           03  S824S-CD-MSG-RTN            PIC 9(04).
           03  S824S-TX-MSG-RTN            PIC X(60).
      *
      * BCIS0277 - acompanhamento do ciclo de vida da ordem
      * (area espelho do DFHCOMMAREA do BCIS0277)
       01  L-BCIS0277.
           03  K0277-CD-FUC                 PIC  9(01).
           03  K0277-CD-IDFR-ORD            PIC  9(10).
           03  K0277-CD-EVT                 PIC  X(01).
           03  K0277-DT-EVT                 PIC  9(08).
           03  K0277-HR-EVT                 PIC  9(06).
           03  K0277-CD-USU                 PIC  X(08).
           03  K0277-TX-CMPL                PIC  X(40).
           03  K0277-CD-CLI                 PIC  9(09).
           03  K0277-CD-PRF-DEPE-EMT        PIC  9(04).
           03  K0277-CD-MOE                 PIC  9(03).
           03  K0277-VL-MOEE                PIC  9(13)V9(02).
           03  K0277-CD-SWFT-BNFC           PIC  X(11).
           03  K0277-DT-LQDC                PIC  X(10).
           03  K0277-CD-IDFR-MT103          PIC  X(16).
           03  K0277-CD-IDFR-MT202          PIC  X(16).
           03  K0277-CD-UETR                PIC  X(36).
           03  K0277-CD-EST-ATU             PIC  X(01).
           03  K0277-DT-ULT-EVT             PIC  9(08).
           03  K0277-CD-RTN                 PIC  9(02).
           03  K0277-TX-MSG-RTN             PIC  X(60).
           03  K0277-QT-HIST                PIC  9(03).
           03  K0277-TB-HIST OCCURS 20 TIMES.
               05  K0277-H-CD-EVT           PIC  X(01).
               05  K0277-H-DT-EVT           PIC  9(08).
               05  K0277-H-HR-EVT           PIC  9(06).
               05  K0277-H-CD-USU           PIC  X(08).
               05  K0277-H-TX-CMPL          PIC  X(40).
      *
      * Area repassada a OPES500V como se fosse a DFHCOMMAREA usada
      * online - espelho byte a byte do layout canonico do BCIS0274
      * (a commarea e posicional; campo novo somente na extensao).
       01  L-OPES500V.
      *    Numero da ordem e usuario - campos do book, na posicao do
      *    book (mesma abertura do BCIS0269):
           03  S500V-CD-IDFR-ORD-PGTO      PIC 9(10).
           03  S500V-CD-USU                PIC X(08).
           03  S500V-CD-TIP-OPR            PIC X(02).
           03  S500V-OPCAO                 PIC X(03).
           03  S500V-CD-CNL                PIC X(01).
           03  S500V-CD-FASE-PRCT          PIC X(01).
           03  S500V-CD-TIP-ORD-PGTO       PIC 9(01).
           03  S500V-CD-CLI                PIC 9(09).
           03  S500V-CD-PRF-DEPE-EMT       PIC 9(04).
           03  S500V-NR-CC-TMDR            PIC 9(11).
           03  S500V-NM-TMDR               PIC X(50).
           03  S500V-NM-BNFC               PIC X(35).
           03  S500V-TX-END-BNFC           PIC X(35).
           03  S500V-NM-CID-BNFC           PIC X(20).
           03  S500V-CD-PAIS-BNFC          PIC 9(03).
           03  S500V-CD-SWFT-BNFC          PIC X(11).
           03  S500V-CD-CT-BNFC            PIC X(20).
           03  S500V-CD-MOE                PIC 9(03).
           03  S500V-VL-MOEE               PIC 9(13)V9(02).
           03  S500V-CD-NTZ                PIC 9(04).
           03  S500V-DT-EMS                PIC X(10).
           03  S500V-DT-LQDC               PIC X(10).
      *    Extensao canonica dos chamadores batch (mesma ordem em
      *    todos - nao inserir campo no meio do bloco acima):
           03  S500V-CD-BNFC-FAVT          PIC 9(03).
           03  S500V-IN-LST-ERRO           PIC X(01).
           03  S500V-VL-MOEN               PIC 9(13)V9(02).
           03  S500V-VL-TAXA-CMB           PIC 9(08)V9(07).
           03  S500V-NR-RMS                PIC 9(08).
           03  S500V-CD-RTN                PIC 9(04).
           03  S500V-NR-CMP-ERRO           PIC 9(02).
           03  S500V-TX-MSG-RTN            PIC X(60).
           03  S500V-QT-ERRO-LST           PIC 9(02).
           03  S500V-MT-ERRO-LST.
               05  S500V-TB-ERRO-LST OCCURS 30 TIMES.
                   07  S500V-CD-ERRO-LST   PIC 9(04).
                   07  S500V-NR-CMP-LST    PIC 9(02).
                   07  S500V-TX-MSG-LST    PIC X(60).
      *    Extensao da simulacao - cauda unica do layout (so o
      *    BCIS0321 preenche; campo novo entra somente depois dela,
      *    igual em todos os chamadores):
           03  S500V-IN-SMLC               PIC X(01).
           03  S500V-TS-SMLC               PIC 9(14).
           03  S500V-VL-ACMD-DIA-SMLC      PIC 9(13)V9(02).
           03  S500V-VL-ACMD-MES-SMLC      PIC 9(13)V9(02).
      *
       01  W-LN-DETALHE.
           03  W-DET-NR-AGND           PIC 9(09).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  W-DET-CD-IDFR-ORD       PIC 9(10).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  W-DET-CD-CLI            PIC 9(09).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  W-DET-VL-MOEE           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  W-DET-VL-TAXA           PIC 9(08),9(07).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  W-DET-SITUACAO          PIC X(10).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  W-DET-CD-RTN            PIC ZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  W-DET-TX-MSG            PIC X(48).
      *
       01  W-LN-AVISO.
           03  FILLER                  PIC X(06) VALUE 'DEPE: '.
           03  W-AVS-CD-DEPE           PIC 9(04).
           03  FILLER                  PIC X(07) VALUE ' AGND: '.
           03  W-AVS-NR-AGND           PIC 9(09).
           03  FILLER                  PIC X(08) VALUE ' ORDEM: '.
           03  W-AVS-NR-ORD            PIC 9(10).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  W-AVS-SITUACAO          PIC X(13).
           03  FILLER                  PIC X(06) VALUE ' RTN: '.
           03  W-AVS-CD-RTN            PIC ZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  W-AVS-TX-MSG            PIC X(60).
      *
       01  W-LN-TOTAL-1.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL DE AGENDAMENTOS DO DIA..:'.
           03  W-TOT-QT-PEND           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-2.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL DE ORDENS EXECUTADAS....:'.
           03  W-TOT-QT-EXEC           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-3.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL DE ORDENS REJEITADAS....:'.
           03  W-TOT-QT-RJTD           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-4.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL DE ORDENS CANCELADAS....:'.
           03  W-TOT-QT-CANC           PIC ZZZ.ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 020000-DATA-EXECUCAO
           PERFORM 030000-POSICIONA-BASE
           PERFORM 040000-PROCESSA-AGENDAMENTO UNTIL FIM-BASE
           PERFORM 080000-ESCREVE-TOTAL
           PERFORM 090000-FECHA-ARQUIVOS
      *
           IF  W-QT-RJTD GREATER ZEROS
           AND RETURN-CODE LESS 4
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           STOP RUN
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-BCI310A
           OPEN OUTPUT AGDSAI
           OPEN OUTPUT NOTAGD
      *
           IF  W-FS-BCI310A NOT EQUAL '00'
               DISPLAY 'BCIS0311 - Erro abertura BCI310A FS='
                       W-FS-BCI310A
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-AGDSAI NOT EQUAL '00'
               DISPLAY 'BCIS0311 - Erro abertura AGDSAI FS='
                       W-FS-AGDSAI
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-NOTAGD NOT EQUAL '00'
               DISPLAY 'BCIS0311 - Erro abertura NOTAGD FS='
                       W-FS-NOTAGD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       010000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       020000-DATA-EXECUCAO  SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT W-DT-EXEC-AMD FROM DATE YYYYMMDD
           ACCEPT W-HR-EXEC     FROM TIME
      *
           MOVE SPACES TO W-DT-DIA-A10
           STRING W-DD-EXEC '.' W-MM-EXEC '.' W-AA-EXEC
               DELIMITED BY SIZE INTO W-DT-DIA-A10
           .
       020000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       030000-POSICIONA-BASE  SECTION.
      *----------------------------------------------------------------*
      * Posiciona apos o registro de chave zero (controle de
      * sequencia); a leitura para na primeira data futura.
      *
           MOVE ZEROS TO REG-BCI310A-DT-EXEC
           MOVE 1     TO REG-BCI310A-NR-AGND
      *
           START ARQ-BCI310A KEY IS NOT LESS REG-BCI310A-CHV
               INVALID KEY
                   MOVE 'S' TO W-IN-FIM-BASE
           END-START
      *
           IF  NOT FIM-BASE
               PERFORM 035000-LE-PROXIMO-AGND
           END-IF
           .
       030000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       035000-LE-PROXIMO-AGND  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-BCI310A NEXT RECORD
               AT END
                   MOVE 'S' TO W-IN-FIM-BASE
           END-READ
      *
           IF  NOT FIM-BASE
           AND REG-BCI310A-DT-EXEC GREATER W-DT-EXEC-AMD
               MOVE 'S' TO W-IN-FIM-BASE
           END-IF
           .
       035000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       040000-PROCESSA-AGENDAMENTO  SECTION.
      *----------------------------------------------------------------*
      *
           IF  REG-BCI310A-CD-EST-AGND EQUAL 'P'
               PERFORM 045000-EXECUTA-AGENDAMENTO
           END-IF
      *
           PERFORM 035000-LE-PROXIMO-AGND
           .
       040000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       045000-EXECUTA-AGENDAMENTO  SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO W-QT-PEND
      *
           MOVE 'S'    TO W-IN-AGND-OK
           MOVE ZEROS  TO W-CD-RTN-AGND
                          W-VL-TAXA-AGND
                          W-VL-MOEN-AGND
           MOVE SPACES TO W-TX-MTV-RJC
      *
           PERFORM 050000-VERIFICA-CANCELAMENTO
      *
           IF  REG-BCI310A-CD-EST-AGND EQUAL 'C'
               ADD 1 TO W-QT-CANC
               MOVE 'Ordem cancelada antes da data de execucao'
                   TO W-TX-MTV-RJC
               PERFORM 070000-BAIXA-AGENDAMENTO
               MOVE 'CANCELADA' TO W-DET-SITUACAO
               PERFORM 078000-ESCREVE-DETALHE
               GO TO 045000-SAI
           END-IF
      *
           PERFORM 055000-BUSCA-TAXA
      *
           IF  W-IN-AGND-OK EQUAL 'S'
               PERFORM 060000-CHAMA-OPES500V
           END-IF
      *
           IF  W-IN-AGND-OK EQUAL 'S'
               ADD 1 TO W-QT-EXEC
               MOVE 'E'         TO REG-BCI310A-CD-EST-AGND
               MOVE 'EXECUTADA' TO W-DET-SITUACAO
           ELSE
               ADD 1 TO W-QT-RJTD
               MOVE 'F'         TO REG-BCI310A-CD-EST-AGND
               MOVE 'REJEITADA' TO W-DET-SITUACAO
               PERFORM 065000-AVISA-DEPENDENCIA
           END-IF
      *
           PERFORM 070000-BAIXA-AGENDAMENTO
           PERFORM 075000-GRAVA-EVENTO
           PERFORM 078000-ESCREVE-DETALHE
           .
       045000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       050000-VERIFICA-CANCELAMENTO  SECTION.
      *----------------------------------------------------------------*
      * Ordem cancelada pelo OPES500V (097-000) depois de agendada:
      * o agendamento e baixado como cancelado, sem execucao. Falha na
      * consulta nao impede a execucao.
      *
           IF  REG-BCI310A-CD-IDFR-ORD EQUAL ZEROS
               GO TO 050000-SAI
           END-IF
      *
           INITIALIZE L-BCIS0277
      *
           MOVE 2                       TO K0277-CD-FUC
           MOVE REG-BCI310A-CD-IDFR-ORD TO K0277-CD-IDFR-ORD
      *
           MOVE LENGTH OF L-BCIS0277 TO EIBCALEN
           CALL BCIS0277 USING DFHEIBLK L-BCIS0277
      *
           IF  K0277-CD-RTN EQUAL ZEROS
           AND K0277-CD-EST-ATU EQUAL 'C'
               MOVE 'C' TO REG-BCI310A-CD-EST-AGND
           END-IF
           .
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       055000-BUSCA-TAXA  SECTION.
      *----------------------------------------------------------------*
      * Taxa do dia da execucao (mesma chamada de 890-000), e o valor
      * em moeda nacional pelo ramo multiplicador/divisor do OPES824S.
      *
           INITIALIZE L-OPES824S
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0
      *
           MOVE W-DT-DIA-A10           TO S824S-DT-PSQ
           MOVE REG-BCI310A-CD-MOE     TO S824S-CD-MOE
           MOVE REG-BCI310A-CD-TIP-MC  TO S824S-CD-TIP-MC-CMB
           MOVE 'C'                    TO S824S-CD-TIP-OPR
      *
           MOVE LENGTH OF L-OPES824S TO EIBCALEN
           CALL OPES824S USING DFHEIBLK L-OPES824S
      *
           IF  S824S-CD-MSG-RTN NOT EQUAL ZEROS
           OR  S824S-VL-TAXA-CMBL EQUAL ZEROS
               MOVE 'N' TO W-IN-AGND-OK
               MOVE S824S-CD-MSG-RTN TO W-CD-RTN-AGND
               MOVE 'Taxa de cambio indisponivel na data de execucao'
                   TO W-TX-MTV-RJC
               GO TO 055000-SAI
           END-IF
      *
           MOVE S824S-VL-TAXA-CMBL TO W-VL-TAXA-AGND
      *
           IF  S824S-IN-MTP-DVSR EQUAL 'M'
               COMPUTE W-VL-MOEN-AGND ROUNDED =
                   REG-BCI310A-VL-MOEE * W-VL-TAXA-AGND
               ON SIZE ERROR
                   MOVE 'N' TO W-IN-AGND-OK
                   MOVE 'Estouro no calculo do valor em moeda nacional'
                       TO W-TX-MTV-RJC
               END-COMPUTE
           ELSE
               COMPUTE W-VL-MOEN-AGND ROUNDED =
                   REG-BCI310A-VL-MOEE / W-VL-TAXA-AGND
               ON SIZE ERROR
                   MOVE 'N' TO W-IN-AGND-OK
                   MOVE 'Estouro no calculo do valor em moeda nacional'
                       TO W-TX-MTV-RJC
               END-COMPUTE
           END-IF
           .
       055000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060000-CHAMA-OPES500V  SECTION.
      *----------------------------------------------------------------*
      * Registro completo em uma unica chamada: canal 'B', opcao 11A,
      * inclusao, fase de confirmacao (mesma parametrizacao do
      * BCIS0289), com a data do dia como emissao e a taxa do dia ja
      * aplicada. O beneficiario vai por extenso; o codigo curto so
      * segue quando o bloco nao foi gravado no agendamento. A
      * liquidacao agendada ja vencida passa a ser a data do dia. A
      * ordem e registrada com o numero recebido no agendamento.
      *
           INITIALIZE L-OPES500V
      *
           MOVE REG-BCI310A-CD-IDFR-ORD  TO S500V-CD-IDFR-ORD-PGTO
           MOVE 'I'                      TO S500V-CD-TIP-OPR
           MOVE '11A'                    TO S500V-OPCAO
           MOVE 'B'                      TO S500V-CD-CNL
           MOVE 'C'                      TO S500V-CD-FASE-PRCT
           MOVE 'N'                      TO S500V-IN-LST-ERRO
           MOVE REG-BCI310A-CD-TIP-ORD-PGTO
                                         TO S500V-CD-TIP-ORD-PGTO
           MOVE REG-BCI310A-CD-CLI       TO S500V-CD-CLI
           MOVE REG-BCI310A-CD-PRF-DEPE-EMT
                                         TO S500V-CD-PRF-DEPE-EMT
           MOVE REG-BCI310A-NR-CC-TMDR   TO S500V-NR-CC-TMDR
           MOVE REG-BCI310A-NM-TMDR      TO S500V-NM-TMDR
           MOVE REG-BCI310A-NM-BNFC      TO S500V-NM-BNFC
           MOVE REG-BCI310A-TX-END-BNFC  TO S500V-TX-END-BNFC
           MOVE REG-BCI310A-NM-CID-BNFC  TO S500V-NM-CID-BNFC
           MOVE REG-BCI310A-CD-PAIS-BNFC TO S500V-CD-PAIS-BNFC
           MOVE REG-BCI310A-CD-SWFT-BNFC TO S500V-CD-SWFT-BNFC
           MOVE REG-BCI310A-CD-CT-BNFC   TO S500V-CD-CT-BNFC
           MOVE REG-BCI310A-CD-MOE       TO S500V-CD-MOE
           MOVE REG-BCI310A-VL-MOEE      TO S500V-VL-MOEE
           MOVE REG-BCI310A-CD-NTZ       TO S500V-CD-NTZ
           MOVE W-DT-DIA-A10             TO S500V-DT-EMS
           MOVE W-VL-TAXA-AGND           TO S500V-VL-TAXA-CMB
           MOVE W-VL-MOEN-AGND           TO S500V-VL-MOEN
      *
           IF  REG-BCI310A-NM-BNFC EQUAL SPACES
               MOVE REG-BCI310A-CD-BNFC-FAVT TO S500V-CD-BNFC-FAVT
           END-IF
      *
           MOVE ZEROS TO W-DT-LQDC-AMD
           IF  REG-BCI310A-DT-LQDC NOT EQUAL SPACES
               UNSTRING REG-BCI310A-DT-LQDC DELIMITED BY '.'
                   INTO W-DD OF W-DT-DMA
                        W-MM OF W-DT-DMA
                        W-AA OF W-DT-DMA
               STRING W-AA OF W-DT-DMA
                      W-MM OF W-DT-DMA
                      W-DD OF W-DT-DMA
                   DELIMITED BY SIZE INTO W-DT-LQDC-AMD
           END-IF
      *
           IF  W-DT-LQDC-AMD LESS W-DT-EXEC-AMD
               MOVE W-DT-DIA-A10         TO S500V-DT-LQDC
           ELSE
               MOVE REG-BCI310A-DT-LQDC  TO S500V-DT-LQDC
           END-IF
      *
           MOVE LENGTH OF L-OPES500V     TO EIBCALEN
           CALL OPES500V USING L-OPES500V
      *
           IF  S500V-CD-RTN NOT EQUAL ZEROS
               MOVE 'N'              TO W-IN-AGND-OK
               MOVE S500V-CD-RTN     TO W-CD-RTN-AGND
               MOVE S500V-TX-MSG-RTN TO W-TX-MTV-RJC
               GO TO 060000-SAI
           END-IF
      *
      *    Taxa e valor efetivamente aplicados pelo OPES500V (spread
      *    do cliente sobre a taxa do dia) e que vao p/ a BCI310A e
      *    p/ o AGDSAI.
           MOVE S500V-VL-TAXA-CMB        TO W-VL-TAXA-AGND
           MOVE S500V-VL-MOEN            TO W-VL-MOEN-AGND
           .
       060000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       065000-AVISA-DEPENDENCIA  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REG-BCI310A-CD-PRF-DEPE-EMT TO W-AVS-CD-DEPE
           MOVE REG-BCI310A-NR-AGND         TO W-AVS-NR-AGND
           MOVE REG-BCI310A-CD-IDFR-ORD     TO W-AVS-NR-ORD
           MOVE 'NAO EXECUTADA'             TO W-AVS-SITUACAO
           MOVE W-CD-RTN-AGND               TO W-AVS-CD-RTN
           MOVE W-TX-MTV-RJC                TO W-AVS-TX-MSG
      *
           WRITE REG-NOTAGD FROM W-LN-AVISO
           .
       065000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       070000-BAIXA-AGENDAMENTO  SECTION.
      *----------------------------------------------------------------*
      * Regrava o agendamento com a disposicao do dia - nao volta a
      * ser lido como pendente num reprocessamento.
      *
           MOVE W-DT-EXEC-AMD  TO REG-BCI310A-DT-PRCT
           MOVE W-VL-TAXA-AGND TO REG-BCI310A-VL-TAXA-CMB
           MOVE W-VL-MOEN-AGND TO REG-BCI310A-VL-MOEN
           MOVE W-CD-RTN-AGND  TO REG-BCI310A-CD-RTN-EXEC
           MOVE W-TX-MTV-RJC   TO REG-BCI310A-TX-MSG-EXEC
      *
           REWRITE REG-BCI310A
               INVALID KEY
                   DISPLAY 'BCIS0311 - Erro ao regravar agendamento '
                           REG-BCI310A-DT-EXEC '/'
                           REG-BCI310A-NR-AGND
                   MOVE 8 TO RETURN-CODE
           END-REWRITE
           .
       070000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       075000-GRAVA-EVENTO  SECTION.
      *----------------------------------------------------------------*
      * Evento 'E' executada / 'F' rejeitada no acompanhamento da
      * ordem agendada. Falha na gravacao nao desfaz a execucao.
      *
           IF  REG-BCI310A-CD-IDFR-ORD EQUAL ZEROS
               GO TO 075000-SAI
           END-IF
      *
           INITIALIZE L-BCIS0277
      *
           MOVE 1                       TO K0277-CD-FUC
           MOVE REG-BCI310A-CD-IDFR-ORD TO K0277-CD-IDFR-ORD
           MOVE REG-BCI310A-CD-EST-AGND TO K0277-CD-EVT
           MOVE W-DT-EXEC-AMD           TO K0277-DT-EVT
           MOVE W-HR-EXEC(1:6)          TO K0277-HR-EVT
           MOVE CTE-PROG(5:8)           TO K0277-CD-USU
           MOVE REG-BCI310A-CD-CLI      TO K0277-CD-CLI
           MOVE REG-BCI310A-CD-PRF-DEPE-EMT
                                        TO K0277-CD-PRF-DEPE-EMT
           MOVE REG-BCI310A-CD-MOE      TO K0277-CD-MOE
           MOVE REG-BCI310A-VL-MOEE     TO K0277-VL-MOEE
           MOVE REG-BCI310A-CD-SWFT-BNFC
                                        TO K0277-CD-SWFT-BNFC
           MOVE REG-BCI310A-DT-LQDC     TO K0277-DT-LQDC
      *
           IF  REG-BCI310A-CD-EST-AGND EQUAL 'E'
               STRING 'Executada em ' W-DT-DIA-A10 ' BCIS0311'
                   DELIMITED BY SIZE INTO K0277-TX-CMPL
           ELSE
               STRING 'Nao executada - RTN ' W-CD-RTN-AGND
                   DELIMITED BY SIZE INTO K0277-TX-CMPL
           END-IF
      *
           MOVE LENGTH OF L-BCIS0277 TO EIBCALEN
           CALL BCIS0277 USING DFHEIBLK L-BCIS0277
      *
           IF  K0277-CD-RTN NOT EQUAL ZEROS
               DISPLAY 'BCIS0311 - Aviso: falha acompanhamento ordem '
                       REG-BCI310A-CD-IDFR-ORD ' - ' K0277-TX-MSG-RTN
           END-IF
           .
       075000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       078000-ESCREVE-DETALHE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REG-BCI310A-NR-AGND     TO W-DET-NR-AGND
           MOVE REG-BCI310A-CD-IDFR-ORD TO W-DET-CD-IDFR-ORD
           MOVE REG-BCI310A-CD-CLI      TO W-DET-CD-CLI
           MOVE REG-BCI310A-VL-MOEE     TO W-DET-VL-MOEE
           MOVE W-VL-TAXA-AGND          TO W-DET-VL-TAXA
           MOVE W-CD-RTN-AGND           TO W-DET-CD-RTN
           MOVE W-TX-MTV-RJC            TO W-DET-TX-MSG
      *
           WRITE REG-AGDSAI FROM W-LN-DETALHE
           .
       078000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       080000-ESCREVE-TOTAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES          TO REG-AGDSAI
           WRITE REG-AGDSAI
      *
           MOVE W-QT-PEND       TO W-TOT-QT-PEND
           WRITE REG-AGDSAI     FROM W-LN-TOTAL-1
      *
           MOVE W-QT-EXEC       TO W-TOT-QT-EXEC
           WRITE REG-AGDSAI     FROM W-LN-TOTAL-2
      *
           MOVE W-QT-RJTD       TO W-TOT-QT-RJTD
           WRITE REG-AGDSAI     FROM W-LN-TOTAL-3
      *
           MOVE W-QT-CANC       TO W-TOT-QT-CANC
           WRITE REG-AGDSAI     FROM W-LN-TOTAL-4
           .
       080000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       090000-FECHA-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-BCI310A
           CLOSE AGDSAI
           CLOSE NOTAGD
           .
       090000-SAI.
           EXIT
           .
