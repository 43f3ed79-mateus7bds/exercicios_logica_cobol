      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0324
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Previsao diaria de liquidez das contas nostro, por
      *             banqueiro correspondente (S500V-CD-INST-DST) +
      *             moeda e data-valor, p/ a tesouraria cobrir a conta
      *             antes do corte em vez de pagar juros de saldo
      *             devedor. A posicao intradia do BCIS0294 so diz
      *             quanto foi vendido de cada moeda. Entradas:
      *             - SLDNOST: saldo do ultimo extrato MT950 de cada
      *               conta (campo 62F), da mesma interface que gera o
      *               EXTNOST do BCIS0284; classificado por banqueiro +
      *               moeda + data do extrato - vale o ultimo;
      *             - ORDPRV: extrato das ordens aceitas (BCISLOG0/1)
      *               com banqueiro, data de liquidacao, valor e
      *               disposicao de despesas, classificado por
      *               banqueiro + moeda + data de liquidacao. So entram
      *               as ordens ainda nao debitadas na nostro segundo o
      *               acompanhamento BCI277S (situacao R, S, A, E, Q, N
      *               ou X - a casada no extrato passa a 'L' no
      *               BCIS0284).
      *             Despesa prevista: ordem com despesas por nossa
      *             conta ('T') sera cobrada pelo correspondente
      *             (MT191/MT291, BCIS0305) no valor
      *             S500V-VL-DSP-EXNO-MOEE.
      *             Uma linha por conta e data-valor: saldo inicial,
      *             debitos das ordens, despesas previstas e saldo
      *             projetado, que e o saldo inicial da data seguinte.
      *             Ordem com liquidacao ja vencida entra na data do
      *             processamento. Saldo projetado devedor sai
      *             destacado com o horario de corte da moeda na grade
      *             BCI009C (BCIS009R, horario padrao da moeda) - ou
      *             corte ja encerrado, quando a data-valor e hoje e o
      *             horario passou. RETURN-CODE 4 quando ha saldo
      *             devedor projetado.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0324.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLDNOST ASSIGN TO SLDNOST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-SLDNOST.
      *
           SELECT ORDPRV ASSIGN TO ORDPRV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-ORDPRV.
      *
      * Situacao corrente da ordem no acompanhamento (BCIS0277)
           SELECT ARQ-BCI277S  ASSIGN TO BCI277S
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS REG-BCI277S-CHV
                  FILE STATUS  IS W-FS-BCI277S.
      *
           SELECT RELLIQ ASSIGN TO RELLIQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RELLIQ.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *
      * Saldos dos extratos MT950 (campo 62F), classificados por
      * banqueiro + moeda + data do extrato.
       FD  SLDNOST
           RECORDING MODE IS F.
       01  REG-SLDNOST.
           03  SLDNOST-CHV.
               05  SLDNOST-CD-SWFT-BANQ    PIC X(11).
               05  SLDNOST-CD-MOE          PIC 9(03).
           03  SLDNOST-DT-SLD              PIC 9(08).
           03  SLDNOST-IN-DEB-CRD          PIC X(01).
           03  SLDNOST-VL-SLD              PIC 9(13)V9(02).
           03  SLDNOST-NR-EXTR             PIC X(05).
           03  FILLER                      PIC X(07).
      *
      * Ordens aceitas, classificadas por banqueiro + moeda + data de
      * liquidacao (mesmos campos do commarea do OPES500V).
       FD  ORDPRV
           RECORDING MODE IS F.
       01  REG-ORDPRV.
           03  ORDPRV-CHV.
               05  ORDPRV-CHV-CTA.
                   07  ORDPRV-CD-SWFT-BANQ PIC X(11).
                   07  ORDPRV-CD-MOE       PIC 9(03).
               05  ORDPRV-DT-LQDC          PIC 9(08).
           03  ORDPRV-NR-ORD-PGTO          PIC 9(10).
           03  ORDPRV-CD-INST-DST          PIC 9(12).
           03  ORDPRV-VL-MOEE              PIC 9(13)V9(02).
           03  ORDPRV-CD-PGDR-DSP-EXNO     PIC X(01).
           03  ORDPRV-VL-DSP-EXNO-MOEE     PIC 9(13)V9(02).
           03  FILLER                      PIC X(05).
      *
       FD  ARQ-BCI277S.
       01  REG-BCI277S.
           03  REG-BCI277S-CHV.
               05  REG-BCI277S-CD-IDFR-ORD     PIC 9(10).
           03  REG-BCI277S-CD-EST-ATU          PIC X(01).
           03  REG-BCI277S-QT-EVT              PIC 9(03).
           03  REG-BCI277S-CD-CLI              PIC 9(09).
           03  REG-BCI277S-CD-PRF-DEPE-EMT     PIC 9(04).
           03  REG-BCI277S-CD-MOE              PIC 9(03).
           03  REG-BCI277S-VL-MOEE             PIC 9(13)V9(02).
           03  REG-BCI277S-CD-SWFT-BNFC        PIC X(11).
           03  REG-BCI277S-DT-LQDC             PIC X(10).
           03  REG-BCI277S-CD-IDFR-MT103       PIC X(16).
           03  REG-BCI277S-CD-IDFR-MT202       PIC X(16).
           03  REG-BCI277S-DT-ULT-EVT          PIC 9(08).
           03  REG-BCI277S-CD-UETR             PIC X(36).
           03  FILLER                          PIC X(20).
      *
       FD  RELLIQ
           RECORDING MODE IS F.
       01  REG-RELLIQ                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      ******************************************************************
      ************** Tabela lista de programas chamados ****************
      ******************************************************************
       01 TAB-PROGRAMAS-CHAMADOS.
          03 BCIS009R                      PIC X(8) VALUE 'BCIS009R'.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0324 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-SLDNOST                PIC X(02) VALUE '00'.
       77  W-FS-ORDPRV                 PIC X(02) VALUE '00'.
       77  W-FS-BCI277S                PIC X(02) VALUE ZEROS.
       77  W-FS-RELLIQ                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-SLDNOST            PIC X(01) VALUE 'N'.
           88  FIM-SLDNOST                       VALUE 'S'.
       77  W-IN-FIM-ORDPRV             PIC X(01) VALUE 'N'.
           88  FIM-ORDPRV                        VALUE 'S'.
      *
      * Totais gerais
       77  W-QT-LIDO-ORD               PIC 9(07) VALUE ZEROS.
       77  W-QT-ORD-FORA               PIC 9(07) VALUE ZEROS.
       77  W-QT-ORD-ABTA               PIC 9(07) VALUE ZEROS.
       77  W-QT-DSP-PREV               PIC 9(07) VALUE ZEROS.
       77  W-QT-CTA                    PIC 9(05) VALUE ZEROS.
       77  W-QT-CTA-SEM-EXTR           PIC 9(05) VALUE ZEROS.
       77  W-QT-DVDR                   PIC 9(07) VALUE ZEROS.
      *
      * Conta (banqueiro + moeda) e data-valor correntes
       77  W-IN-EXTR                   PIC X(01) VALUE 'N'.
       77  W-DT-VLR-ATU                PIC 9(08) VALUE ZEROS.
       77  W-DT-VLR-ORD                PIC 9(08) VALUE ZEROS.
       77  W-QT-ORD-DIA                PIC 9(06) VALUE ZEROS.
       77  W-VL-DEB-DIA                PIC 9(15)V9(02) VALUE ZEROS.
       77  W-VL-DSP-DIA                PIC 9(15)V9(02) VALUE ZEROS.
       77  W-VL-SLD-INI                PIC S9(15)V9(02) VALUE ZEROS.
       77  W-VL-SLD-PROJ               PIC S9(15)V9(02) VALUE ZEROS.
       77  W-HR-CORTE                  PIC 9(04) VALUE ZEROS.
      *
       01  W-CHV-CTA-ATU.
           03  W-CD-SWFT-BANQ-ATU      PIC X(11) VALUE SPACES.
           03  W-CD-MOE-ATU            PIC 9(03) VALUE ZEROS.
      *
       01  W-DT-EXEC-AMD               PIC 9(08) VALUE ZEROS.
       01  W-HR-EXEC                   PIC 9(08) VALUE ZEROS.
       01  W-HR-EXEC-R REDEFINES W-HR-EXEC.
           03  W-HR-EXEC-HHMM          PIC 9(04).
           03  FILLER                  PIC 9(04).
      *
       01  W-HR-CORTE-EDT.
           03  W-HR-CORTE-HH           PIC 9(02).
           03  FILLER                  PIC X(01) VALUE ':'.
           03  W-HR-CORTE-MM           PIC 9(02).
      *
      * Simulacao do bloco EIB p/ chamar um programa CICS a partir de
      * batch puro (mesma tecnica do BCIS0269).
       01  DFHEIBLK.
           03  EIBCALEN                PIC S9(04) COMP.
           03  FILLER                  PIC X(84).
      *
      * BCIS009R - grade de horarios de corte (mesmo book do chamado)
       01  L-BCIS009R.
           03  K009R-CD-MOE-ENT             PIC  9(03).
           03  K009R-CD-TIP-ORD-ENT         PIC  9(01).
           03  K009R-HR-CORTE-SAID          PIC  9(04).
           03  K009R-IN-ENCT                PIC  X(01).
           03  K009R-CD-RTN                 PIC  9(01).
           03  K009R-TX-RTN                 PIC  X(60).
      *
       01  W-LN-CABEC.
           03  FILLER                  PIC X(40) VALUE
               'BCIS0324 - PREVISAO LIQUIDEZ NOSTRO DT='.
           03  W-CAB-DT-EXEC           PIC 9(08).
           03  FILLER                  PIC X(04) VALUE ' HR='.
           03  W-CAB-HR-EXEC           PIC 9(04).
      *
       01  W-LN-TITULO.
           03  FILLER                  PIC X(45) VALUE
               'BANQUEIRO   MOE DT-VALOR E      SALDO INICIAL'.
           03  FILLER                  PIC X(37) VALUE
               '  ORDENS  DEBITO ORDENS DESP.PREVISTA'.
           03  FILLER                  PIC X(26) VALUE
               '    SALDO PROJETADO ALERTA'.
      *
       01  W-LN-DETALHE.
           03  W-DET-CD-SWFT-BANQ      PIC X(11).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-MOE            PIC 9(03).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-DT-VLR            PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-IN-EXTR           PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-SLD-INI        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-QT-ORD            PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-DEB            PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-DSP            PIC ZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-SLD-PROJ       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-TX-ALRT           PIC X(29).
      *
       01  W-LN-TOTAL-1.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS LIDAS NO EXTRATO.......:'.
           03  W-TOT-QT-LIDO-ORD       PIC ZZZZ.ZZ9.
      *
       01  W-LN-TOTAL-2.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS JA DEBITADAS/ENCERRADAS:'.
           03  W-TOT-QT-ORD-FORA       PIC ZZZZ.ZZ9.
      *
       01  W-LN-TOTAL-3.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS A LIQUIDAR PROJETADAS..:'.
           03  W-TOT-QT-ORD-ABTA       PIC ZZZZ.ZZ9.
      *
       01  W-LN-TOTAL-4.
           03  FILLER                  PIC X(32) VALUE
               'DESPESAS PREVISTAS (OUR)......:'.
           03  W-TOT-QT-DSP-PREV       PIC ZZZZ.ZZ9.
      *
       01  W-LN-TOTAL-5.
           03  FILLER                  PIC X(32) VALUE
               'CONTAS NOSTRO PROJETADAS......:'.
           03  W-TOT-QT-CTA            PIC ZZZZ.ZZ9.
      *
       01  W-LN-TOTAL-6.
           03  FILLER                  PIC X(32) VALUE
               'CONTAS SEM EXTRATO MT950......:'.
           03  W-TOT-QT-CTA-SEM-EXTR   PIC ZZZZ.ZZ9.
      *
       01  W-LN-TOTAL-7.
           03  FILLER                  PIC X(32) VALUE
               'LINHAS COM SALDO DEVEDOR......:'.
           03  W-TOT-QT-DVDR           PIC ZZZZ.ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 020000-DATA-EXECUCAO
           PERFORM 030000-LE-SLDNOST
           PERFORM 035000-LE-ORDPRV
           PERFORM 040000-PROCESSA-CONTA
               UNTIL FIM-SLDNOST AND FIM-ORDPRV
           PERFORM 080000-ESCREVE-TOTAL
           PERFORM 090000-FECHA-ARQUIVOS
      *
           IF  W-QT-DVDR GREATER ZEROS
      *        Destaca no scheduler que ha conta a cobrir antes do corte
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           STOP RUN
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  SLDNOST
           OPEN INPUT  ORDPRV
           OPEN INPUT  ARQ-BCI277S
           OPEN OUTPUT RELLIQ
      *
           IF  W-FS-SLDNOST NOT EQUAL '00'
               DISPLAY 'BCIS0324 - Erro abertura SLDNOST FS='
                       W-FS-SLDNOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-ORDPRV NOT EQUAL '00'
               DISPLAY 'BCIS0324 - Erro abertura ORDPRV FS='
                       W-FS-ORDPRV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI277S NOT EQUAL '00'
               DISPLAY 'BCIS0324 - Erro abertura BCI277S FS='
                       W-FS-BCI277S
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-RELLIQ NOT EQUAL '00'
               DISPLAY 'BCIS0324 - Erro abertura RELLIQ FS='
                       W-FS-RELLIQ
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
           MOVE W-DT-EXEC-AMD   TO W-CAB-DT-EXEC
           MOVE W-HR-EXEC-HHMM  TO W-CAB-HR-EXEC
           WRITE REG-RELLIQ     FROM W-LN-CABEC
           MOVE SPACES          TO REG-RELLIQ
           WRITE REG-RELLIQ
           WRITE REG-RELLIQ     FROM W-LN-TITULO
           .
       020000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       030000-LE-SLDNOST  SECTION.
      *----------------------------------------------------------------*
      *
           READ SLDNOST
               AT END
                   MOVE 'S' TO W-IN-FIM-SLDNOST
                   MOVE HIGH-VALUES TO SLDNOST-CHV
           END-READ
           .
       030000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       035000-LE-ORDPRV  SECTION.
      *----------------------------------------------------------------*
      * Proxima ordem ainda nao debitada na nostro - mesmos estados em
      * aberto da varredura do BCIS0303, fora o recall aceito ('K',
      * que nao sera debitado) e mais a expirada/em apuracao ('X',
      * que ainda pode ser).
      *
       035000-LE.
           READ ORDPRV
               AT END
                   MOVE 'S' TO W-IN-FIM-ORDPRV
                   MOVE HIGH-VALUES TO ORDPRV-CHV
                   GO TO 035000-SAI
           END-READ
      *
           ADD 1 TO W-QT-LIDO-ORD
      *
           MOVE ORDPRV-NR-ORD-PGTO TO REG-BCI277S-CD-IDFR-ORD
           READ ARQ-BCI277S
               INVALID KEY
                   ADD 1 TO W-QT-ORD-FORA
                   GO TO 035000-LE
           END-READ
      *
           IF  REG-BCI277S-CD-EST-ATU NOT EQUAL 'R'
           AND REG-BCI277S-CD-EST-ATU NOT EQUAL 'S'
           AND REG-BCI277S-CD-EST-ATU NOT EQUAL 'A'
           AND REG-BCI277S-CD-EST-ATU NOT EQUAL 'E'
           AND REG-BCI277S-CD-EST-ATU NOT EQUAL 'Q'
           AND REG-BCI277S-CD-EST-ATU NOT EQUAL 'N'
           AND REG-BCI277S-CD-EST-ATU NOT EQUAL 'X'
               ADD 1 TO W-QT-ORD-FORA
               GO TO 035000-LE
           END-IF
      *
           ADD 1 TO W-QT-ORD-ABTA
           .
       035000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       040000-PROCESSA-CONTA  SECTION.
      *----------------------------------------------------------------*
      * Casamento balanceado dos dois arquivos por banqueiro + moeda:
      * saldo do extrato e ordens a liquidar da mesma conta nostro.
      *
           IF  SLDNOST-CHV LESS ORDPRV-CHV-CTA
               MOVE SLDNOST-CHV    TO W-CHV-CTA-ATU
           ELSE
               MOVE ORDPRV-CHV-CTA TO W-CHV-CTA-ATU
           END-IF
      *
           ADD 1     TO W-QT-CTA
           MOVE ZEROS TO W-VL-SLD-INI
           MOVE 'N'   TO W-IN-EXTR
      *
           PERFORM 045000-OBTEM-SALDO
               UNTIL SLDNOST-CHV NOT EQUAL W-CHV-CTA-ATU
      *
           IF  W-IN-EXTR EQUAL 'N'
               ADD 1 TO W-QT-CTA-SEM-EXTR
           END-IF
      *
           IF  ORDPRV-CHV-CTA NOT EQUAL W-CHV-CTA-ATU
      *        Conta sem ordem a liquidar - so o saldo do dia
               MOVE W-DT-EXEC-AMD TO W-DT-VLR-ATU
               MOVE ZEROS         TO W-QT-ORD-DIA
                                     W-VL-DEB-DIA
                                     W-VL-DSP-DIA
               PERFORM 060000-ESCREVE-LINHA
               GO TO 040000-SAI
           END-IF
      *
           PERFORM 050000-PROJETA-DATA
               UNTIL ORDPRV-CHV-CTA NOT EQUAL W-CHV-CTA-ATU
           .
       040000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       045000-OBTEM-SALDO  SECTION.
      *----------------------------------------------------------------*
      * Mais de um extrato da conta: o classificado por ultimo (data
      * mais recente) prevalece.
      *
           MOVE 'S' TO W-IN-EXTR
      *
           IF  SLDNOST-IN-DEB-CRD EQUAL 'D'
               COMPUTE W-VL-SLD-INI = ZEROS - SLDNOST-VL-SLD
           ELSE
               MOVE SLDNOST-VL-SLD TO W-VL-SLD-INI
           END-IF
      *
           PERFORM 030000-LE-SLDNOST
           .
       045000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       050000-PROJETA-DATA  SECTION.
      *----------------------------------------------------------------*
      * Acumula as ordens da conta com a mesma data-valor e escreve a
      * linha da data.
      *
           MOVE ORDPRV-DT-LQDC TO W-DT-VLR-ATU
           IF  W-DT-VLR-ATU LESS W-DT-EXEC-AMD
               MOVE W-DT-EXEC-AMD TO W-DT-VLR-ATU
           END-IF
      *
           MOVE ZEROS TO W-QT-ORD-DIA
                         W-VL-DEB-DIA
                         W-VL-DSP-DIA
           .
       050000-ACUMULA.
           IF  ORDPRV-CHV-CTA NOT EQUAL W-CHV-CTA-ATU
               GO TO 050000-FECHA-DATA
           END-IF
      *
           MOVE ORDPRV-DT-LQDC TO W-DT-VLR-ORD
           IF  W-DT-VLR-ORD LESS W-DT-EXEC-AMD
               MOVE W-DT-EXEC-AMD TO W-DT-VLR-ORD
           END-IF
      *
           IF  W-DT-VLR-ORD NOT EQUAL W-DT-VLR-ATU
               GO TO 050000-FECHA-DATA
           END-IF
      *
           ADD 1              TO W-QT-ORD-DIA
           ADD ORDPRV-VL-MOEE TO W-VL-DEB-DIA
      *
           IF  ORDPRV-CD-PGDR-DSP-EXNO EQUAL 'T'
           AND ORDPRV-VL-DSP-EXNO-MOEE GREATER ZEROS
               ADD 1                       TO W-QT-DSP-PREV
               ADD ORDPRV-VL-DSP-EXNO-MOEE TO W-VL-DSP-DIA
           END-IF
      *
           PERFORM 035000-LE-ORDPRV
           GO TO 050000-ACUMULA
           .
       050000-FECHA-DATA.
           PERFORM 060000-ESCREVE-LINHA
           .
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060000-ESCREVE-LINHA  SECTION.
      *----------------------------------------------------------------*
      * Saldo projetado da data passa a ser o inicial da seguinte.
      *
           COMPUTE W-VL-SLD-PROJ = W-VL-SLD-INI
                                 - W-VL-DEB-DIA
                                 - W-VL-DSP-DIA
      *
           MOVE W-CD-SWFT-BANQ-ATU   TO W-DET-CD-SWFT-BANQ
           MOVE W-CD-MOE-ATU         TO W-DET-CD-MOE
           MOVE W-DT-VLR-ATU         TO W-DET-DT-VLR
           MOVE W-IN-EXTR            TO W-DET-IN-EXTR
           MOVE W-VL-SLD-INI         TO W-DET-VL-SLD-INI
           MOVE W-QT-ORD-DIA         TO W-DET-QT-ORD
           MOVE W-VL-DEB-DIA         TO W-DET-VL-DEB
           MOVE W-VL-DSP-DIA         TO W-DET-VL-DSP
           MOVE W-VL-SLD-PROJ        TO W-DET-VL-SLD-PROJ
           MOVE SPACES               TO W-DET-TX-ALRT
      *
           IF  W-VL-SLD-PROJ LESS ZEROS
               ADD 1 TO W-QT-DVDR
               PERFORM 065000-MONTA-ALERTA
           END-IF
      *
           WRITE REG-RELLIQ FROM W-LN-DETALHE
      *
           MOVE W-VL-SLD-PROJ        TO W-VL-SLD-INI
           .
       060000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       065000-MONTA-ALERTA  SECTION.
      *----------------------------------------------------------------*
      * Horario de corte padrao da moeda (tipo de ordem 0).
      *
           INITIALIZE L-BCIS009R
           MOVE W-CD-MOE-ATU TO K009R-CD-MOE-ENT
           MOVE ZEROS        TO K009R-CD-TIP-ORD-ENT
      *
           MOVE LENGTH OF L-BCIS009R TO EIBCALEN
           CALL BCIS009R USING DFHEIBLK L-BCIS009R
      *
           IF  K009R-CD-RTN NOT EQUAL ZEROS
           OR  K009R-IN-ENCT NOT EQUAL 'S'
               MOVE 'DEVEDOR - MOEDA SEM CORTE' TO W-DET-TX-ALRT
               GO TO 065000-SAI
           END-IF
      *
           MOVE K009R-HR-CORTE-SAID TO W-HR-CORTE
           MOVE W-HR-CORTE(1:2)     TO W-HR-CORTE-HH
           MOVE W-HR-CORTE(3:2)     TO W-HR-CORTE-MM
      *
           IF  W-DT-VLR-ATU   EQUAL   W-DT-EXEC-AMD
           AND W-HR-EXEC-HHMM GREATER W-HR-CORTE
               STRING 'DEVEDOR - CORTE ENCERR. '
                      W-HR-CORTE-EDT
                      DELIMITED BY SIZE INTO W-DET-TX-ALRT
           ELSE
               STRING 'DEVEDOR - APORTAR ATE '
                      W-HR-CORTE-EDT
                      DELIMITED BY SIZE INTO W-DET-TX-ALRT
           END-IF
           .
       065000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       080000-ESCREVE-TOTAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES          TO REG-RELLIQ
           WRITE REG-RELLIQ
      *
           MOVE W-QT-LIDO-ORD   TO W-TOT-QT-LIDO-ORD
           WRITE REG-RELLIQ     FROM W-LN-TOTAL-1
      *
           MOVE W-QT-ORD-FORA   TO W-TOT-QT-ORD-FORA
           WRITE REG-RELLIQ     FROM W-LN-TOTAL-2
      *
           MOVE W-QT-ORD-ABTA   TO W-TOT-QT-ORD-ABTA
           WRITE REG-RELLIQ     FROM W-LN-TOTAL-3
      *
           MOVE W-QT-DSP-PREV   TO W-TOT-QT-DSP-PREV
           WRITE REG-RELLIQ     FROM W-LN-TOTAL-4
      *
           MOVE W-QT-CTA        TO W-TOT-QT-CTA
           WRITE REG-RELLIQ     FROM W-LN-TOTAL-5
      *
           MOVE W-QT-CTA-SEM-EXTR TO W-TOT-QT-CTA-SEM-EXTR
           WRITE REG-RELLIQ     FROM W-LN-TOTAL-6
      *
           MOVE W-QT-DVDR       TO W-TOT-QT-DVDR
           WRITE REG-RELLIQ     FROM W-LN-TOTAL-7
           .
       080000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       090000-FECHA-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE SLDNOST
           CLOSE ORDPRV
           CLOSE ARQ-BCI277S
           CLOSE RELLIQ
           .
       090000-SAI.
           EXIT
           .
